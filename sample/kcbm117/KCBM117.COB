       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KCBM117.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：共通
      * プログラム名  ：残高確認回答登録
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。残高確認書(KCBM116)に対する取引先の
      *                 回答入力(KAI：確認書番号・回答日・回答残高)を
      *                 残高確認台帳(KCCFZKN)の該当行へ登録し、新世代
      *                 (ZKO)へ書き出す。確認書番号が台帳に無い、回答日
      *                 が基準日より前、数字でない項目がある入力は登録
      *                 せずエラーとして一覧に印字する。回答済みの行へ
      *                 の再入力は訂正として上書きし、一覧に訂正と
      *                 印字する。登録一覧(RPT)には当社残高・回答残高・
      *                 差額を印字する。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT KAI-FILE
             ASSIGN TO EXTERNAL KAI
               FILE STATUS IS WK-KAI-FILE-ERR.
           SELECT ZKN-FILE
             ASSIGN TO EXTERNAL ZKN
               FILE STATUS IS WK-ZKN-FILE-ERR.
           SELECT ZKO-FILE
             ASSIGN TO EXTERNAL ZKO
               FILE STATUS IS WK-ZKO-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
      *    残高確認回答入力
       FD  KAI-FILE.
       01  KAI-REC.
           03  KAI-KAKUNIN-NO          PIC  9(08).
           03  KAI-KAITO-DATE          PIC  9(08).
           03  KAI-KAITO-ZAN           PIC S9(13)
                                         SIGN LEADING SEPARATE.
           03  FILLER                  PIC  X(10).
       FD  ZKN-FILE.
       01  ZKN-REC.
           COPY KCCFZKN.
      *    回答を登録した残高確認台帳の新世代
       FD  ZKO-FILE.
       01  ZKO-REC.
           COPY KCCFZKN.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(100).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-KAI-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ZKN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ZKO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  KAI-END-FLG                 PIC  X(01) VALUE "N".
       01  ZKN-END-FLG                 PIC  X(01) VALUE "N".
      ******************************************************************
      *  残高確認台帳テーブル(確認書番号と行の写し)
      ******************************************************************
       01  WK-ZKN-TBL.
           03  WK-ZKN-CNT              PIC  9(05) VALUE ZERO.
           03  WK-ZKN-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-ZKN-IDX.
             05  WK-ZKN-KAKUNIN-NO     PIC  9(08).
             05  WK-ZKN-IMAGE          PIC  X(80).
       01  WK-IX                       PIC  9(05) VALUE ZERO.
      *
       01  WK-ERR-RIYU                 PIC  X(30) VALUE SPACE.
       01  WK-SAGAKU                   PIC S9(13) VALUE ZERO.
      *
       01  WK-KAI-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-TOROKU-CNT               PIC  9(09) VALUE ZERO.
       01  WK-TEISEI-CNT               PIC  9(09) VALUE ZERO.
       01  WK-ERR-CNT                  PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  回答登録一覧印字用
      ******************************************************************
       01  WK-RPT-HEAD1.
           03  FILLER                  PIC  X(40) VALUE
             "*** ZANDAKA KAKUNIN KAITO TOROKU ***".
       01  WK-RPT-HEAD2.
           03  FILLER                  PIC  X(10) VALUE "KAKUNIN-NO".
           03  FILLER                  PIC  X(02) VALUE SPACE.
           03  FILLER                  PIC  X(02) VALUE "KB".
           03  FILLER                  PIC  X(08) VALUE "TORIHIKI".
           03  FILLER                  PIC  X(09) VALUE "KIJUNBI".
           03  FILLER                  PIC  X(09) VALUE "KAITOBI".
           03  FILLER                  PIC  X(16) VALUE
             "    TOSHA ZAN".
           03  FILLER                  PIC  X(16) VALUE
             "    KAITO ZAN".
           03  FILLER                  PIC  X(16) VALUE
             "       SAGAKU".
       01  WK-RPT-MEISAI.
           03  WK-RPM-KAKUNIN-NO       PIC  9(08).
           03  FILLER                  PIC  X(04) VALUE SPACE.
           03  WK-RPM-TAISHO-KBN       PIC  X(01).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPM-TORIHIKI-COD     PIC  X(06).
           03  FILLER                  PIC  X(02) VALUE SPACE.
           03  WK-RPM-KIJUN-DATE       PIC  9(08).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPM-KAITO-DATE       PIC  9(08).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPM-TOSHA-ZAN        PIC  -(15)9.
           03  WK-RPM-KAITO-ZAN        PIC  -(15)9.
           03  WK-RPM-SAGAKU           PIC  -(15)9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPM-BIKO             PIC  X(06).
       01  WK-RPT-ERR.
           03  FILLER                  PIC  X(11) VALUE
             "TOROKU FUKA".
           03  FILLER                  PIC  X(12) VALUE " KAKUNIN-NO=".
           03  WK-RPE-KAKUNIN-NO       PIC  X(08).
           03  FILLER                  PIC  X(09) VALUE " KAITOBI=".
           03  WK-RPE-KAITO-DATE       PIC  X(08).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPE-RIYU             PIC  X(30).
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL KAI-END-FLG = "Y"
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
      ******************************************************************
      *    初期処理（残高確認台帳の読込）
      ******************************************************************
       INIT-RTN            SECTION.
           DISPLAY "*** KCBM117 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
      *
           OPEN INPUT ZKN-FILE.
           IF WK-ZKN-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM117 ABEND NOT ZKN-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-ZKN-RTN  UNTIL ZKN-END-FLG = "Y".
           CLOSE ZKN-FILE.
           MOVE HIGH-VALUE TO WK-ZKN-FILE-ERR.
      *
           OPEN INPUT KAI-FILE.
           IF WK-KAI-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM117 ABEND NOT KAI-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT ZKO-FILE.
           IF WK-ZKO-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM117 ABEND NOT ZKO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM117 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           MOVE WK-RPT-HEAD1 TO RPT-REC.
           WRITE RPT-REC.
           MOVE WK-RPT-HEAD2 TO RPT-REC.
           WRITE RPT-REC.
           PERFORM READ-KAI-RTN.
       EXT.
           EXIT.
      *
       LOAD-ZKN-RTN        SECTION.
           READ ZKN-FILE
             AT END
               MOVE "Y" TO ZKN-END-FLG
               GO TO EXT
           END-READ.
           IF WK-ZKN-CNT >= 5000
             DISPLAY "!!! KCBM117 ABEND : ZKN TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-ZKN-CNT.
           SET WK-ZKN-IDX TO WK-ZKN-CNT.
           MOVE CFZKN-KAKUNIN-NO OF ZKN-REC
             TO WK-ZKN-KAKUNIN-NO (WK-ZKN-IDX).
           MOVE ZKN-REC TO WK-ZKN-IMAGE (WK-ZKN-IDX).
       EXT.
           EXIT.
      *
       READ-KAI-RTN        SECTION.
           READ KAI-FILE
             AT END
               MOVE "Y" TO KAI-END-FLG
           END-READ.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    回答入力1件ごとの処理（検査と台帳への登録）
      ******************************************************************
       MAIN-RTN            SECTION.
           ADD 1 TO WK-KAI-CNT.
           MOVE SPACE TO WK-ERR-RIYU.
           IF KAI-KAKUNIN-NO IS NOT NUMERIC
             MOVE "KAKUNIN-NO GA SUJI DENAI" TO WK-ERR-RIYU
             GO TO ERR-REC
           END-IF.
           IF KAI-KAITO-DATE IS NOT NUMERIC
            OR KAI-KAITO-DATE = ZERO
             MOVE "KAITOBI GA FUSEI" TO WK-ERR-RIYU
             GO TO ERR-REC
           END-IF.
           IF KAI-KAITO-ZAN IS NOT NUMERIC
             MOVE "KAITO ZANDAKA GA SUJI DENAI" TO WK-ERR-RIYU
             GO TO ERR-REC
           END-IF.
           IF WK-ZKN-CNT = ZERO
             MOVE "KAKUNINSHO NASHI" TO WK-ERR-RIYU
             GO TO ERR-REC
           END-IF.
           SET WK-ZKN-IDX TO 1.
           SEARCH WK-ZKN-ENT
             AT END
               MOVE "KAKUNINSHO NASHI" TO WK-ERR-RIYU
             WHEN WK-ZKN-IDX > WK-ZKN-CNT
               MOVE "KAKUNINSHO NASHI" TO WK-ERR-RIYU
             WHEN WK-ZKN-KAKUNIN-NO (WK-ZKN-IDX) = KAI-KAKUNIN-NO
               CONTINUE
           END-SEARCH.
           IF WK-ERR-RIYU NOT = SPACE
             GO TO ERR-REC
           END-IF.
           MOVE WK-ZKN-IMAGE (WK-ZKN-IDX) TO ZKO-REC.
           IF KAI-KAITO-DATE < CFZKN-KIJUN-DATE OF ZKO-REC
             MOVE "KAITOBI GA KIJUNBI YORI MAE" TO WK-ERR-RIYU
             GO TO ERR-REC
           END-IF.
      *
           MOVE SPACE TO WK-RPM-BIKO.
           IF CFZKN-KAITO-ZUMI OF ZKO-REC
             MOVE "TEISEI" TO WK-RPM-BIKO
             ADD 1 TO WK-TEISEI-CNT
           ELSE
             ADD 1 TO WK-TOROKU-CNT
           END-IF.
           MOVE "K" TO CFZKN-KAITO-STATUS OF ZKO-REC.
           MOVE KAI-KAITO-DATE TO CFZKN-KAITO-DATE OF ZKO-REC.
           MOVE KAI-KAITO-ZAN TO CFZKN-KAITO-ZAN OF ZKO-REC.
           MOVE ZKO-REC TO WK-ZKN-IMAGE (WK-ZKN-IDX).
      *
           COMPUTE WK-SAGAKU = CFZKN-TOSHA-ZAN OF ZKO-REC
             - CFZKN-KAITO-ZAN OF ZKO-REC.
           MOVE CFZKN-KAKUNIN-NO OF ZKO-REC TO WK-RPM-KAKUNIN-NO.
           MOVE CFZKN-TAISHO-KBN OF ZKO-REC TO WK-RPM-TAISHO-KBN.
           MOVE CFZKN-TORIHIKI-COD OF ZKO-REC TO WK-RPM-TORIHIKI-COD.
           MOVE CFZKN-KIJUN-DATE OF ZKO-REC TO WK-RPM-KIJUN-DATE.
           MOVE CFZKN-KAITO-DATE OF ZKO-REC TO WK-RPM-KAITO-DATE.
           MOVE CFZKN-TOSHA-ZAN OF ZKO-REC TO WK-RPM-TOSHA-ZAN.
           MOVE CFZKN-KAITO-ZAN OF ZKO-REC TO WK-RPM-KAITO-ZAN.
           MOVE WK-SAGAKU TO WK-RPM-SAGAKU.
           MOVE WK-RPT-MEISAI TO RPT-REC.
           WRITE RPT-REC.
           GO TO NEXT-REC.
       ERR-REC.
           ADD 1 TO WK-ERR-CNT.
           MOVE KAI-REC (1:8) TO WK-RPE-KAKUNIN-NO.
           MOVE KAI-REC (9:8) TO WK-RPE-KAITO-DATE.
           MOVE WK-ERR-RIYU TO WK-RPE-RIYU.
           MOVE WK-RPT-ERR TO RPT-REC.
           WRITE RPT-REC.
           MOVE RC-WARNING TO RETURN-CODE.
       NEXT-REC.
           PERFORM READ-KAI-RTN.
       EXT.
           EXIT.
      *
       WRITE-ZKO-RTN       SECTION.
           WRITE ZKO-REC FROM WK-ZKN-IMAGE (WK-IX).
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-ZKO-FILE-ERR = "00"
             PERFORM WRITE-ZKO-RTN
               VARYING WK-IX FROM 1 BY 1 UNTIL WK-IX > WK-ZKN-CNT
             CLOSE ZKO-FILE
           END-IF.
           IF WK-KAI-FILE-ERR = "00"
             CLOSE KAI-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "KAICNT=" WK-KAI-CNT.
           DISPLAY "TOROKUCNT=" WK-TOROKU-CNT.
           DISPLAY "TEISEICNT=" WK-TEISEI-CNT.
           DISPLAY "ERRCNT=" WK-ERR-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KCBM117 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KCBM117"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 4                     TO RUNHIS-CNT-CNT.
           MOVE "KAICNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-KAI-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "TOROKUCNT"           TO RUNHIS-CNT-LABEL (2).
           MOVE WK-TOROKU-CNT         TO RUNHIS-CNT-VALUE (2).
           MOVE "TEISEICNT"           TO RUNHIS-CNT-LABEL (3).
           MOVE WK-TEISEI-CNT         TO RUNHIS-CNT-VALUE (3).
           MOVE "ERRCNT"              TO RUNHIS-CNT-LABEL (4).
           MOVE WK-ERR-CNT            TO RUNHIS-CNT-VALUE (4).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KCBM117 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
