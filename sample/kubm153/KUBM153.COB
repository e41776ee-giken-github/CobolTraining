       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KUBM153.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：受取手形期日決済
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。日次で受取手形台帳(KCCFNRF)を読み、
      *                 業務日付までに満期の到来した保有中("R")の手形
      *                 を決済済("S")にして「普通預金(1110)／受取手形
      *                 (1140)」の仕訳データ(JNL)を出力する。銀行から
      *                 の不渡り通知(FWI)に載った手形は不渡り("D")に
      *                 し、「売掛金(1130)／受取手形(1140)」(決済済み
      *                 の後に通知を受けた手形は「売掛金／普通預金」)
      *                 の仕訳を出力したうえで、充当先の請求書を請求
      *                 書発行台帳(KCCFIVF)上で未回収へ戻した新世代
      *                 (IVO)を書き出し、得意先に不渡り理由("F")の
      *                 与信保留行を立てた与信保留ファイルの新世代
      *                 (CHO)を書き出す。不渡り手形は一覧(RPT)の末尾
      *                 に不渡り一覧として印字する。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：仕訳データに得意先コード(CFJNL-TOKU-COD)と
      *                 出力元プログラム(CFJNL-PGM-ID)を設定
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：仕訳データに手形の会社コード(CFNRF-KAISHA-COD
      *                 SPACEは既定会社"01")を設定
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT FWI-FILE
             ASSIGN TO EXTERNAL FWI
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-FWI-FILE-ERR.
           SELECT NRF-FILE
             ASSIGN TO EXTERNAL NRF
               FILE STATUS IS WK-NRF-FILE-ERR.
           SELECT NRO-FILE
             ASSIGN TO EXTERNAL NRO
               FILE STATUS IS WK-NRO-FILE-ERR.
           SELECT IVF-FILE
             ASSIGN TO EXTERNAL IVF
               FILE STATUS IS WK-IVF-FILE-ERR.
           SELECT IVO-FILE
             ASSIGN TO EXTERNAL IVO
               FILE STATUS IS WK-IVO-FILE-ERR.
           SELECT CHI-FILE
             ASSIGN TO EXTERNAL CHI
               FILE STATUS IS WK-CHI-FILE-ERR.
           SELECT CHO-FILE
             ASSIGN TO EXTERNAL CHO
               FILE STATUS IS WK-CHO-FILE-ERR.
           SELECT JNL-FILE
             ASSIGN TO EXTERNAL JNL
               FILE STATUS IS WK-JNL-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
       FD  BSD-FILE.
       01  BSD-REC.
           COPY KCCFBSD.
      *    不渡り通知(手形番号＋不渡り日＋事由)
       FD  FWI-FILE.
       01  FWI-REC.
           03  FWI-TEGATA-NO           PIC  X(10).
           03  FWI-FUWATARI-DATE       PIC  9(08).
           03  FWI-RIYU                PIC  X(20).
       FD  NRF-FILE.
       01  NRF-REC.
           COPY KCCFNRF.
       FD  NRO-FILE.
       01  NRO-REC.
           COPY KCCFNRF.
       FD  IVF-FILE.
       01  IVF-REC.
           COPY KCCFIVF.
       FD  IVO-FILE.
       01  IVO-REC.
           COPY KCCFIVF.
       FD  CHI-FILE.
       01  CHI-REC.
           COPY KCCFCHD.
       FD  CHO-FILE.
       01  CHO-REC.
           COPY KCCFCHD.
       FD  JNL-FILE.
       01  JNL-REC.
           COPY KCCFJNL.
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
       01  WK-BSD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-FWI-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-NRF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-NRO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IVF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IVO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-CHI-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-CHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-JNL-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  FWI-END-FLG                 PIC  X(01) VALUE "N".
       01  NRF-END-FLG                 PIC  X(01) VALUE "N".
       01  IVF-END-FLG                 PIC  X(01) VALUE "N".
       01  CHI-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      *    仕訳の会社コード(手形の会社。SPACEは既定会社"01")
       01  WK-JNL-KAISHA-COD           PIC  X(02) VALUE SPACE.
      ******************************************************************
      *  不渡り通知テーブル
      ******************************************************************
       01  WK-FWI-TBL.
           03  WK-FWI-CNT              PIC  9(05) VALUE ZERO.
           03  WK-FWI-ENT              OCCURS 500 TIMES
                                        INDEXED BY WK-FWI-IDX.
             05  WK-FWI-TEGATA-NO      PIC  X(10).
             05  WK-FWI-DATE           PIC  9(08).
             05  WK-FWI-RIYU           PIC  X(20).
             05  WK-FWI-USED-FLG       PIC  X(01).
       01  WK-FWI-FOUND-FLG            PIC  X(01) VALUE "N".
      ******************************************************************
      *  不渡り手形テーブル(末尾の不渡り一覧用)
      ******************************************************************
       01  WK-FUW-TBL.
           03  WK-FUW-CNT              PIC  9(05) VALUE ZERO.
           03  WK-FUW-ENT              OCCURS 500 TIMES
                                        INDEXED BY WK-FUW-IDX.
             05  WK-FUW-TEGATA-NO      PIC  X(10).
             05  WK-FUW-TOKU-COD       PIC  X(04).
             05  WK-FUW-MANKI-DATE     PIC  9(08).
             05  WK-FUW-DATE           PIC  9(08).
             05  WK-FUW-KINGAKU        PIC S9(13).
             05  WK-FUW-RIYU           PIC  X(20).
      ******************************************************************
      *  未回収へ戻す請求書テーブル(請求書番号ごとに戻し額を合算)
      ******************************************************************
       01  WK-RIV-TBL.
           03  WK-RIV-CNT              PIC  9(05) VALUE ZERO.
           03  WK-RIV-ENT              OCCURS 2500 TIMES
                                        INDEXED BY WK-RIV-IDX.
             05  WK-RIV-INVOICE-NO     PIC  9(08).
             05  WK-RIV-KINGAKU        PIC S9(13).
      ******************************************************************
      *  与信保留を立てる得意先テーブル
      ******************************************************************
       01  WK-HLD-TBL.
           03  WK-HLD-CNT              PIC  9(05) VALUE ZERO.
           03  WK-HLD-ENT              OCCURS 500 TIMES
                                        INDEXED BY WK-HLD-IDX.
             05  WK-HLD-TOKU-COD       PIC  X(04).
             05  WK-HLD-DONE-FLG       PIC  X(01).
      *
       01  WK-I                        PIC  9(02) VALUE ZERO.
       01  WK-KASHI-COD                PIC  X(04) VALUE SPACE.
       01  WK-NRF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-KESSAI-CNT               PIC  9(09) VALUE ZERO.
       01  WK-KESSAI-GOKEI             PIC S9(13) VALUE ZERO.
       01  WK-FUWATARI-CNT             PIC  9(09) VALUE ZERO.
       01  WK-FUWATARI-GOKEI           PIC S9(13) VALUE ZERO.
       01  WK-REOPEN-CNT               PIC  9(09) VALUE ZERO.
       01  WK-HOLD-CNT                 PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  一覧印字用
      ******************************************************************
       01  WK-RPT-LINE.
           03  WK-RPT-KBN              PIC  X(08).
           03  FILLER                  PIC  X(08) VALUE " TEGATA=".
           03  WK-RPT-TEGATA-NO        PIC  X(10).
           03  FILLER                  PIC  X(06) VALUE " TOKU=".
           03  WK-RPT-TOKU-COD         PIC  X(04).
           03  FILLER                  PIC  X(07) VALUE " MANKI=".
           03  WK-RPT-MANKI-DATE       PIC  9(08).
           03  FILLER                  PIC  X(06) VALUE " DATE=".
           03  WK-RPT-DATE             PIC  9(08).
           03  FILLER                  PIC  X(09) VALUE " KINGAKU=".
           03  WK-RPT-KINGAKU          PIC  -(12)9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-RIYU             PIC  X(20).
       01  WK-RPT-GOKEI.
           03  WK-RPG-KBN              PIC  X(08).
           03  FILLER                  PIC  X(07) VALUE " KENSU=".
           03  WK-RPG-KENSU            PIC  ZZZZZZZZ9.
           03  FILLER                  PIC  X(09) VALUE " KINGAKU=".
           03  WK-RPG-GOKEI            PIC  -(12)9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL NRF-END-FLG = "Y"
             MOVE "KESSAI" TO WK-RPG-KBN
             MOVE WK-KESSAI-CNT TO WK-RPG-KENSU
             MOVE WK-KESSAI-GOKEI TO WK-RPG-GOKEI
             MOVE WK-RPT-GOKEI TO RPT-REC
             WRITE RPT-REC
             PERFORM CHECK-FWI-RTN
               VARYING WK-FWI-IDX FROM 1 BY 1
               UNTIL WK-FWI-IDX > WK-FWI-CNT
             PERFORM PRINT-FUW-RTN
             PERFORM WRITE-IVO-RTN
             PERFORM WRITE-CHO-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
      ******************************************************************
      *    初期処理（業務日付の取得、不渡り通知の先読み）
      ******************************************************************
       INIT-RTN            SECTION.
           DISPLAY "*** KUBM153 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
      *
           OPEN INPUT BSD-FILE.
           IF WK-BSD-FILE-ERR = "00"
             READ BSD-FILE
               AT END
                 CONTINUE
             END-READ
             IF WK-BSD-FILE-ERR = "00"
               MOVE CFBSD-DATE TO WK-BASE-DATE
             END-IF
             CLOSE BSD-FILE
           END-IF.
           IF WK-BASE-DATE = ZERO
             MOVE FUNCTION CURRENT-DATE (1:8) TO WK-BASE-DATE
           END-IF.
      *
      *    不渡り通知が無い日は通知ファイルが無いので、開けない場合は
      *    不渡りなしとして続行する。
           OPEN INPUT FWI-FILE.
           IF WK-FWI-FILE-ERR = "00"
             PERFORM LOAD-FWI-RTN  UNTIL FWI-END-FLG = "Y"
             CLOSE FWI-FILE
           END-IF.
      *
           OPEN INPUT NRF-FILE.
           IF WK-NRF-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM153 ABEND NOT NRF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT NRO-FILE.
           IF WK-NRO-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM153 ABEND NOT NRO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT JNL-FILE.
           IF WK-JNL-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM153 ABEND NOT JNL-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM153 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           MOVE "*** KUBM153 UKETORI TEGATA KIJITSU KESSAI ***"
             TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       LOAD-FWI-RTN        SECTION.
           READ FWI-FILE
             AT END
               MOVE "Y" TO FWI-END-FLG
               GO TO EXT
           END-READ.
           IF WK-FWI-CNT >= 500
             DISPLAY "!!! KUBM153 ABEND : FWI TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-FWI-CNT.
           SET WK-FWI-IDX TO WK-FWI-CNT.
           MOVE FWI-TEGATA-NO TO WK-FWI-TEGATA-NO (WK-FWI-IDX).
           IF FWI-FUWATARI-DATE IS NUMERIC
            AND FWI-FUWATARI-DATE NOT = ZERO
             MOVE FWI-FUWATARI-DATE TO WK-FWI-DATE (WK-FWI-IDX)
           ELSE
             MOVE WK-BASE-DATE TO WK-FWI-DATE (WK-FWI-IDX)
           END-IF.
           MOVE FWI-RIYU TO WK-FWI-RIYU (WK-FWI-IDX).
           MOVE "N" TO WK-FWI-USED-FLG (WK-FWI-IDX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    手形1枚ごとの決済・不渡り判定
      ******************************************************************
       MAIN-RTN            SECTION.
           READ NRF-FILE
             AT END
               MOVE "Y" TO NRF-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-NRF-CNT.
           MOVE NRF-REC TO NRO-REC.
           IF CFNRF-KAISHA-COD OF NRF-REC = SPACE
             MOVE "01" TO WK-JNL-KAISHA-COD
           ELSE
             MOVE CFNRF-KAISHA-COD OF NRF-REC TO WK-JNL-KAISHA-COD
           END-IF.
      *
           MOVE "N" TO WK-FWI-FOUND-FLG.
           IF WK-FWI-CNT > ZERO
             SET WK-FWI-IDX TO 1
             SEARCH WK-FWI-ENT
               AT END
                 CONTINUE
               WHEN WK-FWI-IDX > WK-FWI-CNT
                 CONTINUE
               WHEN WK-FWI-TEGATA-NO (WK-FWI-IDX)
                      = CFNRF-TEGATA-NO OF NRF-REC
                 MOVE "Y" TO WK-FWI-FOUND-FLG
             END-SEARCH
           END-IF.
      *
           IF WK-FWI-FOUND-FLG = "Y"
            AND (CFNRF-HOYU OF NRF-REC OR CFNRF-KESSAI OF NRF-REC)
             PERFORM FUWATARI-RTN
           ELSE
             IF CFNRF-HOYU OF NRF-REC
              AND CFNRF-MANKI-DATE OF NRF-REC <= WK-BASE-DATE
               PERFORM KESSAI-RTN
             END-IF
           END-IF.
           WRITE NRO-REC.
       EXT.
           EXIT.
      *
      *    満期到来手形の決済(普通預金／受取手形)
       KESSAI-RTN          SECTION.
           MOVE "S" TO CFNRF-STATUS OF NRO-REC.
           MOVE WK-BASE-DATE TO CFNRF-KESSAI-DATE OF NRO-REC.
      *
           MOVE SPACE TO JNL-REC.
           MOVE "KUBM153" TO CFJNL-PGM-ID.
           MOVE WK-JNL-KAISHA-COD TO CFJNL-KAISHA-COD.
           MOVE CFNRF-TOKU-COD OF NRF-REC TO CFJNL-TOKU-COD.
           MOVE WK-BASE-DATE TO CFJNL-DATE.
           MOVE "1110" TO CFJNL-KANJO-COD.
           MOVE "D" TO CFJNL-TAISHAKU.
           MOVE CFNRF-KINGAKU OF NRF-REC TO CFJNL-KINGAKU.
           MOVE CFNRF-TEGATA-NO OF NRF-REC TO CFJNL-REF.
           MOVE "TEGATA KESSAI" TO CFJNL-TEKIYO.
           WRITE JNL-REC.
           MOVE SPACE TO JNL-REC.
           MOVE "KUBM153" TO CFJNL-PGM-ID.
           MOVE WK-JNL-KAISHA-COD TO CFJNL-KAISHA-COD.
           MOVE CFNRF-TOKU-COD OF NRF-REC TO CFJNL-TOKU-COD.
           MOVE WK-BASE-DATE TO CFJNL-DATE.
           MOVE "1140" TO CFJNL-KANJO-COD.
           MOVE "C" TO CFJNL-TAISHAKU.
           MOVE CFNRF-KINGAKU OF NRF-REC TO CFJNL-KINGAKU.
           MOVE CFNRF-TEGATA-NO OF NRF-REC TO CFJNL-REF.
           MOVE "TEGATA KESSAI" TO CFJNL-TEKIYO.
           WRITE JNL-REC.
      *
           ADD 1 TO WK-KESSAI-CNT.
           ADD CFNRF-KINGAKU OF NRF-REC TO WK-KESSAI-GOKEI.
           MOVE "KESSAI" TO WK-RPT-KBN.
           MOVE SPACE TO WK-RPT-RIYU.
           MOVE CFNRF-TEGATA-NO OF NRF-REC TO WK-RPT-TEGATA-NO.
           MOVE CFNRF-TOKU-COD OF NRF-REC TO WK-RPT-TOKU-COD.
           MOVE CFNRF-MANKI-DATE OF NRF-REC TO WK-RPT-MANKI-DATE.
           MOVE WK-BASE-DATE TO WK-RPT-DATE.
           MOVE CFNRF-KINGAKU OF NRF-REC TO WK-RPT-KINGAKU.
           PERFORM PRINT-LINE-RTN.
       EXT.
           EXIT.
      *
      *    不渡り手形の処理(売掛金／受取手形。決済済みの後に通知を
      *    受けた手形は入金を取り消すため貸方を普通預金とする)
       FUWATARI-RTN        SECTION.
           MOVE "Y" TO WK-FWI-USED-FLG (WK-FWI-IDX).
           IF CFNRF-KESSAI OF NRF-REC
             MOVE "1110" TO WK-KASHI-COD
           ELSE
             MOVE "1140" TO WK-KASHI-COD
           END-IF.
           MOVE "D" TO CFNRF-STATUS OF NRO-REC.
           MOVE WK-FWI-DATE (WK-FWI-IDX)
             TO CFNRF-KESSAI-DATE OF NRO-REC.
      *
           MOVE SPACE TO JNL-REC.
           MOVE "KUBM153" TO CFJNL-PGM-ID.
           MOVE WK-JNL-KAISHA-COD TO CFJNL-KAISHA-COD.
           MOVE CFNRF-TOKU-COD OF NRF-REC TO CFJNL-TOKU-COD.
           MOVE WK-BASE-DATE TO CFJNL-DATE.
           MOVE "1130" TO CFJNL-KANJO-COD.
           MOVE "D" TO CFJNL-TAISHAKU.
           MOVE CFNRF-KINGAKU OF NRF-REC TO CFJNL-KINGAKU.
           MOVE CFNRF-TEGATA-NO OF NRF-REC TO CFJNL-REF.
           MOVE "TEGATA FUWATARI" TO CFJNL-TEKIYO.
           WRITE JNL-REC.
           MOVE SPACE TO JNL-REC.
           MOVE "KUBM153" TO CFJNL-PGM-ID.
           MOVE WK-JNL-KAISHA-COD TO CFJNL-KAISHA-COD.
           MOVE CFNRF-TOKU-COD OF NRF-REC TO CFJNL-TOKU-COD.
           MOVE WK-BASE-DATE TO CFJNL-DATE.
           MOVE WK-KASHI-COD TO CFJNL-KANJO-COD.
           MOVE "C" TO CFJNL-TAISHAKU.
           MOVE CFNRF-KINGAKU OF NRF-REC TO CFJNL-KINGAKU.
           MOVE CFNRF-TEGATA-NO OF NRF-REC TO CFJNL-REF.
           MOVE "TEGATA FUWATARI" TO CFJNL-TEKIYO.
           WRITE JNL-REC.
      *
           ADD 1 TO WK-FUWATARI-CNT.
           ADD CFNRF-KINGAKU OF NRF-REC TO WK-FUWATARI-GOKEI.
           IF WK-FUW-CNT >= 500
             DISPLAY "!!! KUBM153 ABEND : FUW TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-FUW-CNT.
           SET WK-FUW-IDX TO WK-FUW-CNT.
           MOVE CFNRF-TEGATA-NO OF NRF-REC
             TO WK-FUW-TEGATA-NO (WK-FUW-IDX).
           MOVE CFNRF-TOKU-COD OF NRF-REC
             TO WK-FUW-TOKU-COD (WK-FUW-IDX).
           MOVE CFNRF-MANKI-DATE OF NRF-REC
             TO WK-FUW-MANKI-DATE (WK-FUW-IDX).
           MOVE WK-FWI-DATE (WK-FWI-IDX) TO WK-FUW-DATE (WK-FUW-IDX).
           MOVE CFNRF-KINGAKU OF NRF-REC
             TO WK-FUW-KINGAKU (WK-FUW-IDX).
           MOVE WK-FWI-RIYU (WK-FWI-IDX) TO WK-FUW-RIYU (WK-FUW-IDX).
      *
           PERFORM ADD-RIV-RTN
             VARYING WK-I FROM 1 BY 1
             UNTIL WK-I > CFNRF-INV-CNT OF NRF-REC.
           PERFORM ADD-HLD-RTN.
       EXT.
           EXIT.
      *
      *    充当先請求書の戻し額を請求書番号ごとに積む。
       ADD-RIV-RTN         SECTION.
           IF CFNRF-INVOICE-NO OF NRF-REC (WK-I) = ZERO
             GO TO EXT
           END-IF.
           SET WK-RIV-IDX TO 1.
           SEARCH WK-RIV-ENT
             AT END
               CONTINUE
             WHEN WK-RIV-IDX > WK-RIV-CNT
               CONTINUE
             WHEN WK-RIV-INVOICE-NO (WK-RIV-IDX)
                    = CFNRF-INVOICE-NO OF NRF-REC (WK-I)
               ADD CFNRF-ATE-KINGAKU OF NRF-REC (WK-I)
                 TO WK-RIV-KINGAKU (WK-RIV-IDX)
               GO TO EXT
           END-SEARCH.
           IF WK-RIV-CNT >= 2500
             DISPLAY "!!! KUBM153 ABEND : RIV TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-RIV-CNT.
           SET WK-RIV-IDX TO WK-RIV-CNT.
           MOVE CFNRF-INVOICE-NO OF NRF-REC (WK-I)
             TO WK-RIV-INVOICE-NO (WK-RIV-IDX).
           MOVE CFNRF-ATE-KINGAKU OF NRF-REC (WK-I)
             TO WK-RIV-KINGAKU (WK-RIV-IDX).
       EXT.
           EXIT.
      *
      *    与信保留を立てる得意先を積む(同一得意先は1件にまとめる)。
       ADD-HLD-RTN         SECTION.
           SET WK-HLD-IDX TO 1.
           SEARCH WK-HLD-ENT
             AT END
               CONTINUE
             WHEN WK-HLD-IDX > WK-HLD-CNT
               CONTINUE
             WHEN WK-HLD-TOKU-COD (WK-HLD-IDX)
                    = CFNRF-TOKU-COD OF NRF-REC
               GO TO EXT
           END-SEARCH.
           IF WK-HLD-CNT >= 500
             DISPLAY "!!! KUBM153 ABEND : HLD TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-HLD-CNT.
           SET WK-HLD-IDX TO WK-HLD-CNT.
           MOVE CFNRF-TOKU-COD OF NRF-REC
             TO WK-HLD-TOKU-COD (WK-HLD-IDX).
           MOVE "N" TO WK-HLD-DONE-FLG (WK-HLD-IDX).
       EXT.
           EXIT.
      *
      *    台帳に該当しない・既に不渡り済みの通知は警告として残す。
       CHECK-FWI-RTN       SECTION.
           IF WK-FWI-USED-FLG (WK-FWI-IDX) = "N"
             DISPLAY "*** KUBM153 WARNING FUWATARI TAISHO NASHI "
               WK-FWI-TEGATA-NO (WK-FWI-IDX)
             MOVE RC-WARNING TO RETURN-CODE
             MOVE "FWI NG" TO WK-RPT-KBN
             MOVE SPACE TO WK-RPT-TOKU-COD
             MOVE WK-FWI-TEGATA-NO (WK-FWI-IDX) TO WK-RPT-TEGATA-NO
             MOVE ZERO TO WK-RPT-MANKI-DATE
             MOVE WK-FWI-DATE (WK-FWI-IDX) TO WK-RPT-DATE
             MOVE ZERO TO WK-RPT-KINGAKU
             MOVE "TAISHO TEGATA NASHI" TO WK-RPT-RIYU
             PERFORM PRINT-LINE-RTN
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    不渡り一覧の印字
      ******************************************************************
       PRINT-FUW-RTN       SECTION.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "*** FUWATARI TEGATA ICHIRAN ***" TO RPT-REC.
           WRITE RPT-REC.
           PERFORM PRINT-FUW-LINE-RTN
             VARYING WK-FUW-IDX FROM 1 BY 1
             UNTIL WK-FUW-IDX > WK-FUW-CNT.
           MOVE "FUWATARI" TO WK-RPG-KBN.
           MOVE WK-FUWATARI-CNT TO WK-RPG-KENSU.
           MOVE WK-FUWATARI-GOKEI TO WK-RPG-GOKEI.
           MOVE WK-RPT-GOKEI TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       PRINT-FUW-LINE-RTN  SECTION.
           MOVE "FUWATARI" TO WK-RPT-KBN.
           MOVE WK-FUW-TEGATA-NO (WK-FUW-IDX) TO WK-RPT-TEGATA-NO.
           MOVE WK-FUW-TOKU-COD (WK-FUW-IDX) TO WK-RPT-TOKU-COD.
           MOVE WK-FUW-MANKI-DATE (WK-FUW-IDX) TO WK-RPT-MANKI-DATE.
           MOVE WK-FUW-DATE (WK-FUW-IDX) TO WK-RPT-DATE.
           MOVE WK-FUW-KINGAKU (WK-FUW-IDX) TO WK-RPT-KINGAKU.
           MOVE WK-FUW-RIYU (WK-FUW-IDX) TO WK-RPT-RIYU.
           PERFORM PRINT-LINE-RTN.
       EXT.
           EXIT.
      *
       PRINT-LINE-RTN      SECTION.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    請求書発行台帳の新世代出力（不渡り手形の充当分を入金額から
      *    戻し、未回収／一部入金へ戻す）
      ******************************************************************
       WRITE-IVO-RTN       SECTION.
           OPEN INPUT IVF-FILE.
           IF WK-IVF-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM153 ABEND NOT IVF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             GO TO EXT
           END-IF.
           OPEN OUTPUT IVO-FILE.
           IF WK-IVO-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM153 ABEND NOT IVO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             GO TO EXT
           END-IF.
           PERFORM COPY-IVF-RTN  UNTIL IVF-END-FLG = "Y".
       EXT.
           EXIT.
      *
       COPY-IVF-RTN        SECTION.
           READ IVF-FILE
             AT END
               MOVE "Y" TO IVF-END-FLG
               GO TO EXT
           END-READ.
           MOVE IVF-REC TO IVO-REC.
           IF WK-RIV-CNT > ZERO
            AND NOT CFIVF-VOIDED OF IVF-REC
             SET WK-RIV-IDX TO 1
             SEARCH WK-RIV-ENT
               AT END
                 CONTINUE
               WHEN WK-RIV-IDX > WK-RIV-CNT
                 CONTINUE
               WHEN WK-RIV-INVOICE-NO (WK-RIV-IDX)
                      = CFIVF-INVOICE-NO OF IVF-REC
                 PERFORM REOPEN-RTN
             END-SEARCH
           END-IF.
           WRITE IVO-REC.
       EXT.
           EXIT.
      *
       REOPEN-RTN          SECTION.
           SUBTRACT WK-RIV-KINGAKU (WK-RIV-IDX)
             FROM CFIVF-NYUKIN-KINGAKU OF IVO-REC.
           IF CFIVF-NYUKIN-KINGAKU OF IVO-REC <= ZERO
             MOVE ZERO TO CFIVF-NYUKIN-KINGAKU OF IVO-REC
             MOVE "O" TO CFIVF-STATUS OF IVO-REC
           ELSE
             MOVE "P" TO CFIVF-STATUS OF IVO-REC
           END-IF.
           ADD 1 TO WK-REOPEN-CNT.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    与信保留ファイルの新世代出力（不渡りの得意先を不渡り理由
      *    の保留中にする。保留行の無い得意先は行を追加する）
      ******************************************************************
       WRITE-CHO-RTN       SECTION.
           OPEN OUTPUT CHO-FILE.
           IF WK-CHO-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM153 ABEND NOT CHO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             GO TO EXT
           END-IF.
      *    与信保留ファイルは保留先が無ければ存在しないことがある
           OPEN INPUT CHI-FILE.
           IF WK-CHI-FILE-ERR = "00"
             PERFORM COPY-CHI-RTN  UNTIL CHI-END-FLG = "Y"
           END-IF.
           PERFORM ADD-CHO-RTN
             VARYING WK-HLD-IDX FROM 1 BY 1
             UNTIL WK-HLD-IDX > WK-HLD-CNT.
       EXT.
           EXIT.
      *
       COPY-CHI-RTN        SECTION.
           READ CHI-FILE
             AT END
               MOVE "Y" TO CHI-END-FLG
               GO TO EXT
           END-READ.
           MOVE CHI-REC TO CHO-REC.
           IF WK-HLD-CNT > ZERO
             SET WK-HLD-IDX TO 1
             SEARCH WK-HLD-ENT
               AT END
                 CONTINUE
               WHEN WK-HLD-IDX > WK-HLD-CNT
                 CONTINUE
               WHEN WK-HLD-TOKU-COD (WK-HLD-IDX)
                      = CFCHD-TOKU-COD OF CHI-REC
                 MOVE "H" TO CFCHD-STATUS OF CHO-REC
                 MOVE "F" TO CFCHD-HOLD-RIYU OF CHO-REC
                 MOVE WK-BASE-DATE TO CFCHD-HOLD-DATE OF CHO-REC
                 MOVE ZERO TO CFCHD-RELEASE-DATE OF CHO-REC
                 MOVE SPACE TO CFCHD-RELEASE-OPE OF CHO-REC
                 MOVE "Y" TO WK-HLD-DONE-FLG (WK-HLD-IDX)
                 ADD 1 TO WK-HOLD-CNT
             END-SEARCH
           END-IF.
           WRITE CHO-REC.
       EXT.
           EXIT.
      *
       ADD-CHO-RTN         SECTION.
           IF WK-HLD-DONE-FLG (WK-HLD-IDX) = "Y"
             GO TO EXT
           END-IF.
           MOVE SPACE TO CHO-REC.
           MOVE WK-HLD-TOKU-COD (WK-HLD-IDX)
             TO CFCHD-TOKU-COD OF CHO-REC.
           MOVE "H" TO CFCHD-STATUS OF CHO-REC.
           MOVE ZERO TO CFCHD-EXPOSURE OF CHO-REC.
           MOVE ZERO TO CFCHD-CREDIT-LIMIT OF CHO-REC.
           MOVE WK-BASE-DATE TO CFCHD-HOLD-DATE OF CHO-REC.
           MOVE ZERO TO CFCHD-RELEASE-DATE OF CHO-REC.
           MOVE "F" TO CFCHD-HOLD-RIYU OF CHO-REC.
           WRITE CHO-REC.
           ADD 1 TO WK-HOLD-CNT.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-NRF-FILE-ERR = "00"
             CLOSE NRF-FILE
           END-IF.
           IF WK-NRO-FILE-ERR = "00"
             CLOSE NRO-FILE
           END-IF.
           IF WK-IVF-FILE-ERR = "00"
             CLOSE IVF-FILE
           END-IF.
           IF WK-IVO-FILE-ERR = "00"
             CLOSE IVO-FILE
           END-IF.
           IF WK-CHI-FILE-ERR = "00"
             CLOSE CHI-FILE
           END-IF.
           IF WK-CHO-FILE-ERR = "00"
             CLOSE CHO-FILE
           END-IF.
           IF WK-JNL-FILE-ERR = "00"
             CLOSE JNL-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "NRFCNT=" WK-NRF-CNT.
           DISPLAY "KESSAICNT=" WK-KESSAI-CNT.
           DISPLAY "KESSAIGOKEI=" WK-KESSAI-GOKEI.
           DISPLAY "FUWATARICNT=" WK-FUWATARI-CNT.
           DISPLAY "REOPENCNT=" WK-REOPEN-CNT.
           DISPLAY "HOLDCNT=" WK-HOLD-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM153 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KUBM153"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "NRFCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-NRF-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "KESSAICNT"           TO RUNHIS-CNT-LABEL (2).
           MOVE WK-KESSAI-CNT         TO RUNHIS-CNT-VALUE (2).
           MOVE "KESSAIGKEI"          TO RUNHIS-CNT-LABEL (3).
           MOVE WK-KESSAI-GOKEI       TO RUNHIS-CNT-VALUE (3).
           MOVE "FUWATARCNT"          TO RUNHIS-CNT-LABEL (4).
           MOVE WK-FUWATARI-CNT       TO RUNHIS-CNT-VALUE (4).
           MOVE "HOLDCNT"             TO RUNHIS-CNT-LABEL (5).
           MOVE WK-HOLD-CNT           TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KUBM153 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
