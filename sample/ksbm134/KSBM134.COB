       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KSBM134.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：商品
      * プログラム名  ：期限切迫ロット一覧
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。毎日実行し、ロット別在庫(KCCFLOT)の
      *                 うち残数量があり、使用期限が基準日(BSD。無け
      *                 れば実行日)から指定日数(環境変数KSBM134-NISSU、
      *                 3桁。未設定は30日)以内に到来するロットを倉庫
      *                 ・期限・商品の順に一覧(RPT)へ印字する。見切り
      *                 販売の判断用に期限までの残り日数と移動平均原価
      *                 (KCCFAVC)による原価金額を付け、倉庫ごとの小計
      *                 と総合計を印字する。期限切れ(残り日数が負)の
      *                 ロットは"KIGENGIRE"と印字して廃棄処理(KSBM135)
      *                 の対象であることを示し、1件でもあれば警告終了
      *                 とする。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT LTI-FILE
             ASSIGN TO EXTERNAL LTI
               FILE STATUS IS WK-LTI-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT SOK-FILE
             ASSIGN TO EXTERNAL SOK
               FILE STATUS IS WK-SOK-FILE-ERR.
           SELECT AVC-FILE
             ASSIGN TO EXTERNAL AVC
               FILE STATUS IS WK-AVC-FILE-ERR.
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
       FD  LTI-FILE.
       01  LTI-REC.
           COPY KCCFLOT.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  SOK-FILE.
       01  SOK-REC.
           COPY KCCFSOK.
       FD  AVC-FILE.
       01  AVC-REC.
           COPY KCCFAVC.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(120).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-BSD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-LTI-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-AVC-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  LTI-END-FLG                 PIC  X(01) VALUE "N".
       01  SHO-END-FLG                 PIC  X(01) VALUE "N".
       01  SOK-END-FLG                 PIC  X(01) VALUE "N".
       01  AVC-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
       01  WK-BASE-DAYS                PIC S9(09) VALUE ZERO.
      ******************************************************************
      *  抽出日数(環境変数KSBM134-NISSU。未設定は30日)
      ******************************************************************
       01  WK-NISSU-X                  PIC  X(03) VALUE SPACE.
       01  WK-NISSU-N REDEFINES WK-NISSU-X
                                       PIC  9(03).
       01  WK-NISSU                    PIC  9(03) VALUE 30.
       01  WK-LIMIT-DATE               PIC  9(08) VALUE ZERO.
      ******************************************************************
      *  抽出ロットテーブル(倉庫・期限・商品・ロットの順に整列する)
      ******************************************************************
       01  WK-ALT-TBL.
           03  WK-ALT-CNT              PIC  9(05) VALUE ZERO.
           03  WK-ALT-ENT              OCCURS 5000 TIMES.
             05  WK-ALT-KEY.
               07  WK-ALT-SOKO-COD     PIC  X(02).
               07  WK-ALT-EXPIRY-DATE  PIC  9(08).
               07  WK-ALT-SHOHIN-NO    PIC  X(05).
               07  WK-ALT-LOT-NO       PIC  X(10).
             05  WK-ALT-ZAN-SURYO      PIC S9(07).
       01  WK-SWAP-ENT.
           03  FILLER                  PIC  X(25).
           03  FILLER                  PIC S9(07).
       01  WK-IX                       PIC  9(05) VALUE ZERO.
       01  WK-JX                       PIC  9(05) VALUE ZERO.
       01  WK-MIN-IX                   PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  商品マスタテーブル(商品名)
      ******************************************************************
       01  WK-SHO-TBL.
           03  WK-SHO-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SHO-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-SHO-IDX.
             05  WK-SHO-SHOHIN-NO      PIC  X(05).
             05  WK-SHO-SHOHIN-MEI     PIC  X(20).
      ******************************************************************
      *  倉庫マスタテーブル(倉庫名)
      ******************************************************************
       01  WK-SOK-TBL.
           03  WK-SOK-CNT              PIC  9(03) VALUE ZERO.
           03  WK-SOK-ENT              OCCURS 100 TIMES
                                        INDEXED BY WK-SOK-IDX.
             05  WK-SOK-COD            PIC  X(02).
             05  WK-SOK-MEI            PIC  X(20).
      ******************************************************************
      *  移動平均原価テーブル(AVCから。無い運用では0件)
      ******************************************************************
       01  WK-AVC-TBL.
           03  WK-AVC-CNT              PIC  9(05) VALUE ZERO.
           03  WK-AVC-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-AVC-IDX.
             05  WK-AVC-SHOHIN-NO      PIC  X(05).
             05  WK-AVC-AVG-GENKA      PIC S9(05)V9(04).
      *
       01  WK-KEY-SOKO-COD             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ZAN-NISSU                PIC S9(05) VALUE ZERO.
       01  WK-GENKA-KINGAKU            PIC S9(13) VALUE ZERO.
       01  WK-LOT-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-LIST-CNT                 PIC  9(09) VALUE ZERO.
       01  WK-KIGENGIRE-CNT            PIC  9(09) VALUE ZERO.
       01  WK-SOKO-KENSU               PIC  9(05) VALUE ZERO.
       01  WK-SOKO-SURYO               PIC S9(09) VALUE ZERO.
       01  WK-SOKO-GENKA               PIC S9(13) VALUE ZERO.
       01  WK-TOTAL-SURYO              PIC S9(11) VALUE ZERO.
       01  WK-TOTAL-GENKA              PIC S9(13) VALUE ZERO.
      ******************************************************************
      *  印字用
      ******************************************************************
       01  WK-RPT-HEAD.
           03  FILLER                  PIC  X(35) VALUE
             "*** KSBM134 KIGEN SEPPAKU LOT ICHIR".
           03  FILLER                  PIC  X(15) VALUE
             "AN ***  KIJUN-B".
           03  FILLER                  PIC  X(02) VALUE "I=".
           03  WK-RPH-BASE-DATE        PIC  9(08).
           03  FILLER                  PIC  X(07) VALUE " NISSU=".
           03  WK-RPH-NISSU            PIC  ZZ9.
       01  WK-RPT-SOKO.
           03  FILLER                  PIC  X(05) VALUE "SOKO=".
           03  WK-RPS-SOKO-COD         PIC  X(02).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPS-SOKO-MEI         PIC  X(20).
       01  WK-RPT-LINE.
           03  FILLER                  PIC  X(02) VALUE SPACE.
           03  WK-RPT-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-SHOHIN-MEI       PIC  X(20).
           03  FILLER                  PIC  X(05) VALUE " LOT=".
           03  WK-RPT-LOT-NO           PIC  X(10).
           03  FILLER                  PIC  X(08) VALUE " KIGEN=".
           03  WK-RPT-EXPIRY-DATE      PIC  9(08).
           03  FILLER                  PIC  X(05) VALUE " ZAN=".
           03  WK-RPT-ZAN-NISSU        PIC  -(4)9.
           03  FILLER                  PIC  X(07) VALUE " SURYO=".
           03  WK-RPT-SURYO            PIC  -(6)9.
           03  FILLER                  PIC  X(07) VALUE " GENKA=".
           03  WK-RPT-GENKA            PIC  -(11)9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-KIGENGIRE        PIC  X(09).
       01  WK-RPT-SOKO-KEI.
           03  FILLER                  PIC  X(02) VALUE SPACE.
           03  FILLER                  PIC  X(14) VALUE
             "SOKO KEI KENSU".
           03  FILLER                  PIC  X(01) VALUE "=".
           03  WK-RPK-KENSU            PIC  ZZZZ9.
           03  FILLER                  PIC  X(07) VALUE " SURYO=".
           03  WK-RPK-SURYO            PIC  -(8)9.
           03  FILLER                  PIC  X(07) VALUE " GENKA=".
           03  WK-RPK-GENKA            PIC  -(12)9.
       01  WK-RPT-GOKEI.
           03  FILLER                  PIC  X(02) VALUE SPACE.
           03  FILLER                  PIC  X(12) VALUE "GOKEI KENSU=".
           03  WK-RPG-KENSU            PIC  ZZZZ9.
           03  FILLER                  PIC  X(11) VALUE " KIGENGIRE=".
           03  WK-RPG-KIGENGIRE        PIC  ZZZZ9.
           03  FILLER                  PIC  X(07) VALUE " SURYO=".
           03  WK-RPG-SURYO            PIC  -(10)9.
           03  FILLER                  PIC  X(07) VALUE " GENKA=".
           03  WK-RPG-GENKA            PIC  -(12)9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM SORT-RTN
             PERFORM MAIN-RTN
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX > WK-ALT-CNT
             IF WK-ALT-CNT > ZERO
               PERFORM SOKO-KEI-RTN
             END-IF
             PERFORM GOKEI-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KSBM134 START ***".
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
           DISPLAY "KSBM134-NISSU" UPON ENVIRONMENT-NAME.
           ACCEPT WK-NISSU-X FROM ENVIRONMENT-VALUE.
           IF WK-NISSU-X NOT = SPACE
            AND WK-NISSU-N IS NUMERIC
             MOVE WK-NISSU-N TO WK-NISSU
           END-IF.
           COMPUTE WK-BASE-DAYS =
             FUNCTION INTEGER-OF-DATE (WK-BASE-DATE).
           COMPUTE WK-LIMIT-DATE =
             FUNCTION DATE-OF-INTEGER (WK-BASE-DAYS + WK-NISSU).
           DISPLAY "*** KSBM134 KIJUN-BI=" WK-BASE-DATE
                   " NISSU=" WK-NISSU.
      *
           OPEN INPUT LTI-FILE.
           IF WK-LTI-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM134 ABEND NOT LTI-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RPT-FILE
             IF WK-RPT-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM134 ABEND NOT RPT-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "N"
             GO TO EXT
           END-IF.
      *
      *    商品名・倉庫名・原価は無い運用もあるため開けなければ
      *    0件のまま続ける(名称は空欄、原価金額はZERO)
           OPEN INPUT SHO-FILE.
           IF WK-SHO-FILE-ERR = "00"
             PERFORM LOAD-SHO-RTN  UNTIL SHO-END-FLG = "Y"
             CLOSE SHO-FILE
           END-IF.
           OPEN INPUT SOK-FILE.
           IF WK-SOK-FILE-ERR = "00"
             PERFORM LOAD-SOK-RTN  UNTIL SOK-END-FLG = "Y"
             CLOSE SOK-FILE
           END-IF.
           OPEN INPUT AVC-FILE.
           IF WK-AVC-FILE-ERR = "00"
             PERFORM LOAD-AVC-RTN  UNTIL AVC-END-FLG = "Y"
             CLOSE AVC-FILE
           END-IF.
      *
           PERFORM LOAD-LTI-RTN  UNTIL LTI-END-FLG = "Y".
      *
           MOVE WK-BASE-DATE TO WK-RPH-BASE-DATE.
           MOVE WK-NISSU TO WK-RPH-NISSU.
           MOVE WK-RPT-HEAD TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      *    残数量があり期限が抽出期限日以前のロットを控える
       LOAD-LTI-RTN        SECTION.
           READ LTI-FILE
             AT END
               MOVE "Y" TO LTI-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-LOT-CNT.
           IF CFLOT-ZAN-SURYO NOT > ZERO
            OR CFLOT-EXPIRY-DATE > WK-LIMIT-DATE
             GO TO EXT
           END-IF.
           IF WK-ALT-CNT >= 5000
             DISPLAY "!!! KSBM134 ABEND : ALT TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-ALT-CNT.
           MOVE CFLOT-SOKO-COD TO WK-ALT-SOKO-COD (WK-ALT-CNT).
           MOVE CFLOT-EXPIRY-DATE TO WK-ALT-EXPIRY-DATE (WK-ALT-CNT).
           MOVE CFLOT-SHOHIN-NO TO WK-ALT-SHOHIN-NO (WK-ALT-CNT).
           MOVE CFLOT-LOT-NO TO WK-ALT-LOT-NO (WK-ALT-CNT).
           MOVE CFLOT-ZAN-SURYO TO WK-ALT-ZAN-SURYO (WK-ALT-CNT).
       EXT.
           EXIT.
      *
       LOAD-SHO-RTN        SECTION.
           READ SHO-FILE
             AT END
               MOVE "Y" TO SHO-END-FLG
               GO TO EXT
           END-READ.
           IF WK-SHO-CNT >= 5000
             DISPLAY "*** KSBM134 WARNING SHO TABLE FULL"
             MOVE "Y" TO SHO-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-SHO-CNT.
           SET WK-SHO-IDX TO WK-SHO-CNT.
           MOVE CFSHO-SHOHIN-NO TO WK-SHO-SHOHIN-NO (WK-SHO-IDX).
           MOVE CFSHO-SHOHIN-MEI TO WK-SHO-SHOHIN-MEI (WK-SHO-IDX).
       EXT.
           EXIT.
      *
       LOAD-SOK-RTN        SECTION.
           READ SOK-FILE
             AT END
               MOVE "Y" TO SOK-END-FLG
               GO TO EXT
           END-READ.
           IF WK-SOK-CNT >= 100
             DISPLAY "*** KSBM134 WARNING SOK TABLE FULL"
             MOVE "Y" TO SOK-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-SOK-CNT.
           SET WK-SOK-IDX TO WK-SOK-CNT.
           MOVE CFSOK-SOKO-COD TO WK-SOK-COD (WK-SOK-IDX).
           MOVE CFSOK-SOKO-MEI TO WK-SOK-MEI (WK-SOK-IDX).
       EXT.
           EXIT.
      *
       LOAD-AVC-RTN        SECTION.
           READ AVC-FILE
             AT END
               MOVE "Y" TO AVC-END-FLG
               GO TO EXT
           END-READ.
           IF WK-AVC-CNT >= 5000
             DISPLAY "*** KSBM134 WARNING AVC TABLE FULL"
             MOVE "Y" TO AVC-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-AVC-CNT.
           SET WK-AVC-IDX TO WK-AVC-CNT.
           MOVE CFAVC-SHOHIN-NO TO WK-AVC-SHOHIN-NO (WK-AVC-IDX).
           MOVE CFAVC-AVG-GENKA TO WK-AVC-AVG-GENKA (WK-AVC-IDX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    倉庫・期限・商品・ロットの昇順整列(選択ソート)
      ******************************************************************
       SORT-RTN            SECTION.
           PERFORM SORT-PASS-RTN
             VARYING WK-IX FROM 1 BY 1
             UNTIL WK-IX >= WK-ALT-CNT.
       EXT.
           EXIT.
      *
       SORT-PASS-RTN       SECTION.
           MOVE WK-IX TO WK-MIN-IX.
           PERFORM SORT-SCAN-RTN
             VARYING WK-JX FROM WK-IX BY 1
             UNTIL WK-JX > WK-ALT-CNT.
           IF WK-MIN-IX NOT = WK-IX
             MOVE WK-ALT-ENT (WK-IX) TO WK-SWAP-ENT
             MOVE WK-ALT-ENT (WK-MIN-IX) TO WK-ALT-ENT (WK-IX)
             MOVE WK-SWAP-ENT TO WK-ALT-ENT (WK-MIN-IX)
           END-IF.
       EXT.
           EXIT.
      *
       SORT-SCAN-RTN       SECTION.
           IF WK-ALT-KEY (WK-JX) < WK-ALT-KEY (WK-MIN-IX)
             MOVE WK-JX TO WK-MIN-IX
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    ロット1件の印字(倉庫が変われば小計と倉庫見出し)
      ******************************************************************
       MAIN-RTN            SECTION.
           IF WK-ALT-SOKO-COD (WK-IX) NOT = WK-KEY-SOKO-COD
             IF WK-KEY-SOKO-COD NOT = HIGH-VALUE
               PERFORM SOKO-KEI-RTN
             END-IF
             PERFORM SOKO-HEAD-RTN
           END-IF.
      *
           COMPUTE WK-ZAN-NISSU =
             FUNCTION INTEGER-OF-DATE (WK-ALT-EXPIRY-DATE (WK-IX))
             - WK-BASE-DAYS.
           MOVE ZERO TO WK-GENKA-KINGAKU.
           SET WK-AVC-IDX TO 1.
           IF WK-AVC-CNT > ZERO
             SEARCH WK-AVC-ENT
               AT END
                 CONTINUE
               WHEN WK-AVC-IDX > WK-AVC-CNT
                 CONTINUE
               WHEN WK-AVC-SHOHIN-NO (WK-AVC-IDX)
                      = WK-ALT-SHOHIN-NO (WK-IX)
                 COMPUTE WK-GENKA-KINGAKU ROUNDED =
                   WK-ALT-ZAN-SURYO (WK-IX)
                   * WK-AVC-AVG-GENKA (WK-AVC-IDX)
             END-SEARCH
           END-IF.
      *
           MOVE WK-ALT-SHOHIN-NO (WK-IX) TO WK-RPT-SHOHIN-NO.
           MOVE SPACE TO WK-RPT-SHOHIN-MEI.
           SET WK-SHO-IDX TO 1.
           IF WK-SHO-CNT > ZERO
             SEARCH WK-SHO-ENT
               AT END
                 CONTINUE
               WHEN WK-SHO-IDX > WK-SHO-CNT
                 CONTINUE
               WHEN WK-SHO-SHOHIN-NO (WK-SHO-IDX)
                      = WK-ALT-SHOHIN-NO (WK-IX)
                 MOVE WK-SHO-SHOHIN-MEI (WK-SHO-IDX)
                   TO WK-RPT-SHOHIN-MEI
             END-SEARCH
           END-IF.
           MOVE WK-ALT-LOT-NO (WK-IX) TO WK-RPT-LOT-NO.
           MOVE WK-ALT-EXPIRY-DATE (WK-IX) TO WK-RPT-EXPIRY-DATE.
           MOVE WK-ZAN-NISSU TO WK-RPT-ZAN-NISSU.
           MOVE WK-ALT-ZAN-SURYO (WK-IX) TO WK-RPT-SURYO.
           MOVE WK-GENKA-KINGAKU TO WK-RPT-GENKA.
           IF WK-ZAN-NISSU < ZERO
             MOVE "KIGENGIRE" TO WK-RPT-KIGENGIRE
             ADD 1 TO WK-KIGENGIRE-CNT
             MOVE RC-WARNING TO RETURN-CODE
           ELSE
             MOVE SPACE TO WK-RPT-KIGENGIRE
           END-IF.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
      *
           ADD 1 TO WK-LIST-CNT.
           ADD 1 TO WK-SOKO-KENSU.
           ADD WK-ALT-ZAN-SURYO (WK-IX) TO WK-SOKO-SURYO.
           ADD WK-GENKA-KINGAKU TO WK-SOKO-GENKA.
           ADD WK-ALT-ZAN-SURYO (WK-IX) TO WK-TOTAL-SURYO.
           ADD WK-GENKA-KINGAKU TO WK-TOTAL-GENKA.
       EXT.
           EXIT.
      *
       SOKO-HEAD-RTN       SECTION.
           MOVE WK-ALT-SOKO-COD (WK-IX) TO WK-KEY-SOKO-COD.
           MOVE ZERO TO WK-SOKO-KENSU.
           MOVE ZERO TO WK-SOKO-SURYO.
           MOVE ZERO TO WK-SOKO-GENKA.
           MOVE WK-KEY-SOKO-COD TO WK-RPS-SOKO-COD.
           MOVE SPACE TO WK-RPS-SOKO-MEI.
           SET WK-SOK-IDX TO 1.
           IF WK-SOK-CNT > ZERO
             SEARCH WK-SOK-ENT
               AT END
                 CONTINUE
               WHEN WK-SOK-IDX > WK-SOK-CNT
                 CONTINUE
               WHEN WK-SOK-COD (WK-SOK-IDX) = WK-KEY-SOKO-COD
                 MOVE WK-SOK-MEI (WK-SOK-IDX) TO WK-RPS-SOKO-MEI
             END-SEARCH
           END-IF.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE WK-RPT-SOKO TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       SOKO-KEI-RTN        SECTION.
           MOVE WK-SOKO-KENSU TO WK-RPK-KENSU.
           MOVE WK-SOKO-SURYO TO WK-RPK-SURYO.
           MOVE WK-SOKO-GENKA TO WK-RPK-GENKA.
           MOVE WK-RPT-SOKO-KEI TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       GOKEI-RTN           SECTION.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE WK-LIST-CNT TO WK-RPG-KENSU.
           MOVE WK-KIGENGIRE-CNT TO WK-RPG-KIGENGIRE.
           MOVE WK-TOTAL-SURYO TO WK-RPG-SURYO.
           MOVE WK-TOTAL-GENKA TO WK-RPG-GENKA.
           MOVE WK-RPT-GOKEI TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-LTI-FILE-ERR = "00" OR LTI-END-FLG = "Y"
             CLOSE LTI-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "LOTCNT=" WK-LOT-CNT.
           DISPLAY "LISTCNT=" WK-LIST-CNT.
           DISPLAY "KIGENGIRECNT=" WK-KIGENGIRE-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM134 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KSBM134"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 3                     TO RUNHIS-CNT-CNT.
           MOVE "LOTCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-LOT-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "LISTCNT"             TO RUNHIS-CNT-LABEL (2).
           MOVE WK-LIST-CNT           TO RUNHIS-CNT-VALUE (2).
           MOVE "KIGENGIRE"           TO RUNHIS-CNT-LABEL (3).
           MOVE WK-KIGENGIRE-CNT      TO RUNHIS-CNT-VALUE (3).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KSBM134 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
