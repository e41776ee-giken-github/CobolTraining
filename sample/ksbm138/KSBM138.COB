       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KSBM138.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：商品
      * プログラム名  ：将来在庫推移表
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。基準日(BSD。無ければ実行日)から先の
      *                 営業日(環境変数KSBM138-NISSU、2桁。未設定は
      *                 20日、最大30日。1日目は基準日)について、商品・
      *                 倉庫別の在庫の推移を予測する。起点は倉庫別在庫
      *                 (KCCFSZA)の現在庫で、入荷予定(KCCFERF)と移動中
      *                 の倉庫間移動(KCCFTRF。着荷は指示日の翌日以降の
      *                 最初の営業日と見なす)を足し、引当済み未出荷
      *                 (KCCFALF。出荷予定日)・バックオーダー(KCCFBOF。
      *                 1日目)・定期受注(KCCFSTO。次回生成日から周期
      *                 ごとに展開)を引く。休日の予定は翌営業日に、基準日
      *                 以前の予定は1日目に寄せる。入荷予定・バック
      *                 オーダー・定期受注は倉庫を持たないため倉庫未指定
      *                 の行(倉庫コードSPACE)に計上し、商品合計行("**")
      *                 は全行の合計とする。各行の日別残高を印字して残高
      *                 が初めてマイナスになる日(FUSOKU-BI)を示し、発注
      *                 担当の表計算用に日別のＣＳＶ(CSV)を書き出す。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT SZA-FILE
             ASSIGN TO EXTERNAL SZA
               FILE STATUS IS WK-SZA-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT ERF-FILE
             ASSIGN TO EXTERNAL ERF
               FILE STATUS IS WK-ERF-FILE-ERR.
           SELECT TRF-FILE
             ASSIGN TO EXTERNAL TRF
               FILE STATUS IS WK-TRF-FILE-ERR.
           SELECT ALF-FILE
             ASSIGN TO EXTERNAL ALF
               FILE STATUS IS WK-ALF-FILE-ERR.
           SELECT BOF-FILE
             ASSIGN TO EXTERNAL BOF
               FILE STATUS IS WK-BOF-FILE-ERR.
           SELECT STO-FILE
             ASSIGN TO EXTERNAL STO
               FILE STATUS IS WK-STO-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-FILE-ERR.
           SELECT CSV-FILE
             ASSIGN TO EXTERNAL CSV
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-CSV-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
       FD  BSD-FILE.
       01  BSD-REC.
           COPY KCCFBSD.
       FD  SZA-FILE.
       01  SZA-REC.
           COPY KCCFSZA.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  ERF-FILE.
       01  ERF-REC.
           COPY KCCFERF.
       FD  TRF-FILE.
       01  TRF-REC.
           COPY KCCFTRF.
       FD  ALF-FILE.
       01  ALF-REC.
           COPY KCCFALF.
       FD  BOF-FILE.
       01  BOF-REC.
           COPY KCCFBOF.
       FD  STO-FILE.
       01  STO-REC.
           COPY KCCFSTO.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(132).
       FD  CSV-FILE.
       01  CSV-REC                     PIC  X(80).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
           COPY CALCYESTERDAY-PARAMS.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-BSD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SZA-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ERF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TRF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ALF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-BOF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-STO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-CSV-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  SZA-END-FLG                 PIC  X(01) VALUE "N".
       01  SHO-END-FLG                 PIC  X(01) VALUE "N".
       01  ERF-END-FLG                 PIC  X(01) VALUE "N".
       01  TRF-END-FLG                 PIC  X(01) VALUE "N".
       01  ALF-END-FLG                 PIC  X(01) VALUE "N".
       01  BOF-END-FLG                 PIC  X(01) VALUE "N".
       01  STO-END-FLG                 PIC  X(01) VALUE "N".
      ******************************************************************
      *  予測期間(1日目＝基準日、以降は営業日)
      ******************************************************************
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
       01  WK-NISSU-X                  PIC  X(02) VALUE SPACE.
       01  WK-NISSU-N REDEFINES WK-NISSU-X
                                       PIC  9(02).
       01  WK-NISSU                    PIC  9(02) VALUE 20.
       01  WK-HI-TBL.
           03  WK-HI-DATE              PIC  9(08) OCCURS 30 TIMES.
       01  WK-HX                       PIC  9(02) VALUE ZERO.
       01  WK-SLOT                     PIC  9(02) VALUE ZERO.
      *    印字行の欄位置(1～10)
       01  WK-CELL-X                   PIC  9(02) VALUE ZERO.
       01  WK-HX-WORK                  PIC  9(02) VALUE ZERO.
      ******************************************************************
      *  商品・倉庫別の予定(倉庫"**"は商品合計行)
      ******************************************************************
       01  WK-ROW-TBL.
           03  WK-ROW-CNT              PIC  9(05) VALUE ZERO.
           03  WK-ROW-ENT              OCCURS 6000 TIMES
                                        INDEXED BY WK-ROW-IDX.
             05  WK-ROW-SHOHIN-NO      PIC  X(05).
             05  WK-ROW-SOKO-COD       PIC  X(02).
             05  WK-ROW-ZAIKO          PIC S9(09).
             05  WK-ROW-NYUKA          PIC S9(09).
             05  WK-ROW-IDO            PIC S9(09).
             05  WK-ROW-HIKIATE        PIC S9(09).
             05  WK-ROW-BO             PIC S9(09).
             05  WK-ROW-TEIKI          PIC S9(09).
             05  WK-ROW-HI             OCCURS 30 TIMES.
               07  WK-ROW-IN           PIC S9(07).
               07  WK-ROW-OUT          PIC S9(07).
       01  WK-FIND-SHOHIN-NO           PIC  X(05) VALUE SPACE.
       01  WK-FIND-SOKO-COD            PIC  X(02) VALUE SPACE.
       01  WK-IX                       PIC  9(05) VALUE ZERO.
       01  WK-JX                       PIC  9(05) VALUE ZERO.
      *    商品名(SHO。無い運用では空欄)
       01  WK-MEI-TBL.
           03  WK-MEI-CNT              PIC  9(05) VALUE ZERO.
           03  WK-MEI-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-MEI-IDX.
             05  WK-MEI-SHOHIN-NO      PIC  X(05).
             05  WK-MEI-SHOHIN-MEI     PIC  X(20).
      ******************************************************************
      *  予定1件分(ADD-YOTEI-RTNへの受渡し)
      *  種別："N"=入荷予定  "I"=移動入庫  "H"=引当済み未出荷
      *        "B"=バックオーダー  "T"=定期受注
      ******************************************************************
       01  WK-YT-SHU                   PIC  X(01) VALUE SPACE.
       01  WK-YT-SHOHIN-NO             PIC  X(05) VALUE SPACE.
       01  WK-YT-SOKO-COD              PIC  X(02) VALUE SPACE.
       01  WK-YT-DATE                  PIC  9(08) VALUE ZERO.
       01  WK-YT-SURYO                 PIC S9(07) VALUE ZERO.
      *    定期受注の展開
       01  WK-NEXT-DATE                PIC  9(08) VALUE ZERO.
       01  WK-NEXT-DATE-X  REDEFINES  WK-NEXT-DATE.
           03  WK-NEXT-YY              PIC  9(04).
           03  WK-NEXT-MM              PIC  9(02).
           03  WK-NEXT-DD              PIC  9(02).
       01  WK-CALC-YY                  PIC  9(04) VALUE ZERO.
       01  WK-CALC-MM                  PIC  9(03) VALUE ZERO.
       01  WK-CALC-DD                  PIC  9(02) VALUE ZERO.
       01  WK-MATSU-DD                 PIC  9(02) VALUE ZERO.
       01  WK-SHO                      PIC  9(04) VALUE ZERO.
       01  WK-AMARI                    PIC  9(04) VALUE ZERO.
       01  WK-DAYS-I                   PIC S9(09) VALUE ZERO.
       01  WK-DAYS-TBL.
           03  FILLER                  PIC  X(24) VALUE
             "312831303130313130313031".
       01  WK-DAYS-TBL-R  REDEFINES  WK-DAYS-TBL.
           03  WK-DAYS-IN-MM           PIC  9(02) OCCURS 12 TIMES.
      *    日別残高と最初の不足日
       01  WK-ZAN                      PIC S9(09) VALUE ZERO.
       01  WK-FUSOKU-HX                PIC  9(02) VALUE ZERO.
      *
       01  WK-ERF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-TRF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-ALF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-BOF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-STO-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-FUSOKU-CNT               PIC  9(09) VALUE ZERO.
       01  WK-CSV-CNT                  PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  印字用
      ******************************************************************
       01  WK-RPT-HEAD.
           03  FILLER                  PIC  X(35) VALUE
             "*** KSBM138 SHORAI ZAIKO SUII *** ".
           03  FILLER                  PIC  X(06) VALUE "KIJUN=".
           03  WK-RPH-BASE-DATE        PIC  9(08).
           03  FILLER                  PIC  X(07) VALUE " NISSU=".
           03  WK-RPH-NISSU            PIC  Z9.
           03  FILLER                  PIC  X(08) VALUE " HORIZON".
           03  FILLER                  PIC  X(01) VALUE "=".
           03  WK-RPH-END-DATE         PIC  9(08).
      *    日付見出し・日別残高(1行10日)
       01  WK-RPT-HI.
           03  WK-RPD-MIDASHI          PIC  X(10).
           03  WK-RPD-CELL             OCCURS 10 TIMES.
             05  WK-RPD-VALUE          PIC  X(08).
             05  WK-RPD-MARK           PIC  X(01).
       01  WK-HI-EDIT.
           03  FILLER                  PIC  X(03) VALUE SPACE.
           03  WK-HIE-MM               PIC  9(02).
           03  FILLER                  PIC  X(01) VALUE "/".
           03  WK-HIE-DD               PIC  9(02).
       01  WK-HIZUKE-WORK              PIC  9(08) VALUE ZERO.
       01  WK-HIZUKE-WORK-R REDEFINES WK-HIZUKE-WORK.
           03  FILLER                  PIC  9(04).
           03  WK-HZW-MM               PIC  9(02).
           03  WK-HZW-DD               PIC  9(02).
       01  WK-ZAN-EDIT                 PIC  -(7)9.
       01  WK-RPT-LINE.
           03  FILLER                  PIC  X(02) VALUE SPACE.
           03  WK-RPL-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPL-SHOHIN-MEI       PIC  X(20).
           03  FILLER                  PIC  X(06) VALUE " SOKO=".
           03  WK-RPL-SOKO-COD         PIC  X(02).
           03  FILLER                  PIC  X(07) VALUE " ZAIKO=".
           03  WK-RPL-ZAIKO            PIC  -(6)9.
           03  FILLER                  PIC  X(04) VALUE " +N=".
           03  WK-RPL-NYUKA            PIC  Z(5)9.
           03  FILLER                  PIC  X(04) VALUE " +I=".
           03  WK-RPL-IDO              PIC  Z(5)9.
           03  FILLER                  PIC  X(04) VALUE " -H=".
           03  WK-RPL-HIKIATE          PIC  Z(5)9.
           03  FILLER                  PIC  X(04) VALUE " -B=".
           03  WK-RPL-BO               PIC  Z(5)9.
           03  FILLER                  PIC  X(04) VALUE " -T=".
           03  WK-RPL-TEIKI            PIC  Z(5)9.
           03  FILLER                  PIC  X(11) VALUE " FUSOKU-BI=".
           03  WK-RPL-FUSOKU-BI        PIC  X(08).
      *    ＣＳＶ
       01  WK-CSV-DATE                 PIC  9(08) VALUE ZERO.
       01  WK-CSV-IN                   PIC S9(07)
                                        SIGN LEADING SEPARATE.
       01  WK-CSV-OUT                  PIC S9(07)
                                        SIGN LEADING SEPARATE.
       01  WK-CSV-ZAN                  PIC S9(09)
                                        SIGN LEADING SEPARATE.
       01  WK-CSV-FUSOKU               PIC  X(01) VALUE SPACE.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM PRINT-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KSBM138 START ***".
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
           DISPLAY "KSBM138-NISSU" UPON ENVIRONMENT-NAME.
           ACCEPT WK-NISSU-X FROM ENVIRONMENT-VALUE.
           IF WK-NISSU-X NOT = SPACE
            AND WK-NISSU-N IS NUMERIC
            AND WK-NISSU-N > ZERO
             MOVE WK-NISSU-N TO WK-NISSU
           END-IF.
           IF WK-NISSU > 30
             MOVE 30 TO WK-NISSU
           END-IF.
      *
      *    予測期間の日付(2日目以降は基準日から営業日単位で進める)
           MOVE WK-BASE-DATE TO WK-HI-DATE (1).
           PERFORM HI-DATE-RTN
             VARYING WK-HX FROM 2 BY 1
             UNTIL WK-HX > WK-NISSU.
           IF WK-INIT-OK-FLG = "N"
             GO TO EXT
           END-IF.
           DISPLAY "*** KSBM138 KIJUN=" WK-BASE-DATE
                   " NISSU=" WK-NISSU
                   " HORIZON=" WK-HI-DATE (WK-NISSU).
      *
           OPEN INPUT SZA-FILE.
           IF WK-SZA-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM138 ABEND NOT SZA-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RPT-FILE
             IF WK-RPT-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM138 ABEND NOT RPT-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT CSV-FILE
             IF WK-CSV-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM138 ABEND NOT CSV-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "N"
             GO TO EXT
           END-IF.
      *
           PERFORM LOAD-SZA-RTN  UNTIL SZA-END-FLG = "Y".
           CLOSE SZA-FILE.
      *
      *    予定のファイルは無い運用もあるため開けなければ0件で続ける
           OPEN INPUT SHO-FILE.
           IF WK-SHO-FILE-ERR = "00"
             PERFORM LOAD-SHO-RTN  UNTIL SHO-END-FLG = "Y"
             CLOSE SHO-FILE
           END-IF.
           OPEN INPUT ERF-FILE.
           IF WK-ERF-FILE-ERR = "00"
             PERFORM LOAD-ERF-RTN  UNTIL ERF-END-FLG = "Y"
             CLOSE ERF-FILE
           ELSE
             DISPLAY "*** KSBM138 ERF-FILE NASHI (NYUKA YOTEI 0)"
           END-IF.
           OPEN INPUT TRF-FILE.
           IF WK-TRF-FILE-ERR = "00"
             PERFORM LOAD-TRF-RTN  UNTIL TRF-END-FLG = "Y"
             CLOSE TRF-FILE
           ELSE
             DISPLAY "*** KSBM138 TRF-FILE NASHI (IDO-CHU 0)"
           END-IF.
           OPEN INPUT ALF-FILE.
           IF WK-ALF-FILE-ERR = "00"
             PERFORM LOAD-ALF-RTN  UNTIL ALF-END-FLG = "Y"
             CLOSE ALF-FILE
           ELSE
             DISPLAY "*** KSBM138 ALF-FILE NASHI (HIKIATE 0)"
           END-IF.
           OPEN INPUT BOF-FILE.
           IF WK-BOF-FILE-ERR = "00"
             PERFORM LOAD-BOF-RTN  UNTIL BOF-END-FLG = "Y"
             CLOSE BOF-FILE
           ELSE
             DISPLAY "*** KSBM138 BOF-FILE NASHI (BACKORDER 0)"
           END-IF.
           OPEN INPUT STO-FILE.
           IF WK-STO-FILE-ERR = "00"
             PERFORM LOAD-STO-RTN  UNTIL STO-END-FLG = "Y"
             CLOSE STO-FILE
           ELSE
             DISPLAY "*** KSBM138 STO-FILE NASHI (TEIKI 0)"
           END-IF.
       EXT.
           EXIT.
      *
       HI-DATE-RTN         SECTION.
           MOVE WK-BASE-DATE TO DATE-YYYYMMDD.
           COMPUTE OFFSET-DAYS = WK-HX - 1.
           MOVE "Y" TO BUSDAY-FLG.
           CALL "CALCYESTERDAY" USING CALCYESTERDAY-P1.
           IF ERR NOT = SPACE
             DISPLAY "*** KSBM138 ABEND CALCYESTERDAY ERR=" ERR
                     " DATE=" WK-BASE-DATE
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             MOVE WK-NISSU TO WK-HX
             GO TO EXT
           END-IF.
           MOVE RESULT-YYYYMMDD TO WK-HI-DATE (WK-HX).
       EXT.
           EXIT.
      *
      *    予定日(WK-YT-DATE)の日の位置。1日目以前は1、期間後はZERO
       SLOT-RTN            SECTION.
           MOVE ZERO TO WK-SLOT.
           IF WK-YT-DATE > WK-HI-DATE (WK-NISSU)
             GO TO EXT
           END-IF.
           PERFORM SLOT-HANTEI-RTN
             VARYING WK-HX FROM 1 BY 1
             UNTIL WK-HX > WK-NISSU
                OR WK-SLOT NOT = ZERO.
       EXT.
           EXIT.
      *
       SLOT-HANTEI-RTN     SECTION.
           IF WK-HI-DATE (WK-HX) >= WK-YT-DATE
             MOVE WK-HX TO WK-SLOT
           END-IF.
       EXT.
           EXIT.
      *
       LOAD-SZA-RTN        SECTION.
           READ SZA-FILE
             AT END
               MOVE "Y" TO SZA-END-FLG
               GO TO EXT
           END-READ.
           MOVE CFSZA-SHOHIN-NO TO WK-FIND-SHOHIN-NO.
           MOVE CFSZA-SOKO-COD TO WK-FIND-SOKO-COD.
           PERFORM FIND-ROW-RTN.
           COMPUTE WK-ROW-ZAIKO (WK-ROW-IDX) =
                   WK-ROW-ZAIKO (WK-ROW-IDX)
                 + CFSZA-ZENGETU-ZAIKO
                 + CFSZA-TOUGETU-NYUKO
                 - CFSZA-TOUGETU-SYUKO.
           MOVE "**" TO WK-FIND-SOKO-COD.
           PERFORM FIND-ROW-RTN.
           COMPUTE WK-ROW-ZAIKO (WK-ROW-IDX) =
                   WK-ROW-ZAIKO (WK-ROW-IDX)
                 + CFSZA-ZENGETU-ZAIKO
                 + CFSZA-TOUGETU-NYUKO
                 - CFSZA-TOUGETU-SYUKO.
       EXT.
           EXIT.
      *
       LOAD-SHO-RTN        SECTION.
           READ SHO-FILE
             AT END
               MOVE "Y" TO SHO-END-FLG
               GO TO EXT
           END-READ.
           IF WK-MEI-CNT >= 5000
             GO TO EXT
           END-IF.
           ADD 1 TO WK-MEI-CNT.
           MOVE CFSHO-SHOHIN-NO TO WK-MEI-SHOHIN-NO (WK-MEI-CNT).
           MOVE CFSHO-SHOHIN-MEI TO WK-MEI-SHOHIN-MEI (WK-MEI-CNT).
       EXT.
           EXIT.
      *
       LOAD-ERF-RTN        SECTION.
           READ ERF-FILE
             AT END
               MOVE "Y" TO ERF-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-ERF-CNT.
           MOVE "N" TO WK-YT-SHU.
           MOVE CFERF-SHOHIN-NO TO WK-YT-SHOHIN-NO.
           MOVE SPACE TO WK-YT-SOKO-COD.
           MOVE CFERF-YOTEI-DATE TO WK-YT-DATE.
           MOVE CFERF-YOTEI-SURYO TO WK-YT-SURYO.
           PERFORM ADD-YOTEI-RTN.
       EXT.
           EXIT.
      *
      *    移動中の指示は移動先倉庫へ、指示日の翌日以降に着荷とする
       LOAD-TRF-RTN        SECTION.
           READ TRF-FILE
             AT END
               MOVE "Y" TO TRF-END-FLG
               GO TO EXT
           END-READ.
           IF NOT CFTRF-IDO-CHU
             GO TO EXT
           END-IF.
           ADD 1 TO WK-TRF-CNT.
           MOVE "I" TO WK-YT-SHU.
           MOVE CFTRF-SHOHIN-NO TO WK-YT-SHOHIN-NO.
           MOVE CFTRF-TO-SOKO TO WK-YT-SOKO-COD.
           COMPUTE WK-DAYS-I =
             FUNCTION INTEGER-OF-DATE (CFTRF-SHIJI-DATE) + 1.
           COMPUTE WK-YT-DATE = FUNCTION DATE-OF-INTEGER (WK-DAYS-I).
           MOVE CFTRF-SURYO TO WK-YT-SURYO.
           PERFORM ADD-YOTEI-RTN.
       EXT.
           EXIT.
      *
       LOAD-ALF-RTN        SECTION.
           READ ALF-FILE
             AT END
               MOVE "Y" TO ALF-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-ALF-CNT.
           MOVE "H" TO WK-YT-SHU.
           MOVE CFALF-SHOHIN-NO TO WK-YT-SHOHIN-NO.
           MOVE CFALF-SOKO-COD TO WK-YT-SOKO-COD.
           MOVE CFALF-SHIP-DATE TO WK-YT-DATE.
           MOVE CFALF-SURYO TO WK-YT-SURYO.
           PERFORM ADD-YOTEI-RTN.
       EXT.
           EXIT.
      *
       LOAD-BOF-RTN        SECTION.
           READ BOF-FILE
             AT END
               MOVE "Y" TO BOF-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-BOF-CNT.
           MOVE "B" TO WK-YT-SHU.
           MOVE CFBOF-SHOHIN-NO TO WK-YT-SHOHIN-NO.
           MOVE SPACE TO WK-YT-SOKO-COD.
           MOVE WK-BASE-DATE TO WK-YT-DATE.
           MOVE CFBOF-ZAN-SURYO TO WK-YT-SURYO.
           PERFORM ADD-YOTEI-RTN.
       EXT.
           EXIT.
      *
      *    定期受注は次回生成日から終了日・予測期間末まで周期ごとに展開
      *    (休止中の行は生成されないので対象外)
       LOAD-STO-RTN        SECTION.
           READ STO-FILE
             AT END
               MOVE "Y" TO STO-END-FLG
               GO TO EXT
           END-READ.
           IF CFSTO-SUSPEND-YES
            OR CFSTO-NEXT-DATE = ZERO
             GO TO EXT
           END-IF.
           ADD 1 TO WK-STO-CNT.
           MOVE "T" TO WK-YT-SHU.
           MOVE CFSTO-SHOHIN-NO TO WK-YT-SHOHIN-NO.
           MOVE SPACE TO WK-YT-SOKO-COD.
           MOVE CFSTO-SURYO TO WK-YT-SURYO.
           MOVE CFSTO-NEXT-DATE TO WK-NEXT-DATE.
           PERFORM STO-TENKAI-RTN
             UNTIL WK-NEXT-DATE > WK-HI-DATE (WK-NISSU)
                OR (CFSTO-END-DATE NOT = ZERO
                    AND WK-NEXT-DATE > CFSTO-END-DATE).
       EXT.
           EXIT.
      *
       STO-TENKAI-RTN      SECTION.
           MOVE WK-NEXT-DATE TO WK-YT-DATE.
           PERFORM ADD-YOTEI-RTN.
           IF CFSTO-WEEKLY
             COMPUTE WK-DAYS-I =
               FUNCTION INTEGER-OF-DATE (WK-NEXT-DATE) + 7
             COMPUTE WK-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER (WK-DAYS-I)
           ELSE
             MOVE WK-NEXT-YY TO WK-CALC-YY
             MOVE WK-NEXT-MM TO WK-CALC-MM
             MOVE WK-NEXT-DD TO WK-CALC-DD
             ADD 1 TO WK-CALC-MM
             IF WK-CALC-MM > 12
               SUBTRACT 12 FROM WK-CALC-MM
               ADD 1 TO WK-CALC-YY
             END-IF
             PERFORM CALC-MATSU-RTN
             IF WK-CALC-DD > WK-MATSU-DD
               MOVE WK-MATSU-DD TO WK-CALC-DD
             END-IF
             MOVE WK-CALC-YY TO WK-NEXT-YY
             MOVE WK-CALC-MM TO WK-NEXT-MM
             MOVE WK-CALC-DD TO WK-NEXT-DD
           END-IF.
       EXT.
           EXIT.
      *
       CALC-MATSU-RTN      SECTION.
           MOVE WK-DAYS-IN-MM (WK-CALC-MM) TO WK-MATSU-DD.
           IF WK-CALC-MM = 02
             DIVIDE WK-CALC-YY BY 4 GIVING WK-SHO
               REMAINDER WK-AMARI
             IF WK-AMARI = ZERO
               DIVIDE WK-CALC-YY BY 100 GIVING WK-SHO
                 REMAINDER WK-AMARI
               IF WK-AMARI NOT = ZERO
                 MOVE 29 TO WK-MATSU-DD
               ELSE
                 DIVIDE WK-CALC-YY BY 400 GIVING WK-SHO
                   REMAINDER WK-AMARI
                 IF WK-AMARI = ZERO
                   MOVE 29 TO WK-MATSU-DD
                 END-IF
               END-IF
             END-IF
           END-IF.
       EXT.
           EXIT.
      *
      *    予定1件を該当日の倉庫行と商品合計行へ積む
       ADD-YOTEI-RTN       SECTION.
           PERFORM SLOT-RTN.
           IF WK-SLOT = ZERO
             GO TO EXT
           END-IF.
           MOVE WK-YT-SHOHIN-NO TO WK-FIND-SHOHIN-NO.
           MOVE WK-YT-SOKO-COD TO WK-FIND-SOKO-COD.
           PERFORM FIND-ROW-RTN.
           PERFORM ADD-ROW-RTN.
           MOVE "**" TO WK-FIND-SOKO-COD.
           PERFORM FIND-ROW-RTN.
           PERFORM ADD-ROW-RTN.
       EXT.
           EXIT.
      *
       ADD-ROW-RTN         SECTION.
           EVALUATE WK-YT-SHU
             WHEN "N"
               ADD WK-YT-SURYO TO WK-ROW-NYUKA (WK-ROW-IDX)
               ADD WK-YT-SURYO TO WK-ROW-IN (WK-ROW-IDX WK-SLOT)
             WHEN "I"
               ADD WK-YT-SURYO TO WK-ROW-IDO (WK-ROW-IDX)
               ADD WK-YT-SURYO TO WK-ROW-IN (WK-ROW-IDX WK-SLOT)
             WHEN "H"
               ADD WK-YT-SURYO TO WK-ROW-HIKIATE (WK-ROW-IDX)
               ADD WK-YT-SURYO TO WK-ROW-OUT (WK-ROW-IDX WK-SLOT)
             WHEN "B"
               ADD WK-YT-SURYO TO WK-ROW-BO (WK-ROW-IDX)
               ADD WK-YT-SURYO TO WK-ROW-OUT (WK-ROW-IDX WK-SLOT)
             WHEN OTHER
               ADD WK-YT-SURYO TO WK-ROW-TEIKI (WK-ROW-IDX)
               ADD WK-YT-SURYO TO WK-ROW-OUT (WK-ROW-IDX WK-SLOT)
           END-EVALUATE.
       EXT.
           EXIT.
      *
      *    商品・倉庫行の検索(無ければ追加。WK-ROW-IDXを返す)
       FIND-ROW-RTN        SECTION.
           IF WK-ROW-CNT > ZERO
             SET WK-ROW-IDX TO 1
             SEARCH WK-ROW-ENT
               AT END
                 CONTINUE
               WHEN WK-ROW-IDX > WK-ROW-CNT
                 CONTINUE
               WHEN WK-ROW-SHOHIN-NO (WK-ROW-IDX) = WK-FIND-SHOHIN-NO
                AND WK-ROW-SOKO-COD (WK-ROW-IDX) = WK-FIND-SOKO-COD
                 GO TO EXT
             END-SEARCH
           END-IF.
           IF WK-ROW-CNT >= 6000
             DISPLAY "!!! KSBM138 ABEND : ROW TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-ROW-CNT.
           SET WK-ROW-IDX TO WK-ROW-CNT.
           INITIALIZE WK-ROW-ENT (WK-ROW-IDX).
           MOVE WK-FIND-SHOHIN-NO TO WK-ROW-SHOHIN-NO (WK-ROW-IDX).
           MOVE WK-FIND-SOKO-COD TO WK-ROW-SOKO-COD (WK-ROW-IDX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    推移表とＣＳＶ(商品合計行の後にその商品の倉庫行を続ける)
      ******************************************************************
       PRINT-RTN           SECTION.
           MOVE WK-BASE-DATE TO WK-RPH-BASE-DATE.
           MOVE WK-NISSU TO WK-RPH-NISSU.
           MOVE WK-HI-DATE (WK-NISSU) TO WK-RPH-END-DATE.
           MOVE WK-RPT-HEAD TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
      *    日付見出し
           MOVE SPACE TO WK-RPT-HI.
           MOVE "  HIZUKE" TO WK-RPD-MIDASHI.
           PERFORM MIDASHI-HI-RTN
             VARYING WK-HX FROM 1 BY 1
             UNTIL WK-HX > WK-NISSU.
           IF WK-RPT-HI (11:) NOT = SPACE
             MOVE WK-RPT-HI TO RPT-REC
             WRITE RPT-REC
           END-IF.
      *
           MOVE SPACE TO CSV-REC.
           STRING "H,"           DELIMITED BY SIZE
                  WK-BASE-DATE   DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  WK-NISSU       DELIMITED BY SIZE
             INTO CSV-REC
           END-STRING.
           WRITE CSV-REC.
      *
           PERFORM GOKEI-RTN
             VARYING WK-IX FROM 1 BY 1
             UNTIL WK-IX > WK-ROW-CNT.
       EXT.
           EXIT.
      *
       MIDASHI-HI-RTN      SECTION.
           PERFORM CELL-X-RTN.
           MOVE WK-HI-DATE (WK-HX) TO WK-HIZUKE-WORK.
           MOVE WK-HZW-MM TO WK-HIE-MM.
           MOVE WK-HZW-DD TO WK-HIE-DD.
           MOVE WK-HI-EDIT TO WK-RPD-VALUE (WK-CELL-X).
           MOVE SPACE TO WK-RPD-MARK (WK-CELL-X).
           IF WK-CELL-X = 10
             MOVE WK-RPT-HI TO RPT-REC
             WRITE RPT-REC
             MOVE SPACE TO WK-RPT-HI
           END-IF.
       EXT.
           EXIT.
      *
      *    日(WK-HX)の印字欄の位置(10日で折り返す)
       CELL-X-RTN          SECTION.
           SUBTRACT 1 FROM WK-HX GIVING WK-HX-WORK.
           DIVIDE WK-HX-WORK BY 10 GIVING WK-SHO
             REMAINDER WK-CELL-X.
           ADD 1 TO WK-CELL-X.
       EXT.
           EXIT.
      *
       GOKEI-RTN           SECTION.
           IF WK-ROW-SOKO-COD (WK-IX) NOT = "**"
             GO TO EXT
           END-IF.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE WK-IX TO WK-JX.
           PERFORM ROW-PRINT-RTN.
           IF WK-FUSOKU-HX NOT = ZERO
             ADD 1 TO WK-FUSOKU-CNT
           END-IF.
           PERFORM SOKO-RTN
             VARYING WK-JX FROM 1 BY 1
             UNTIL WK-JX > WK-ROW-CNT.
       EXT.
           EXIT.
      *
       SOKO-RTN            SECTION.
           IF WK-ROW-SOKO-COD (WK-JX) = "**"
            OR WK-ROW-SHOHIN-NO (WK-JX) NOT = WK-ROW-SHOHIN-NO (WK-IX)
             GO TO EXT
           END-IF.
           PERFORM ROW-PRINT-RTN.
       EXT.
           EXIT.
      *
      *    1行分(WK-JX)の印字とＣＳＶ。最初の不足日をWK-FUSOKU-HXへ
      *    (倉庫未指定の行は倉庫に割り付かない予定の内訳なので判定
      *    しない。商品としての過不足は商品合計行で見る)
       ROW-PRINT-RTN       SECTION.
           MOVE ZERO TO WK-FUSOKU-HX.
           MOVE WK-ROW-ZAIKO (WK-JX) TO WK-ZAN.
           PERFORM FUSOKU-HANTEI-RTN
             VARYING WK-HX FROM 1 BY 1
             UNTIL WK-HX > WK-NISSU.
      *
           MOVE WK-ROW-SHOHIN-NO (WK-JX) TO WK-RPL-SHOHIN-NO.
           MOVE SPACE TO WK-RPL-SHOHIN-MEI.
           IF WK-MEI-CNT > ZERO
             SET WK-MEI-IDX TO 1
             SEARCH WK-MEI-ENT
               AT END
                 CONTINUE
               WHEN WK-MEI-IDX > WK-MEI-CNT
                 CONTINUE
               WHEN WK-MEI-SHOHIN-NO (WK-MEI-IDX)
                  = WK-ROW-SHOHIN-NO (WK-JX)
                 MOVE WK-MEI-SHOHIN-MEI (WK-MEI-IDX)
                   TO WK-RPL-SHOHIN-MEI
             END-SEARCH
           END-IF.
           IF WK-ROW-SOKO-COD (WK-JX) = SPACE
             MOVE "--" TO WK-RPL-SOKO-COD
           ELSE
             MOVE WK-ROW-SOKO-COD (WK-JX) TO WK-RPL-SOKO-COD
           END-IF.
           MOVE WK-ROW-ZAIKO (WK-JX) TO WK-RPL-ZAIKO.
           MOVE WK-ROW-NYUKA (WK-JX) TO WK-RPL-NYUKA.
           MOVE WK-ROW-IDO (WK-JX) TO WK-RPL-IDO.
           MOVE WK-ROW-HIKIATE (WK-JX) TO WK-RPL-HIKIATE.
           MOVE WK-ROW-BO (WK-JX) TO WK-RPL-BO.
           MOVE WK-ROW-TEIKI (WK-JX) TO WK-RPL-TEIKI.
           IF WK-FUSOKU-HX = ZERO
             MOVE "  ------" TO WK-RPL-FUSOKU-BI
           ELSE
             MOVE WK-HI-DATE (WK-FUSOKU-HX) TO WK-RPL-FUSOKU-BI
           END-IF.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
      *
      *    日別残高(最初の不足日に"<"を付ける)
           MOVE SPACE TO WK-RPT-HI.
           MOVE "     ZAN" TO WK-RPD-MIDASHI.
           MOVE WK-ROW-ZAIKO (WK-JX) TO WK-ZAN.
           PERFORM ZAN-HI-RTN
             VARYING WK-HX FROM 1 BY 1
             UNTIL WK-HX > WK-NISSU.
           IF WK-RPT-HI (11:) NOT = SPACE
             MOVE WK-RPT-HI TO RPT-REC
             WRITE RPT-REC
             MOVE SPACE TO WK-RPT-HI
           END-IF.
       EXT.
           EXIT.
      *
       FUSOKU-HANTEI-RTN   SECTION.
           COMPUTE WK-ZAN = WK-ZAN
                          + WK-ROW-IN (WK-JX WK-HX)
                          - WK-ROW-OUT (WK-JX WK-HX).
           IF WK-ZAN < ZERO
            AND WK-FUSOKU-HX = ZERO
            AND WK-ROW-SOKO-COD (WK-JX) NOT = SPACE
             MOVE WK-HX TO WK-FUSOKU-HX
           END-IF.
       EXT.
           EXIT.
      *
       ZAN-HI-RTN          SECTION.
           COMPUTE WK-ZAN = WK-ZAN
                          + WK-ROW-IN (WK-JX WK-HX)
                          - WK-ROW-OUT (WK-JX WK-HX).
           PERFORM CELL-X-RTN.
           MOVE WK-ZAN TO WK-ZAN-EDIT.
           MOVE WK-ZAN-EDIT TO WK-RPD-VALUE (WK-CELL-X).
           IF WK-HX = WK-FUSOKU-HX
             MOVE "<" TO WK-RPD-MARK (WK-CELL-X)
           ELSE
             MOVE SPACE TO WK-RPD-MARK (WK-CELL-X)
           END-IF.
           IF WK-CELL-X = 10
             MOVE WK-RPT-HI TO RPT-REC
             WRITE RPT-REC
             MOVE SPACE TO WK-RPT-HI
           END-IF.
      *
           MOVE WK-HI-DATE (WK-HX) TO WK-CSV-DATE.
           MOVE WK-ROW-IN (WK-JX WK-HX) TO WK-CSV-IN.
           MOVE WK-ROW-OUT (WK-JX WK-HX) TO WK-CSV-OUT.
           MOVE WK-ZAN TO WK-CSV-ZAN.
           IF WK-ZAN < ZERO
            AND WK-ROW-SOKO-COD (WK-JX) NOT = SPACE
             MOVE "Y" TO WK-CSV-FUSOKU
           ELSE
             MOVE "N" TO WK-CSV-FUSOKU
           END-IF.
           MOVE SPACE TO CSV-REC.
           STRING "D,"                     DELIMITED BY SIZE
                  WK-ROW-SHOHIN-NO (WK-JX) DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  WK-ROW-SOKO-COD (WK-JX)  DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  WK-CSV-DATE              DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  WK-CSV-IN                DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  WK-CSV-OUT               DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  WK-CSV-ZAN               DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  WK-CSV-FUSOKU            DELIMITED BY SIZE
             INTO CSV-REC
           END-STRING.
           WRITE CSV-REC.
           ADD 1 TO WK-CSV-CNT.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           IF WK-CSV-FILE-ERR = "00"
             CLOSE CSV-FILE
           END-IF.
           DISPLAY "ERFCNT=" WK-ERF-CNT.
           DISPLAY "TRFCNT=" WK-TRF-CNT.
           DISPLAY "ALFCNT=" WK-ALF-CNT.
           DISPLAY "BOFCNT=" WK-BOF-CNT.
           DISPLAY "STOCNT=" WK-STO-CNT.
           DISPLAY "FUSOKUCNT=" WK-FUSOKU-CNT.
           DISPLAY "CSVCNT=" WK-CSV-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM138 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KSBM138"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 3                     TO RUNHIS-CNT-CNT.
           MOVE "ROWCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-ROW-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "FUSOKUCNT"           TO RUNHIS-CNT-LABEL (2).
           MOVE WK-FUSOKU-CNT         TO RUNHIS-CNT-VALUE (2).
           MOVE "CSVCNT"              TO RUNHIS-CNT-LABEL (3).
           MOVE WK-CSV-CNT            TO RUNHIS-CNT-VALUE (3).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KSBM138 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
