       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KSBM137.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：商品
      * プログラム名  ：需要予測精度レポート
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。需要予測履歴(KCCFFCH)の商品別・年月
      *                 別の予測数量を、在庫移動履歴(KCCFIDJ)の同じ年月
      *                 の出荷実績(出庫"O"。仕入先返品の"RT-"参照と倉庫
      *                 間の移動出庫(KSBM113)は除く)と突き合わせ、予測
      *                 誤差(予測－実績)・偏り(過大／過小の回数と実績に
      *                 対する率)・MAPE(実績のある月の絶対誤差率の平均)
      *                 を商品別・分類別(KCCFCAT)・仕入先別(KCCFSIR)・
      *                 全体に印字する(RPT)。対象は
      *                 終了年月(環境変数KSBM137-TARGET-YYYYMM。未指定
      *                 は基準日(BSD。無ければ実行日)の前月)から遡る
      *                 期間(環境変数KSBM137-KIKAN、2桁。未設定は6か月、
      *                 最大12か月)。予測のある月が3か月以上あり、毎月
      *                 過大("KAJO")か毎月過小("KASHO")の商品、または
      *                 MAPEが基準(環境変数KSBM137-MAPE、3桁。未設定は
      *                 50％)を超える商品("MAPE")は予測不適商品として
      *                 末尾に一覧し、発注担当が推奨発注量を上書きする
      *                 判断に使う。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT FCH-FILE
             ASSIGN TO EXTERNAL FCH
               FILE STATUS IS WK-FCH-FILE-ERR.
           SELECT IDJ-FILE
             ASSIGN TO EXTERNAL IDJ
               FILE STATUS IS WK-IDJ-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT CAT-FILE
             ASSIGN TO EXTERNAL CAT
               FILE STATUS IS WK-CAT-FILE-ERR.
           SELECT SIR-FILE
             ASSIGN TO EXTERNAL SIR
               FILE STATUS IS WK-SIR-FILE-ERR.
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
       FD  FCH-FILE.
       01  FCH-REC.
           COPY KCCFFCH.
       FD  IDJ-FILE.
       01  IDJ-REC.
           COPY KCCFIDJ.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  CAT-FILE.
       01  CAT-REC.
           COPY KCCFCAT.
       FD  SIR-FILE.
       01  SIR-REC.
           COPY KCCFSIR.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(132).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-BSD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-FCH-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IDJ-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-CAT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SIR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  FCH-END-FLG                 PIC  X(01) VALUE "N".
       01  IDJ-END-FLG                 PIC  X(01) VALUE "N".
       01  SHO-END-FLG                 PIC  X(01) VALUE "N".
       01  CAT-END-FLG                 PIC  X(01) VALUE "N".
       01  SIR-END-FLG                 PIC  X(01) VALUE "N".
      ******************************************************************
      *  対象期間(終了年月から遡るWK-KIKANか月)
      ******************************************************************
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
       01  WK-TARGET-X                 PIC  X(06) VALUE SPACE.
       01  WK-TARGET-N REDEFINES WK-TARGET-X
                                       PIC  9(06).
       01  WK-END-YM                   PIC  9(06) VALUE ZERO.
       01  WK-END-YM-R REDEFINES WK-END-YM.
           03  WK-END-YY               PIC  9(04).
           03  WK-END-MM               PIC  9(02).
       01  WK-START-YM                 PIC  9(06) VALUE ZERO.
       01  WK-KIKAN-X                  PIC  X(02) VALUE SPACE.
       01  WK-KIKAN-N REDEFINES WK-KIKAN-X
                                       PIC  9(02).
       01  WK-KIKAN                    PIC  9(02) VALUE 6.
       01  WK-MAPE-X                   PIC  X(03) VALUE SPACE.
       01  WK-MAPE-N REDEFINES WK-MAPE-X
                                       PIC  9(03).
       01  WK-MAPE-KIJUN               PIC  9(03) VALUE 50.
      *    予測不適と判定する最少の予測月数
       01  WK-MIN-KAISU                PIC  9(02) VALUE 3.
       01  WK-YM-WORK                  PIC  9(06) VALUE ZERO.
       01  WK-YM-WORK-R REDEFINES WK-YM-WORK.
           03  WK-YM-WORK-YY           PIC  9(04).
           03  WK-YM-WORK-MM           PIC  9(02).
       01  WK-SLOT                     PIC S9(05) VALUE ZERO.
       01  WK-MX                       PIC  9(02) VALUE ZERO.
      ******************************************************************
      *  商品別・月別の予測と実績
      ******************************************************************
       01  WK-PRD-TBL.
           03  WK-PRD-CNT              PIC  9(05) VALUE ZERO.
           03  WK-PRD-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-PRD-IDX.
             05  WK-PRD-SHOHIN-NO      PIC  X(05).
             05  WK-PRD-SHOHIN-MEI     PIC  X(20).
             05  WK-PRD-CATEGORY-COD   PIC  X(03).
             05  WK-PRD-SUPPLIER-COD   PIC  X(06).
             05  WK-PRD-TSUKI          OCCURS 12 TIMES.
               07  WK-PRD-YOSOKU-FLG   PIC  X(01).
               07  WK-PRD-YOSOKU       PIC S9(07).
               07  WK-PRD-JISSEKI      PIC S9(09).
       01  WK-FIND-SHOHIN-NO           PIC  X(05) VALUE SPACE.
      ******************************************************************
      *  集計単位(分類・仕入先)の名称と集計値
      ******************************************************************
       01  WK-CAT-TBL.
           03  WK-CAT-CNT              PIC  9(04) VALUE ZERO.
           03  WK-CAT-ENT              OCCURS 999 TIMES
                                        INDEXED BY WK-CAT-IDX.
             05  WK-CAT-COD            PIC  X(03).
             05  WK-CAT-MEI            PIC  X(20).
             05  WK-CAT-SHUKEI.
               07  WK-CAT-KAISU        PIC  9(05).
               07  WK-CAT-YOSOKU       PIC S9(11).
               07  WK-CAT-JISSEKI      PIC S9(11).
               07  WK-CAT-APE-KAISU    PIC  9(05).
               07  WK-CAT-APE-GOKEI    PIC  9(09)V9(02).
               07  WK-CAT-KAJO         PIC  9(05).
               07  WK-CAT-KASHO        PIC  9(05).
       01  WK-FIND-CAT-COD             PIC  X(03) VALUE SPACE.
       01  WK-SIR-TBL.
           03  WK-SIR-CNT              PIC  9(04) VALUE ZERO.
           03  WK-SIR-ENT              OCCURS 999 TIMES
                                        INDEXED BY WK-SIR-IDX.
             05  WK-SIR-COD            PIC  X(06).
             05  WK-SIR-MEI            PIC  X(20).
             05  WK-SIR-SHUKEI.
               07  WK-SIR-KAISU        PIC  9(05).
               07  WK-SIR-YOSOKU       PIC S9(11).
               07  WK-SIR-JISSEKI      PIC S9(11).
               07  WK-SIR-APE-KAISU    PIC  9(05).
               07  WK-SIR-APE-GOKEI    PIC  9(09)V9(02).
               07  WK-SIR-KAJO         PIC  9(05).
               07  WK-SIR-KASHO        PIC  9(05).
       01  WK-FIND-SIR-COD             PIC  X(06) VALUE SPACE.
      ******************************************************************
      *  集計値(商品1件分・全体)と印字用の算出値
      ******************************************************************
       01  WK-SHUKEI.
           03  WK-S-KAISU              PIC  9(05).
           03  WK-S-YOSOKU             PIC S9(11).
           03  WK-S-JISSEKI            PIC S9(11).
           03  WK-S-APE-KAISU          PIC  9(05).
           03  WK-S-APE-GOKEI          PIC  9(09)V9(02).
           03  WK-S-KAJO               PIC  9(05).
           03  WK-S-KASHO              PIC  9(05).
       01  WK-ZEN-SHUKEI.
           03  WK-Z-KAISU              PIC  9(05) VALUE ZERO.
           03  WK-Z-YOSOKU             PIC S9(11) VALUE ZERO.
           03  WK-Z-JISSEKI            PIC S9(11) VALUE ZERO.
           03  WK-Z-APE-KAISU          PIC  9(05) VALUE ZERO.
           03  WK-Z-APE-GOKEI          PIC  9(09)V9(02) VALUE ZERO.
           03  WK-Z-KAJO               PIC  9(05) VALUE ZERO.
           03  WK-Z-KASHO              PIC  9(05) VALUE ZERO.
       01  WK-GOSA                     PIC S9(11) VALUE ZERO.
       01  WK-ABS-GOSA                 PIC S9(11) VALUE ZERO.
       01  WK-APE                      PIC  9(07)V9(02) VALUE ZERO.
       01  WK-BIAS-RITSU               PIC S9(03)V9(01) VALUE ZERO.
       01  WK-BIAS-FLG                 PIC  X(01) VALUE "N".
       01  WK-MAPE                     PIC  9(04)V9(01) VALUE ZERO.
       01  WK-MAPE-FLG                 PIC  X(01) VALUE "N".
       01  WK-FUTEKI-RIYU              PIC  X(05) VALUE SPACE.
       01  WK-IX                       PIC  9(05) VALUE ZERO.
      *
       01  WK-FCH-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-IDJ-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-FUTEKI-CNT               PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  印字用
      ******************************************************************
       01  WK-RPT-HEAD.
           03  FILLER                  PIC  X(35) VALUE
             "*** KSBM137 JUYO YOSOKU SEIDO REPOR".
           03  FILLER                  PIC  X(08) VALUE
             "T ***  ".
           03  FILLER                  PIC  X(06) VALUE "KIKAN=".
           03  WK-RPH-START-YM         PIC  9(06).
           03  FILLER                  PIC  X(01) VALUE "-".
           03  WK-RPH-END-YM           PIC  9(06).
           03  FILLER                  PIC  X(07) VALUE " MAPE>".
           03  WK-RPH-MAPE-KIJUN       PIC  ZZ9.
           03  FILLER                  PIC  X(01) VALUE "%".
       01  WK-RPT-MIDASHI.
           03  FILLER                  PIC  X(02) VALUE "[ ".
           03  WK-RPD-MIDASHI          PIC  X(20).
           03  FILLER                  PIC  X(02) VALUE " ]".
       01  WK-RPT-LINE.
           03  FILLER                  PIC  X(02) VALUE SPACE.
           03  WK-RPL-KEY              PIC  X(06).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPL-MEI              PIC  X(16).
           03  FILLER                  PIC  X(03) VALUE " N=".
           03  WK-RPL-KAISU            PIC  ZZZZ9.
           03  FILLER                  PIC  X(08) VALUE " YOSOKU=".
           03  WK-RPL-YOSOKU           PIC  -(8)9.
           03  FILLER                  PIC  X(09) VALUE " JISSEKI=".
           03  WK-RPL-JISSEKI          PIC  -(8)9.
           03  FILLER                  PIC  X(06) VALUE " GOSA=".
           03  WK-RPL-GOSA             PIC  -(8)9.
           03  FILLER                  PIC  X(02) VALUE " (".
           03  WK-RPL-BIAS             PIC  X(06).
           03  FILLER                  PIC  X(02) VALUE "%)".
           03  FILLER                  PIC  X(06) VALUE " MAPE=".
           03  WK-RPL-MAPE             PIC  X(06).
           03  FILLER                  PIC  X(05) VALUE " O/U=".
           03  WK-RPL-KAJO             PIC  ZZ9.
           03  FILLER                  PIC  X(01) VALUE "/".
           03  WK-RPL-KASHO            PIC  ZZ9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPL-RIYU             PIC  X(05).
       01  WK-RPT-FUTEKI.
           03  FILLER                  PIC  X(02) VALUE SPACE.
           03  WK-RPF-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPF-SHOHIN-MEI       PIC  X(20).
           03  FILLER                  PIC  X(05) VALUE " CAT=".
           03  WK-RPF-CATEGORY-COD     PIC  X(03).
           03  FILLER                  PIC  X(05) VALUE " SIR=".
           03  WK-RPF-SUPPLIER-COD     PIC  X(06).
           03  FILLER                  PIC  X(06) VALUE " RIYU=".
           03  WK-RPF-RIYU             PIC  X(05).
           03  FILLER                  PIC  X(06) VALUE " MAPE=".
           03  WK-RPF-MAPE             PIC  X(06).
           03  FILLER                  PIC  X(07) VALUE " BIAS=(".
           03  WK-RPF-BIAS             PIC  X(06).
           03  FILLER                  PIC  X(02) VALUE "%)".
           03  FILLER                  PIC  X(06) VALUE " TSUKI".
           03  WK-RPF-TSUKI            OCCURS 12 TIMES.
             05  FILLER                PIC  X(01).
             05  WK-RPF-TSUKI-KIGO     PIC  X(01).
       01  WK-EDIT-RITSU               PIC  ---9.9.
       01  WK-EDIT-MAPE                PIC  ZZZ9.9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM SHOHIN-RTN
             PERFORM BUNRUI-RTN
             PERFORM SIIRE-RTN
             PERFORM ZENTAI-RTN
             PERFORM FUTEKI-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KSBM137 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
      *
      *    終了年月(指定が無ければ基準日の前月)
           DISPLAY "KSBM137-TARGET-YYYYMM" UPON ENVIRONMENT-NAME.
           ACCEPT WK-TARGET-X FROM ENVIRONMENT-VALUE.
           IF WK-TARGET-X NOT = SPACE
            AND WK-TARGET-N IS NUMERIC
             MOVE WK-TARGET-N TO WK-END-YM
           ELSE
             OPEN INPUT BSD-FILE
             IF WK-BSD-FILE-ERR = "00"
               READ BSD-FILE
                 AT END
                   CONTINUE
               END-READ
               IF WK-BSD-FILE-ERR = "00"
                 MOVE CFBSD-DATE TO WK-BASE-DATE
               END-IF
               CLOSE BSD-FILE
             END-IF
             IF WK-BASE-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WK-BASE-DATE
             END-IF
             MOVE WK-BASE-DATE (1:6) TO WK-END-YM
             IF WK-END-MM = 1
               SUBTRACT 1 FROM WK-END-YY
               MOVE 12 TO WK-END-MM
             ELSE
               SUBTRACT 1 FROM WK-END-MM
             END-IF
           END-IF.
      *
           DISPLAY "KSBM137-KIKAN" UPON ENVIRONMENT-NAME.
           ACCEPT WK-KIKAN-X FROM ENVIRONMENT-VALUE.
           IF WK-KIKAN-X NOT = SPACE
            AND WK-KIKAN-N IS NUMERIC
            AND WK-KIKAN-N > ZERO
             MOVE WK-KIKAN-N TO WK-KIKAN
           END-IF.
           IF WK-KIKAN > 12
             MOVE 12 TO WK-KIKAN
           END-IF.
           DISPLAY "KSBM137-MAPE" UPON ENVIRONMENT-NAME.
           ACCEPT WK-MAPE-X FROM ENVIRONMENT-VALUE.
           IF WK-MAPE-X NOT = SPACE
            AND WK-MAPE-N IS NUMERIC
             MOVE WK-MAPE-N TO WK-MAPE-KIJUN
           END-IF.
      *
      *    開始年月(終了年月からWK-KIKAN－1か月遡る)
           MOVE WK-END-YM TO WK-YM-WORK.
           PERFORM MAE-TSUKI-RTN
             VARYING WK-MX FROM 2 BY 1
             UNTIL WK-MX > WK-KIKAN.
           MOVE WK-YM-WORK TO WK-START-YM.
           DISPLAY "*** KSBM137 KIKAN=" WK-START-YM "-" WK-END-YM
                   " MAPE=" WK-MAPE-KIJUN.
      *
           OPEN INPUT FCH-FILE.
           IF WK-FCH-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM137 ABEND NOT FCH-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT IDJ-FILE
             IF WK-IDJ-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM137 ABEND NOT IDJ-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RPT-FILE
             IF WK-RPT-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM137 ABEND NOT RPT-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "N"
             GO TO EXT
           END-IF.
      *
      *    商品・分類・仕入先の名称は無い運用もあるため開けなければ
      *    0件のまま続ける(名称は空欄、分類・仕入先は未設定扱い)
           OPEN INPUT CAT-FILE.
           IF WK-CAT-FILE-ERR = "00"
             PERFORM LOAD-CAT-RTN  UNTIL CAT-END-FLG = "Y"
             CLOSE CAT-FILE
           END-IF.
           OPEN INPUT SIR-FILE.
           IF WK-SIR-FILE-ERR = "00"
             PERFORM LOAD-SIR-RTN  UNTIL SIR-END-FLG = "Y"
             CLOSE SIR-FILE
           END-IF.
           OPEN INPUT SHO-FILE.
           IF WK-SHO-FILE-ERR = "00"
             PERFORM LOAD-SHO-RTN  UNTIL SHO-END-FLG = "Y"
             CLOSE SHO-FILE
           END-IF.
      *
           PERFORM LOAD-FCH-RTN  UNTIL FCH-END-FLG = "Y".
           PERFORM LOAD-IDJ-RTN  UNTIL IDJ-END-FLG = "Y".
      *
           MOVE WK-START-YM TO WK-RPH-START-YM.
           MOVE WK-END-YM TO WK-RPH-END-YM.
           MOVE WK-MAPE-KIJUN TO WK-RPH-MAPE-KIJUN.
           MOVE WK-RPT-HEAD TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       MAE-TSUKI-RTN       SECTION.
           IF WK-YM-WORK-MM = 1
             SUBTRACT 1 FROM WK-YM-WORK-YY
             MOVE 12 TO WK-YM-WORK-MM
           ELSE
             SUBTRACT 1 FROM WK-YM-WORK-MM
           END-IF.
       EXT.
           EXIT.
      *
      *    年月(WK-YM-WORK)の期間内の位置(1～WK-KIKAN。期間外はZERO)
       SLOT-RTN            SECTION.
           COMPUTE WK-SLOT = WK-KIKAN
             - ((WK-END-YY - WK-YM-WORK-YY) * 12
                + WK-END-MM - WK-YM-WORK-MM).
           IF WK-SLOT < 1 OR WK-SLOT > WK-KIKAN
             MOVE ZERO TO WK-SLOT
           END-IF.
       EXT.
           EXIT.
      *
       LOAD-CAT-RTN        SECTION.
           READ CAT-FILE
             AT END
               MOVE "Y" TO CAT-END-FLG
               GO TO EXT
           END-READ.
           MOVE CFCAT-CATEGORY-COD TO WK-FIND-CAT-COD.
           PERFORM FIND-CAT-RTN.
           MOVE CFCAT-CATEGORY-MEI TO WK-CAT-MEI (WK-CAT-IDX).
       EXT.
           EXIT.
      *
       LOAD-SIR-RTN        SECTION.
           READ SIR-FILE
             AT END
               MOVE "Y" TO SIR-END-FLG
               GO TO EXT
           END-READ.
           MOVE CFSIR-SUPPLIER-COD TO WK-FIND-SIR-COD.
           PERFORM FIND-SIR-RTN.
           MOVE CFSIR-SUPPLIER-MEI TO WK-SIR-MEI (WK-SIR-IDX).
       EXT.
           EXIT.
      *
       LOAD-SHO-RTN        SECTION.
           READ SHO-FILE
             AT END
               MOVE "Y" TO SHO-END-FLG
               GO TO EXT
           END-READ.
           MOVE CFSHO-SHOHIN-NO TO WK-FIND-SHOHIN-NO.
           PERFORM FIND-PRD-RTN.
           MOVE CFSHO-SHOHIN-MEI TO WK-PRD-SHOHIN-MEI (WK-PRD-IDX).
           MOVE CFSHO-CATEGORY-COD
             TO WK-PRD-CATEGORY-COD (WK-PRD-IDX).
           MOVE CFSHO-SUPPLIER-COD
             TO WK-PRD-SUPPLIER-COD (WK-PRD-IDX).
       EXT.
           EXIT.
      *
      *    期間内の予測を控える(同じ年月・商品は後の行で置き換える)
       LOAD-FCH-RTN        SECTION.
           READ FCH-FILE
             AT END
               MOVE "Y" TO FCH-END-FLG
               GO TO EXT
           END-READ.
           MOVE CFFCH-NENGETSU TO WK-YM-WORK.
           PERFORM SLOT-RTN.
           IF WK-SLOT = ZERO
             GO TO EXT
           END-IF.
           ADD 1 TO WK-FCH-CNT.
           MOVE CFFCH-SHOHIN-NO TO WK-FIND-SHOHIN-NO.
           PERFORM FIND-PRD-RTN.
           MOVE "Y" TO WK-PRD-YOSOKU-FLG (WK-PRD-IDX WK-SLOT).
           MOVE CFFCH-YOSOKU-SURYO
             TO WK-PRD-YOSOKU (WK-PRD-IDX WK-SLOT).
       EXT.
           EXIT.
      *
      *    期間内の出荷実績(出庫。仕入先返品と移動出庫は除く)を積む
       LOAD-IDJ-RTN        SECTION.
           READ IDJ-FILE
             AT END
               MOVE "Y" TO IDJ-END-FLG
               GO TO EXT
           END-READ.
           IF NOT CFIDJ-SYUKO
            OR CFIDJ-REF (1:3) = "RT-"
            OR CFIDJ-PGM-ID = "KSBM113"
             GO TO EXT
           END-IF.
           MOVE CFIDJ-DATE (1:6) TO WK-YM-WORK.
           PERFORM SLOT-RTN.
           IF WK-SLOT = ZERO
             GO TO EXT
           END-IF.
           ADD 1 TO WK-IDJ-CNT.
           MOVE CFIDJ-SHOHIN-NO TO WK-FIND-SHOHIN-NO.
           PERFORM FIND-PRD-RTN.
           ADD CFIDJ-SURYO TO WK-PRD-JISSEKI (WK-PRD-IDX WK-SLOT).
       EXT.
           EXIT.
      *
      *    商品テーブルの検索(無ければ追加。WK-PRD-IDXを返す)
       FIND-PRD-RTN        SECTION.
           IF WK-PRD-CNT > ZERO
             SET WK-PRD-IDX TO 1
             SEARCH WK-PRD-ENT
               AT END
                 CONTINUE
               WHEN WK-PRD-IDX > WK-PRD-CNT
                 CONTINUE
               WHEN WK-PRD-SHOHIN-NO (WK-PRD-IDX) = WK-FIND-SHOHIN-NO
                 GO TO EXT
             END-SEARCH
           END-IF.
           IF WK-PRD-CNT >= 5000
             DISPLAY "!!! KSBM137 ABEND : PRD TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-PRD-CNT.
           SET WK-PRD-IDX TO WK-PRD-CNT.
           INITIALIZE WK-PRD-ENT (WK-PRD-IDX).
           MOVE WK-FIND-SHOHIN-NO TO WK-PRD-SHOHIN-NO (WK-PRD-IDX).
       EXT.
           EXIT.
      *
      *    分類テーブルの検索(無ければ追加。WK-CAT-IDXを返す)
       FIND-CAT-RTN        SECTION.
           IF WK-CAT-CNT > ZERO
             SET WK-CAT-IDX TO 1
             SEARCH WK-CAT-ENT
               AT END
                 CONTINUE
               WHEN WK-CAT-IDX > WK-CAT-CNT
                 CONTINUE
               WHEN WK-CAT-COD (WK-CAT-IDX) = WK-FIND-CAT-COD
                 GO TO EXT
             END-SEARCH
           END-IF.
           IF WK-CAT-CNT >= 999
             DISPLAY "!!! KSBM137 ABEND : CAT TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-CAT-CNT.
           SET WK-CAT-IDX TO WK-CAT-CNT.
           MOVE WK-FIND-CAT-COD TO WK-CAT-COD (WK-CAT-IDX).
           IF WK-FIND-CAT-COD = SPACE
             MOVE "(MIBUNRUI)" TO WK-CAT-MEI (WK-CAT-IDX)
           ELSE
             MOVE SPACE TO WK-CAT-MEI (WK-CAT-IDX)
           END-IF.
           INITIALIZE WK-CAT-SHUKEI (WK-CAT-IDX).
       EXT.
           EXIT.
      *
      *    仕入先テーブルの検索(無ければ追加。WK-SIR-IDXを返す)
       FIND-SIR-RTN        SECTION.
           IF WK-SIR-CNT > ZERO
             SET WK-SIR-IDX TO 1
             SEARCH WK-SIR-ENT
               AT END
                 CONTINUE
               WHEN WK-SIR-IDX > WK-SIR-CNT
                 CONTINUE
               WHEN WK-SIR-COD (WK-SIR-IDX) = WK-FIND-SIR-COD
                 GO TO EXT
             END-SEARCH
           END-IF.
           IF WK-SIR-CNT >= 999
             DISPLAY "!!! KSBM137 ABEND : SIR TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SIR-CNT.
           SET WK-SIR-IDX TO WK-SIR-CNT.
           MOVE WK-FIND-SIR-COD TO WK-SIR-COD (WK-SIR-IDX).
           IF WK-FIND-SIR-COD = SPACE
             MOVE "(MISETTEI)" TO WK-SIR-MEI (WK-SIR-IDX)
           ELSE
             MOVE SPACE TO WK-SIR-MEI (WK-SIR-IDX)
           END-IF.
           INITIALIZE WK-SIR-SHUKEI (WK-SIR-IDX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    商品別(予測のある月だけを評価し、分類・仕入先・全体へ積む)
      ******************************************************************
       SHOHIN-RTN          SECTION.
           MOVE "SHOHIN-BETSU" TO WK-RPD-MIDASHI.
           PERFORM MIDASHI-RTN.
           PERFORM SHOHIN-MEISAI-RTN
             VARYING WK-IX FROM 1 BY 1
             UNTIL WK-IX > WK-PRD-CNT.
       EXT.
           EXIT.
      *
       SHOHIN-MEISAI-RTN   SECTION.
           INITIALIZE WK-SHUKEI.
           PERFORM TSUKI-HYOKA-RTN
             VARYING WK-MX FROM 1 BY 1
             UNTIL WK-MX > WK-KIKAN.
           IF WK-S-KAISU = ZERO
             GO TO EXT
           END-IF.
           MOVE WK-PRD-CATEGORY-COD (WK-IX) TO WK-FIND-CAT-COD.
           PERFORM FIND-CAT-RTN.
           ADD WK-S-KAISU     TO WK-CAT-KAISU (WK-CAT-IDX).
           ADD WK-S-YOSOKU    TO WK-CAT-YOSOKU (WK-CAT-IDX).
           ADD WK-S-JISSEKI   TO WK-CAT-JISSEKI (WK-CAT-IDX).
           ADD WK-S-APE-KAISU TO WK-CAT-APE-KAISU (WK-CAT-IDX).
           ADD WK-S-APE-GOKEI TO WK-CAT-APE-GOKEI (WK-CAT-IDX).
           ADD WK-S-KAJO      TO WK-CAT-KAJO (WK-CAT-IDX).
           ADD WK-S-KASHO     TO WK-CAT-KASHO (WK-CAT-IDX).
           MOVE WK-PRD-SUPPLIER-COD (WK-IX) TO WK-FIND-SIR-COD.
           PERFORM FIND-SIR-RTN.
           ADD WK-S-KAISU     TO WK-SIR-KAISU (WK-SIR-IDX).
           ADD WK-S-YOSOKU    TO WK-SIR-YOSOKU (WK-SIR-IDX).
           ADD WK-S-JISSEKI   TO WK-SIR-JISSEKI (WK-SIR-IDX).
           ADD WK-S-APE-KAISU TO WK-SIR-APE-KAISU (WK-SIR-IDX).
           ADD WK-S-APE-GOKEI TO WK-SIR-APE-GOKEI (WK-SIR-IDX).
           ADD WK-S-KAJO      TO WK-SIR-KAJO (WK-SIR-IDX).
           ADD WK-S-KASHO     TO WK-SIR-KASHO (WK-SIR-IDX).
           ADD WK-S-KAISU     TO WK-Z-KAISU.
           ADD WK-S-YOSOKU    TO WK-Z-YOSOKU.
           ADD WK-S-JISSEKI   TO WK-Z-JISSEKI.
           ADD WK-S-APE-KAISU TO WK-Z-APE-KAISU.
           ADD WK-S-APE-GOKEI TO WK-Z-APE-GOKEI.
           ADD WK-S-KAJO      TO WK-Z-KAJO.
           ADD WK-S-KASHO     TO WK-Z-KASHO.
      *
           PERFORM HANTEI-RTN.
           MOVE WK-PRD-SHOHIN-NO (WK-IX) TO WK-RPL-KEY.
           MOVE WK-PRD-SHOHIN-MEI (WK-IX) TO WK-RPL-MEI.
           MOVE WK-FUTEKI-RIYU TO WK-RPL-RIYU.
           PERFORM PRINT-LINE-RTN.
       EXT.
           EXIT.
      *
      *    1か月分の評価(予測のある月。絶対誤差率は実績のある月だけ)
       TSUKI-HYOKA-RTN     SECTION.
           IF WK-PRD-YOSOKU-FLG (WK-IX WK-MX) NOT = "Y"
             GO TO EXT
           END-IF.
           ADD 1 TO WK-S-KAISU.
           ADD WK-PRD-YOSOKU (WK-IX WK-MX) TO WK-S-YOSOKU.
           ADD WK-PRD-JISSEKI (WK-IX WK-MX) TO WK-S-JISSEKI.
           COMPUTE WK-GOSA = WK-PRD-YOSOKU (WK-IX WK-MX)
                           - WK-PRD-JISSEKI (WK-IX WK-MX).
           IF WK-GOSA > ZERO
             ADD 1 TO WK-S-KAJO
           END-IF.
           IF WK-GOSA < ZERO
             ADD 1 TO WK-S-KASHO
           END-IF.
           IF WK-PRD-JISSEKI (WK-IX WK-MX) NOT > ZERO
             GO TO EXT
           END-IF.
           IF WK-GOSA < ZERO
             COMPUTE WK-ABS-GOSA = ZERO - WK-GOSA
           ELSE
             MOVE WK-GOSA TO WK-ABS-GOSA
           END-IF.
           COMPUTE WK-APE ROUNDED =
             WK-ABS-GOSA * 100 / WK-PRD-JISSEKI (WK-IX WK-MX)
             ON SIZE ERROR
               MOVE 9999999.99 TO WK-APE
           END-COMPUTE.
           ADD 1 TO WK-S-APE-KAISU.
           ADD WK-APE TO WK-S-APE-GOKEI.
       EXT.
           EXIT.
      *
      *    予測不適の判定(予測月数が最少月数以上の商品だけ)
       HANTEI-RTN          SECTION.
           PERFORM RITSU-CALC-RTN.
           MOVE SPACE TO WK-FUTEKI-RIYU.
           IF WK-S-KAISU < WK-MIN-KAISU
             GO TO EXT
           END-IF.
           EVALUATE TRUE
             WHEN WK-S-KAJO = WK-S-KAISU
               MOVE "KAJO" TO WK-FUTEKI-RIYU
             WHEN WK-S-KASHO = WK-S-KAISU
               MOVE "KASHO" TO WK-FUTEKI-RIYU
             WHEN WK-MAPE-FLG = "Y"
              AND WK-MAPE > WK-MAPE-KIJUN
               MOVE "MAPE" TO WK-FUTEKI-RIYU
           END-EVALUATE.
       EXT.
           EXIT.
      *
      *    偏りの率((予測－実績)÷実績)とMAPE(WK-SHUKEIから)
       RITSU-CALC-RTN      SECTION.
           COMPUTE WK-GOSA = WK-S-YOSOKU - WK-S-JISSEKI.
           MOVE "N" TO WK-BIAS-FLG.
           MOVE ZERO TO WK-BIAS-RITSU.
           IF WK-S-JISSEKI > ZERO
             MOVE "Y" TO WK-BIAS-FLG
             COMPUTE WK-BIAS-RITSU ROUNDED =
               WK-GOSA * 100 / WK-S-JISSEKI
               ON SIZE ERROR
                 IF WK-GOSA > ZERO
                   MOVE 999.9 TO WK-BIAS-RITSU
                 ELSE
                   MOVE -999.9 TO WK-BIAS-RITSU
                 END-IF
             END-COMPUTE
           END-IF.
           MOVE "N" TO WK-MAPE-FLG.
           MOVE ZERO TO WK-MAPE.
           IF WK-S-APE-KAISU > ZERO
             MOVE "Y" TO WK-MAPE-FLG
             COMPUTE WK-MAPE ROUNDED =
               WK-S-APE-GOKEI / WK-S-APE-KAISU
               ON SIZE ERROR
                 MOVE 9999.9 TO WK-MAPE
             END-COMPUTE
           END-IF.
       EXT.
           EXIT.
      *
       PRINT-LINE-RTN      SECTION.
           MOVE WK-S-KAISU TO WK-RPL-KAISU.
           MOVE WK-S-YOSOKU TO WK-RPL-YOSOKU.
           MOVE WK-S-JISSEKI TO WK-RPL-JISSEKI.
           MOVE WK-GOSA TO WK-RPL-GOSA.
           IF WK-BIAS-FLG = "Y"
             MOVE WK-BIAS-RITSU TO WK-EDIT-RITSU
             MOVE WK-EDIT-RITSU TO WK-RPL-BIAS
           ELSE
             MOVE "  ----" TO WK-RPL-BIAS
           END-IF.
           IF WK-MAPE-FLG = "Y"
             MOVE WK-MAPE TO WK-EDIT-MAPE
             MOVE WK-EDIT-MAPE TO WK-RPL-MAPE
           ELSE
             MOVE "  ----" TO WK-RPL-MAPE
           END-IF.
           MOVE WK-S-KAJO TO WK-RPL-KAJO.
           MOVE WK-S-KASHO TO WK-RPL-KASHO.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       MIDASHI-RTN         SECTION.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE WK-RPT-MIDASHI TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       BUNRUI-RTN          SECTION.
           MOVE "BUNRUI-BETSU" TO WK-RPD-MIDASHI.
           PERFORM MIDASHI-RTN.
           PERFORM BUNRUI-MEISAI-RTN
             VARYING WK-IX FROM 1 BY 1
             UNTIL WK-IX > WK-CAT-CNT.
       EXT.
           EXIT.
      *
       BUNRUI-MEISAI-RTN   SECTION.
           IF WK-CAT-KAISU (WK-IX) = ZERO
             GO TO EXT
           END-IF.
           MOVE WK-CAT-SHUKEI (WK-IX) TO WK-SHUKEI.
           PERFORM RITSU-CALC-RTN.
           MOVE WK-CAT-COD (WK-IX) TO WK-RPL-KEY.
           MOVE WK-CAT-MEI (WK-IX) TO WK-RPL-MEI.
           MOVE SPACE TO WK-RPL-RIYU.
           PERFORM PRINT-LINE-RTN.
       EXT.
           EXIT.
      *
       SIIRE-RTN           SECTION.
           MOVE "SHIIRESAKI-BETSU" TO WK-RPD-MIDASHI.
           PERFORM MIDASHI-RTN.
           PERFORM SIIRE-MEISAI-RTN
             VARYING WK-IX FROM 1 BY 1
             UNTIL WK-IX > WK-SIR-CNT.
       EXT.
           EXIT.
      *
       SIIRE-MEISAI-RTN    SECTION.
           IF WK-SIR-KAISU (WK-IX) = ZERO
             GO TO EXT
           END-IF.
           MOVE WK-SIR-SHUKEI (WK-IX) TO WK-SHUKEI.
           PERFORM RITSU-CALC-RTN.
           MOVE WK-SIR-COD (WK-IX) TO WK-RPL-KEY.
           MOVE WK-SIR-MEI (WK-IX) TO WK-RPL-MEI.
           MOVE SPACE TO WK-RPL-RIYU.
           PERFORM PRINT-LINE-RTN.
       EXT.
           EXIT.
      *
       ZENTAI-RTN          SECTION.
           MOVE "ZENTAI" TO WK-RPD-MIDASHI.
           PERFORM MIDASHI-RTN.
           MOVE WK-ZEN-SHUKEI TO WK-SHUKEI.
           PERFORM RITSU-CALC-RTN.
           MOVE SPACE TO WK-RPL-KEY.
           MOVE "ZENTAI" TO WK-RPL-MEI.
           MOVE SPACE TO WK-RPL-RIYU.
           PERFORM PRINT-LINE-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    予測不適商品の一覧(月ごとの過大"+"・過小"-"・一致"="、
      *    予測の無い月は空欄)
      ******************************************************************
       FUTEKI-RTN          SECTION.
           MOVE "YOSOKU FUTEKI SHOHIN" TO WK-RPD-MIDASHI.
           PERFORM MIDASHI-RTN.
           PERFORM FUTEKI-MEISAI-RTN
             VARYING WK-IX FROM 1 BY 1
             UNTIL WK-IX > WK-PRD-CNT.
       EXT.
           EXIT.
      *
       FUTEKI-MEISAI-RTN   SECTION.
           INITIALIZE WK-SHUKEI.
           PERFORM TSUKI-HYOKA-RTN
             VARYING WK-MX FROM 1 BY 1
             UNTIL WK-MX > WK-KIKAN.
           IF WK-S-KAISU = ZERO
             GO TO EXT
           END-IF.
           PERFORM HANTEI-RTN.
           IF WK-FUTEKI-RIYU = SPACE
             GO TO EXT
           END-IF.
           ADD 1 TO WK-FUTEKI-CNT.
           MOVE WK-PRD-SHOHIN-NO (WK-IX) TO WK-RPF-SHOHIN-NO.
           MOVE WK-PRD-SHOHIN-MEI (WK-IX) TO WK-RPF-SHOHIN-MEI.
           MOVE WK-PRD-CATEGORY-COD (WK-IX) TO WK-RPF-CATEGORY-COD.
           MOVE WK-PRD-SUPPLIER-COD (WK-IX) TO WK-RPF-SUPPLIER-COD.
           MOVE WK-FUTEKI-RIYU TO WK-RPF-RIYU.
           IF WK-MAPE-FLG = "Y"
             MOVE WK-MAPE TO WK-EDIT-MAPE
             MOVE WK-EDIT-MAPE TO WK-RPF-MAPE
           ELSE
             MOVE "  ----" TO WK-RPF-MAPE
           END-IF.
           IF WK-BIAS-FLG = "Y"
             MOVE WK-BIAS-RITSU TO WK-EDIT-RITSU
             MOVE WK-EDIT-RITSU TO WK-RPF-BIAS
           ELSE
             MOVE "  ----" TO WK-RPF-BIAS
           END-IF.
           PERFORM FUTEKI-KIGO-RTN
             VARYING WK-MX FROM 1 BY 1
             UNTIL WK-MX > 12.
           MOVE WK-RPT-FUTEKI TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       FUTEKI-KIGO-RTN     SECTION.
           MOVE SPACE TO WK-RPF-TSUKI (WK-MX).
           IF WK-MX > WK-KIKAN
             GO TO EXT
           END-IF.
           IF WK-PRD-YOSOKU-FLG (WK-IX WK-MX) NOT = "Y"
             MOVE "." TO WK-RPF-TSUKI-KIGO (WK-MX)
             GO TO EXT
           END-IF.
           EVALUATE TRUE
             WHEN WK-PRD-YOSOKU (WK-IX WK-MX)
                > WK-PRD-JISSEKI (WK-IX WK-MX)
               MOVE "+" TO WK-RPF-TSUKI-KIGO (WK-MX)
             WHEN WK-PRD-YOSOKU (WK-IX WK-MX)
                < WK-PRD-JISSEKI (WK-IX WK-MX)
               MOVE "-" TO WK-RPF-TSUKI-KIGO (WK-MX)
             WHEN OTHER
               MOVE "=" TO WK-RPF-TSUKI-KIGO (WK-MX)
           END-EVALUATE.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-FCH-FILE-ERR = "00" OR FCH-END-FLG = "Y"
             CLOSE FCH-FILE
           END-IF.
           IF WK-IDJ-FILE-ERR = "00" OR IDJ-END-FLG = "Y"
             CLOSE IDJ-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "FCHCNT=" WK-FCH-CNT.
           DISPLAY "IDJCNT=" WK-IDJ-CNT.
           DISPLAY "FUTEKICNT=" WK-FUTEKI-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM137 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KSBM137"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 3                     TO RUNHIS-CNT-CNT.
           MOVE "FCHCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-FCH-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "IDJCNT"              TO RUNHIS-CNT-LABEL (2).
           MOVE WK-IDJ-CNT            TO RUNHIS-CNT-VALUE (2).
           MOVE "FUTEKICNT"           TO RUNHIS-CNT-LABEL (3).
           MOVE WK-FUTEKI-CNT         TO RUNHIS-CNT-VALUE (3).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KSBM137 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
