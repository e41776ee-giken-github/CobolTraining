       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KUBM170.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：梱包ケース数算出・荷札印刷
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。業務日付に出荷する引当結果(ALF)を
      *                 受注単位にまとめ、商品マスタの容積(CFSHO-
      *                 YOSEKI-CM3)・重量(CFSHO-JURYO-G)の合計を梱包
      *                 ケースマスタ(KCCFCTN)と比べて梱包ケース数を
      *                 求める。1個に収まる最小のケースを選び、収まら
      *                 なければ最大のケースの個数とする。容積は環境
      *                 変数KUBM170-JUTEN(充填率％。未設定は80％)を
      *                 掛けたケース内容積で判定する。結果を梱包個数
      *                 データ(KCCFPKG)へ書き出し(マニフェストKUBM083・
      *                 出荷通知KUBM135が個数を使う)、ケース1個ごとに
      *                 個口番号(1/3、2/3…)・受注番号・納品先(納品先
      *                 マスタKCCFSTM。本社納品は得意先マスタ)・運送
      *                 会社(運賃請求データFRB)と運送会社のバーコード
      *                 貼付欄の荷札(LBL)を印刷する。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT ALF-FILE
             ASSIGN TO EXTERNAL ALF
               FILE STATUS IS WK-ALF-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT CTN-FILE
             ASSIGN TO EXTERNAL CTN
               FILE STATUS IS WK-CTN-FILE-ERR.
           SELECT TOK-FILE
             ASSIGN TO EXTERNAL TOK
               FILE STATUS IS WK-TOK-FILE-ERR.
           SELECT STM-FILE
             ASSIGN TO EXTERNAL STM
               FILE STATUS IS WK-STM-FILE-ERR.
           SELECT FRB-FILE
             ASSIGN TO EXTERNAL FRB
               FILE STATUS IS WK-FRB-FILE-ERR.
           SELECT PKG-FILE
             ASSIGN TO EXTERNAL PKG
               FILE STATUS IS WK-PKG-FILE-ERR.
           SELECT LBL-FILE
             ASSIGN TO EXTERNAL LBL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-LBL-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
       FD  BSD-FILE.
       01  BSD-REC.
           COPY KCCFBSD.
       FD  ALF-FILE.
       01  ALF-REC.
           COPY KCCFALF.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  CTN-FILE.
       01  CTN-REC.
           COPY KCCFCTN.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY KCCFTOK.
       FD  STM-FILE.
       01  STM-REC.
           COPY KCCFSTM.
       FD  FRB-FILE.
       01  FRB-REC.
           COPY KCCFFRB.
       FD  PKG-FILE.
       01  PKG-REC.
           COPY KCCFPKG.
       FD  LBL-FILE.
       01  LBL-REC                     PIC  X(60).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-BSD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ALF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-CTN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-STM-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-FRB-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-PKG-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-LBL-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  ALF-END-FLG                 PIC  X(01) VALUE "N".
       01  SHO-END-FLG                 PIC  X(01) VALUE "N".
       01  CTN-END-FLG                 PIC  X(01) VALUE "N".
       01  TOK-END-FLG                 PIC  X(01) VALUE "N".
       01  STM-END-FLG                 PIC  X(01) VALUE "N".
       01  FRB-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      ******************************************************************
      *  充填率(環境変数KUBM170-JUTEN。未設定は80％)
      ******************************************************************
       01  WK-JUTEN-X                  PIC  X(03) VALUE SPACE.
       01  WK-JUTEN-N REDEFINES WK-JUTEN-X
                                       PIC  9(03).
       01  WK-JUTEN                    PIC  9(03) VALUE 80.
      ******************************************************************
      *  商品マスタ(重量・容積)テーブル
      ******************************************************************
       01  WK-SHO-TBL.
           03  WK-SHO-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SHO-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-SHO-IDX.
             05  WK-SHO-SHOHIN-NO      PIC  X(05).
             05  WK-SHO-JURYO-G        PIC  9(07).
             05  WK-SHO-YOSEKI-CM3     PIC  9(07).
      ******************************************************************
      *  梱包ケーステーブル(WK-CTN-YOSEKIは充填率を掛けた内容積)
      ******************************************************************
       01  WK-CTN-TBL.
           03  WK-CTN-CNT              PIC  9(03) VALUE ZERO.
           03  WK-CTN-ENT              OCCURS 100 TIMES.
             05  WK-CTN-CARTON-COD     PIC  X(02).
             05  WK-CTN-YOSEKI         PIC  9(09).
             05  WK-CTN-MAX-JURYO-G    PIC  9(07).
       01  WK-CX                       PIC  9(03) VALUE ZERO.
       01  WK-HIT-CX                   PIC  9(03) VALUE ZERO.
       01  WK-MAX-CX                   PIC  9(03) VALUE ZERO.
      ******************************************************************
      *  得意先マスタ・納品先マスタ(荷札の届け先)テーブル
      ******************************************************************
       01  WK-TOK-TBL.
           03  WK-TOK-CNT              PIC  9(05) VALUE ZERO.
           03  WK-TOK-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-TOK-IDX.
             05  WK-TOK-TOKU-COD       PIC  X(04).
             05  WK-TOK-MEI            PIC  X(20).
             05  WK-TOK-ADDRESS        PIC  X(40).
             05  WK-TOK-TEL-NO         PIC  X(13).
       01  WK-STM-TBL.
           03  WK-STM-CNT              PIC  9(05) VALUE ZERO.
           03  WK-STM-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-STM-IDX.
             05  WK-STM-TOKU-COD       PIC  X(04).
             05  WK-STM-SHIPTO-COD     PIC  X(02).
             05  WK-STM-MEI            PIC  X(20).
             05  WK-STM-ADDRESS        PIC  X(40).
             05  WK-STM-TEL-NO         PIC  X(13).
      ******************************************************************
      *  運賃請求(運送会社)テーブル
      ******************************************************************
       01  WK-FRB-TBL.
           03  WK-FRB-CNT              PIC  9(05) VALUE ZERO.
           03  WK-FRB-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-FRB-IDX.
             05  WK-FRB-TOKU-COD       PIC  X(04).
             05  WK-FRB-JUCHU-NO       PIC  9(04).
             05  WK-FRB-CARRIER-COD    PIC  X(02).
      ******************************************************************
      *  受注(梱包単位)テーブル
      ******************************************************************
       01  WK-ORD-TBL.
           03  WK-ORD-CNT              PIC  9(05) VALUE ZERO.
           03  WK-ORD-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-ORD-IDX.
             05  WK-ORD-TOKU-COD       PIC  X(04).
             05  WK-ORD-JUCHU-NO       PIC  9(04).
             05  WK-ORD-SHIPTO-COD     PIC  X(02).
             05  WK-ORD-JURYO-G        PIC  9(09).
             05  WK-ORD-YOSEKI-CM3     PIC  9(09).
       01  WK-OX                       PIC  9(05) VALUE ZERO.
      *
      *    受注1件の梱包計算用
       01  WK-KOSU                     PIC  9(03) VALUE ZERO.
       01  WK-KOSU-WK                  PIC  9(09) VALUE ZERO.
       01  WK-AMARI                    PIC  9(09) VALUE ZERO.
       01  WK-CARTON-COD               PIC  X(02) VALUE SPACE.
       01  WK-KOGUCHI                  PIC  9(03) VALUE ZERO.
       01  WK-NIUKE-MEI                PIC  X(20) VALUE SPACE.
       01  WK-NIUKE-ADDRESS            PIC  X(40) VALUE SPACE.
       01  WK-NIUKE-TEL-NO             PIC  X(13) VALUE SPACE.
       01  WK-CARRIER-COD              PIC  X(02) VALUE SPACE.
      *
       01  WK-ALF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-KOSU-CNT                 PIC  9(09) VALUE ZERO.
       01  WK-SUNPO-NASHI-CNT          PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  荷札印字用
      ******************************************************************
       01  WK-LBL-WAKU.
           03  FILLER                  PIC  X(01) VALUE "+".
           03  FILLER                  PIC  X(58) VALUE ALL "-".
           03  FILLER                  PIC  X(01) VALUE "+".
       01  WK-LBL-LINE1.
           03  FILLER                  PIC  X(02) VALUE "| ".
           03  FILLER                  PIC  X(08) VALUE "KOGUCHI ".
           03  WK-L1-KOGUCHI           PIC  ZZ9.
           03  FILLER                  PIC  X(01) VALUE "/".
           03  WK-L1-KOSU              PIC  ZZ9.
           03  FILLER                  PIC  X(08) VALUE "  JUCHU=".
           03  WK-L1-JUCHU-NO          PIC  9(04).
           03  FILLER                  PIC  X(06) VALUE " TOKU=".
           03  WK-L1-TOKU-COD          PIC  X(04).
           03  FILLER                  PIC  X(06) VALUE " SHIP=".
           03  WK-L1-SHIP-DATE         PIC  9(08).
           03  FILLER                  PIC  X(06) VALUE SPACE.
           03  FILLER                  PIC  X(01) VALUE "|".
       01  WK-LBL-LINE2.
           03  FILLER                  PIC  X(02) VALUE "| ".
           03  WK-L2-TITLE             PIC  X(06).
           03  WK-L2-DATA              PIC  X(40).
           03  FILLER                  PIC  X(11) VALUE SPACE.
           03  FILLER                  PIC  X(01) VALUE "|".
       01  WK-LBL-LINE3.
           03  FILLER                  PIC  X(02) VALUE "| ".
           03  FILLER                  PIC  X(08) VALUE "CARRIER=".
           03  WK-L3-CARRIER-COD       PIC  X(02).
           03  FILLER                  PIC  X(07) VALUE "  CASE=".
           03  WK-L3-CARTON-COD        PIC  X(02).
           03  FILLER                  PIC  X(38) VALUE SPACE.
           03  FILLER                  PIC  X(01) VALUE "|".
      *    運送会社のバーコード(送り状)貼付欄
       01  WK-LBL-BCD-WAKU.
           03  FILLER                  PIC  X(02) VALUE "| ".
           03  FILLER                  PIC  X(01) VALUE "+".
           03  FILLER                  PIC  X(54) VALUE
             "---------------- CARRIER BARCODE ---------------------".
           03  FILLER                  PIC  X(01) VALUE "+".
           03  FILLER                  PIC  X(02) VALUE " |".
       01  WK-LBL-BCD-NAKA.
           03  FILLER                  PIC  X(02) VALUE "| ".
           03  FILLER                  PIC  X(01) VALUE "|".
           03  FILLER                  PIC  X(54) VALUE SPACE.
           03  FILLER                  PIC  X(01) VALUE "|".
           03  FILLER                  PIC  X(02) VALUE " |".
       01  WK-LBL-BCD-SOKO.
           03  FILLER                  PIC  X(02) VALUE "| ".
           03  FILLER                  PIC  X(01) VALUE "+".
           03  FILLER                  PIC  X(54) VALUE ALL "-".
           03  FILLER                  PIC  X(01) VALUE "+".
           03  FILLER                  PIC  X(02) VALUE " |".
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL ALF-END-FLG = "Y"
             PERFORM KONPO-RTN
               VARYING WK-OX FROM 1 BY 1
               UNTIL WK-OX > WK-ORD-CNT
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
      ******************************************************************
      *    初期処理（業務日付・充填率の取得、マスタの読み込み）
      ******************************************************************
       INIT-RTN            SECTION.
           DISPLAY "*** KUBM170 START ***".
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
           DISPLAY "KUBM170-JUTEN" UPON ENVIRONMENT-NAME.
           ACCEPT WK-JUTEN-X FROM ENVIRONMENT-VALUE.
           IF WK-JUTEN-X NOT = SPACE
            AND WK-JUTEN-N IS NUMERIC
            AND WK-JUTEN-N > ZERO
            AND WK-JUTEN-N NOT > 100
             MOVE WK-JUTEN-N TO WK-JUTEN
           END-IF.
           DISPLAY "*** KUBM170 BASE-DATE=" WK-BASE-DATE
             " JUTEN=" WK-JUTEN.
      *
           OPEN INPUT ALF-FILE.
           IF WK-ALF-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM170 ABEND NOT ALF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN INPUT SHO-FILE.
           IF WK-SHO-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM170 ABEND NOT SHO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-SHO-RTN  UNTIL SHO-END-FLG = "Y".
           CLOSE SHO-FILE.
           MOVE HIGH-VALUE TO WK-SHO-FILE-ERR.
           OPEN INPUT CTN-FILE.
           IF WK-CTN-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM170 ABEND NOT CTN-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-CTN-RTN  UNTIL CTN-END-FLG = "Y".
           CLOSE CTN-FILE.
           MOVE HIGH-VALUE TO WK-CTN-FILE-ERR.
           IF WK-CTN-CNT = ZERO
             DISPLAY "*** KUBM170 ABEND CTN-FILE EMPTY"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
      *    得意先・納品先・運賃請求は任意(無ければ届け先・運送会社
      *    を空欄で印字する)
           OPEN INPUT TOK-FILE.
           IF WK-TOK-FILE-ERR = "00"
             PERFORM LOAD-TOK-RTN  UNTIL TOK-END-FLG = "Y"
             CLOSE TOK-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-TOK-FILE-ERR.
           OPEN INPUT STM-FILE.
           IF WK-STM-FILE-ERR = "00"
             PERFORM LOAD-STM-RTN  UNTIL STM-END-FLG = "Y"
             CLOSE STM-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-STM-FILE-ERR.
           OPEN INPUT FRB-FILE.
           IF WK-FRB-FILE-ERR = "00"
             PERFORM LOAD-FRB-RTN  UNTIL FRB-END-FLG = "Y"
             CLOSE FRB-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-FRB-FILE-ERR.
      *
           OPEN OUTPUT PKG-FILE.
           IF WK-PKG-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM170 ABEND NOT PKG-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT LBL-FILE.
           IF WK-LBL-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM170 ABEND NOT LBL-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM READ-ALF-RTN.
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
             DISPLAY "!!! KUBM170 ABEND : SHO TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SHO-CNT.
           SET WK-SHO-IDX TO WK-SHO-CNT.
           MOVE CFSHO-SHOHIN-NO TO WK-SHO-SHOHIN-NO (WK-SHO-IDX).
           MOVE CFSHO-JURYO-G TO WK-SHO-JURYO-G (WK-SHO-IDX).
           MOVE CFSHO-YOSEKI-CM3 TO WK-SHO-YOSEKI-CM3 (WK-SHO-IDX).
       EXT.
           EXIT.
      *
       LOAD-CTN-RTN        SECTION.
           READ CTN-FILE
             AT END
               MOVE "Y" TO CTN-END-FLG
               GO TO EXT
           END-READ.
           IF WK-CTN-CNT >= 100
             DISPLAY "*** KUBM170 WARNING CTN TABLE FULL"
             MOVE RC-WARNING TO RETURN-CODE
             MOVE "Y" TO CTN-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-CTN-CNT.
           MOVE CFCTN-CARTON-COD TO WK-CTN-CARTON-COD (WK-CTN-CNT).
           COMPUTE WK-CTN-YOSEKI (WK-CTN-CNT) =
             CFCTN-NAISUN-TATE * CFCTN-NAISUN-YOKO
             * CFCTN-NAISUN-TAKASA * WK-JUTEN / 100.
           MOVE CFCTN-MAX-JURYO-G TO WK-CTN-MAX-JURYO-G (WK-CTN-CNT).
       EXT.
           EXIT.
      *
       LOAD-TOK-RTN        SECTION.
           READ TOK-FILE
             AT END
               MOVE "Y" TO TOK-END-FLG
               GO TO EXT
           END-READ.
           IF WK-TOK-CNT >= 5000
             DISPLAY "!!! KUBM170 ABEND : TOK TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-TOK-CNT.
           SET WK-TOK-IDX TO WK-TOK-CNT.
           MOVE CFTOK-TOKU-COD TO WK-TOK-TOKU-COD (WK-TOK-IDX).
           MOVE CFTOK-TOKU-MEI TO WK-TOK-MEI (WK-TOK-IDX).
           MOVE CFTOK-ADDRESS TO WK-TOK-ADDRESS (WK-TOK-IDX).
           MOVE CFTOK-TEL-NO TO WK-TOK-TEL-NO (WK-TOK-IDX).
       EXT.
           EXIT.
      *
       LOAD-STM-RTN        SECTION.
           READ STM-FILE
             AT END
               MOVE "Y" TO STM-END-FLG
               GO TO EXT
           END-READ.
           IF WK-STM-CNT >= 5000
             DISPLAY "!!! KUBM170 ABEND : STM TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-STM-CNT.
           SET WK-STM-IDX TO WK-STM-CNT.
           MOVE CFSTM-TOKU-COD TO WK-STM-TOKU-COD (WK-STM-IDX).
           MOVE CFSTM-SHIPTO-COD TO WK-STM-SHIPTO-COD (WK-STM-IDX).
           MOVE CFSTM-SHIPTO-MEI TO WK-STM-MEI (WK-STM-IDX).
           MOVE CFSTM-ADDRESS TO WK-STM-ADDRESS (WK-STM-IDX).
           MOVE CFSTM-TEL-NO TO WK-STM-TEL-NO (WK-STM-IDX).
       EXT.
           EXIT.
      *
       LOAD-FRB-RTN        SECTION.
           READ FRB-FILE
             AT END
               MOVE "Y" TO FRB-END-FLG
               GO TO EXT
           END-READ.
           IF WK-FRB-CNT >= 5000
             DISPLAY "!!! KUBM170 ABEND : FRB TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-FRB-CNT.
           SET WK-FRB-IDX TO WK-FRB-CNT.
           MOVE CFFRB-TOKU-COD TO WK-FRB-TOKU-COD (WK-FRB-IDX).
           MOVE CFFRB-JUCHU-NO TO WK-FRB-JUCHU-NO (WK-FRB-IDX).
           MOVE CFFRB-CARRIER-COD TO WK-FRB-CARRIER-COD (WK-FRB-IDX).
       EXT.
           EXIT.
      *
       READ-ALF-RTN        SECTION.
           READ ALF-FILE
             AT END
               MOVE "Y" TO ALF-END-FLG
           END-READ.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    引当1行ごとの処理（業務日付に出荷する明細の重量・容積を
      *    受注ごとに積み上げる）
      ******************************************************************
       MAIN-RTN            SECTION.
           ADD 1 TO WK-ALF-CNT.
           IF CFALF-SHIP-DATE NOT = WK-BASE-DATE
             GO TO NEXT-REC
           END-IF.
           MOVE ZERO TO WK-OX.
           IF WK-ORD-CNT > ZERO
             SET WK-ORD-IDX TO 1
             SEARCH WK-ORD-ENT
               AT END
                 CONTINUE
               WHEN WK-ORD-IDX > WK-ORD-CNT
                 CONTINUE
               WHEN WK-ORD-TOKU-COD (WK-ORD-IDX) = CFALF-TOKU-COD
                AND WK-ORD-JUCHU-NO (WK-ORD-IDX) = CFALF-JUCHU-NO
                 SET WK-OX TO WK-ORD-IDX
             END-SEARCH
           END-IF.
           IF WK-OX = ZERO
             IF WK-ORD-CNT >= 5000
               DISPLAY "!!! KUBM170 ABEND : ORD TABLE FULL !!!"
               MOVE RC-ABEND TO RETURN-CODE
               PERFORM TERM-RTN
               STOP RUN
             END-IF
             ADD 1 TO WK-ORD-CNT
             MOVE WK-ORD-CNT TO WK-OX
             MOVE CFALF-TOKU-COD TO WK-ORD-TOKU-COD (WK-OX)
             MOVE CFALF-JUCHU-NO TO WK-ORD-JUCHU-NO (WK-OX)
             MOVE CFALF-SHIPTO-COD TO WK-ORD-SHIPTO-COD (WK-OX)
             MOVE ZERO TO WK-ORD-JURYO-G (WK-OX)
             MOVE ZERO TO WK-ORD-YOSEKI-CM3 (WK-OX)
           END-IF.
      *
           SET WK-SHO-IDX TO 1.
           IF WK-SHO-CNT = ZERO
             GO TO SUNPO-NASHI
           END-IF.
           SEARCH WK-SHO-ENT
             AT END
               GO TO SUNPO-NASHI
             WHEN WK-SHO-IDX > WK-SHO-CNT
               GO TO SUNPO-NASHI
             WHEN WK-SHO-SHOHIN-NO (WK-SHO-IDX) = CFALF-SHOHIN-NO
               CONTINUE
           END-SEARCH.
           IF WK-SHO-JURYO-G (WK-SHO-IDX) = ZERO
            OR WK-SHO-YOSEKI-CM3 (WK-SHO-IDX) = ZERO
             GO TO SUNPO-NASHI
           END-IF.
           COMPUTE WK-ORD-JURYO-G (WK-OX) = WK-ORD-JURYO-G (WK-OX)
             + WK-SHO-JURYO-G (WK-SHO-IDX) * CFALF-SURYO.
           COMPUTE WK-ORD-YOSEKI-CM3 (WK-OX) = WK-ORD-YOSEKI-CM3 (WK-OX)
             + WK-SHO-YOSEKI-CM3 (WK-SHO-IDX) * CFALF-SURYO.
           GO TO NEXT-REC.
      *    重量・容積の無い商品は個数に算入できないので警告する
       SUNPO-NASHI.
           ADD 1 TO WK-SUNPO-NASHI-CNT.
           DISPLAY "*** KUBM170 WARNING SUNPO NASHI "
             CFALF-SHOHIN-NO " JUCHU=" CFALF-JUCHU-NO.
           MOVE RC-WARNING TO RETURN-CODE.
           IF WK-SHO-IDX NOT > WK-SHO-CNT
            AND WK-SHO-CNT > ZERO
             COMPUTE WK-ORD-JURYO-G (WK-OX) = WK-ORD-JURYO-G (WK-OX)
               + WK-SHO-JURYO-G (WK-SHO-IDX) * CFALF-SURYO
             COMPUTE WK-ORD-YOSEKI-CM3 (WK-OX) =
               WK-ORD-YOSEKI-CM3 (WK-OX)
               + WK-SHO-YOSEKI-CM3 (WK-SHO-IDX) * CFALF-SURYO
           END-IF.
       NEXT-REC.
           PERFORM READ-ALF-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    受注1件の梱包ケース数の算出と荷札の印刷
      *    1個に収まるケース(容積・重量とも)のうち内容積の最小の
      *    ケース。無ければ最大のケースで、容積・重量それぞれの
      *    必要個数の大きい方
      ******************************************************************
       KONPO-RTN           SECTION.
           MOVE ZERO TO WK-HIT-CX.
           MOVE ZERO TO WK-MAX-CX.
           PERFORM CTN-SCAN-RTN
             VARYING WK-CX FROM 1 BY 1
             UNTIL WK-CX > WK-CTN-CNT.
           IF WK-HIT-CX NOT = ZERO
             MOVE 1 TO WK-KOSU
             MOVE WK-CTN-CARTON-COD (WK-HIT-CX) TO WK-CARTON-COD
           ELSE
             PERFORM KOSU-KEISAN-RTN
             MOVE WK-CTN-CARTON-COD (WK-MAX-CX) TO WK-CARTON-COD
           END-IF.
           ADD WK-KOSU TO WK-KOSU-CNT.
      *
           MOVE SPACE TO PKG-REC.
           MOVE WK-ORD-TOKU-COD (WK-OX) TO CFPKG-TOKU-COD.
           MOVE WK-ORD-JUCHU-NO (WK-OX) TO CFPKG-JUCHU-NO.
           MOVE WK-BASE-DATE TO CFPKG-SHIP-DATE.
           MOVE WK-ORD-SHIPTO-COD (WK-OX) TO CFPKG-SHIPTO-COD.
           MOVE WK-CARTON-COD TO CFPKG-CARTON-COD.
           MOVE WK-KOSU TO CFPKG-KOSU.
           MOVE WK-ORD-JURYO-G (WK-OX) TO CFPKG-JURYO-G.
           MOVE WK-ORD-YOSEKI-CM3 (WK-OX) TO CFPKG-YOSEKI-CM3.
           WRITE PKG-REC.
      *
           PERFORM NIUKE-RTN.
           PERFORM LABEL-RTN
             VARYING WK-KOGUCHI FROM 1 BY 1
             UNTIL WK-KOGUCHI > WK-KOSU.
       EXT.
           EXIT.
      *
       CTN-SCAN-RTN        SECTION.
           IF WK-MAX-CX = ZERO
            OR WK-CTN-YOSEKI (WK-CX) > WK-CTN-YOSEKI (WK-MAX-CX)
             MOVE WK-CX TO WK-MAX-CX
           END-IF.
           IF WK-CTN-YOSEKI (WK-CX) < WK-ORD-YOSEKI-CM3 (WK-OX)
             GO TO EXT
           END-IF.
           IF WK-CTN-MAX-JURYO-G (WK-CX) NOT = ZERO
            AND WK-CTN-MAX-JURYO-G (WK-CX) < WK-ORD-JURYO-G (WK-OX)
             GO TO EXT
           END-IF.
           IF WK-HIT-CX = ZERO
            OR WK-CTN-YOSEKI (WK-CX) < WK-CTN-YOSEKI (WK-HIT-CX)
             MOVE WK-CX TO WK-HIT-CX
           END-IF.
       EXT.
           EXIT.
      *
      *    最大のケースでの必要個数(999個まで)
       KOSU-KEISAN-RTN     SECTION.
           MOVE 1 TO WK-KOSU.
           IF WK-CTN-YOSEKI (WK-MAX-CX) > ZERO
             DIVIDE WK-ORD-YOSEKI-CM3 (WK-OX)
               BY WK-CTN-YOSEKI (WK-MAX-CX)
               GIVING WK-KOSU-WK REMAINDER WK-AMARI
             IF WK-AMARI > ZERO
               ADD 1 TO WK-KOSU-WK
             END-IF
             PERFORM KOSU-SET-RTN
           END-IF.
           IF WK-CTN-MAX-JURYO-G (WK-MAX-CX) > ZERO
             DIVIDE WK-ORD-JURYO-G (WK-OX)
               BY WK-CTN-MAX-JURYO-G (WK-MAX-CX)
               GIVING WK-KOSU-WK REMAINDER WK-AMARI
             IF WK-AMARI > ZERO
               ADD 1 TO WK-KOSU-WK
             END-IF
             PERFORM KOSU-SET-RTN
           END-IF.
       EXT.
           EXIT.
      *
       KOSU-SET-RTN        SECTION.
           IF WK-KOSU-WK > 999
             MOVE 999 TO WK-KOSU-WK
           END-IF.
           IF WK-KOSU-WK > WK-KOSU
             MOVE WK-KOSU-WK TO WK-KOSU
           END-IF.
       EXT.
           EXIT.
      *
      *    届け先(納品先指定は納品先マスタ、本社納品は得意先マスタ)
      *    と運送会社
       NIUKE-RTN           SECTION.
           MOVE SPACE TO WK-NIUKE-MEI.
           MOVE SPACE TO WK-NIUKE-ADDRESS.
           MOVE SPACE TO WK-NIUKE-TEL-NO.
           MOVE SPACE TO WK-CARRIER-COD.
           IF WK-FRB-CNT > ZERO
             SET WK-FRB-IDX TO 1
             SEARCH WK-FRB-ENT
               AT END
                 CONTINUE
               WHEN WK-FRB-IDX > WK-FRB-CNT
                 CONTINUE
               WHEN WK-FRB-TOKU-COD (WK-FRB-IDX)
                      = WK-ORD-TOKU-COD (WK-OX)
                AND WK-FRB-JUCHU-NO (WK-FRB-IDX)
                      = WK-ORD-JUCHU-NO (WK-OX)
                 MOVE WK-FRB-CARRIER-COD (WK-FRB-IDX)
                   TO WK-CARRIER-COD
             END-SEARCH
           END-IF.
           IF WK-ORD-SHIPTO-COD (WK-OX) NOT = SPACE
            AND WK-STM-CNT > ZERO
             SET WK-STM-IDX TO 1
             SEARCH WK-STM-ENT
               AT END
                 CONTINUE
               WHEN WK-STM-IDX > WK-STM-CNT
                 CONTINUE
               WHEN WK-STM-TOKU-COD (WK-STM-IDX)
                      = WK-ORD-TOKU-COD (WK-OX)
                AND WK-STM-SHIPTO-COD (WK-STM-IDX)
                      = WK-ORD-SHIPTO-COD (WK-OX)
                 MOVE WK-STM-MEI (WK-STM-IDX) TO WK-NIUKE-MEI
                 MOVE WK-STM-ADDRESS (WK-STM-IDX) TO WK-NIUKE-ADDRESS
                 MOVE WK-STM-TEL-NO (WK-STM-IDX) TO WK-NIUKE-TEL-NO
             END-SEARCH
           END-IF.
           IF WK-NIUKE-ADDRESS NOT = SPACE
            OR WK-TOK-CNT = ZERO
             GO TO EXT
           END-IF.
           SET WK-TOK-IDX TO 1.
           SEARCH WK-TOK-ENT
             AT END
               CONTINUE
             WHEN WK-TOK-IDX > WK-TOK-CNT
               CONTINUE
             WHEN WK-TOK-TOKU-COD (WK-TOK-IDX) = WK-ORD-TOKU-COD (WK-OX)
               MOVE WK-TOK-MEI (WK-TOK-IDX) TO WK-NIUKE-MEI
               MOVE WK-TOK-ADDRESS (WK-TOK-IDX) TO WK-NIUKE-ADDRESS
               MOVE WK-TOK-TEL-NO (WK-TOK-IDX) TO WK-NIUKE-TEL-NO
           END-SEARCH.
       EXT.
           EXIT.
      *
      *    荷札1枚(ケース1個)の印刷
       LABEL-RTN           SECTION.
           MOVE WK-LBL-WAKU TO LBL-REC.
           WRITE LBL-REC.
           MOVE WK-KOGUCHI TO WK-L1-KOGUCHI.
           MOVE WK-KOSU TO WK-L1-KOSU.
           MOVE WK-ORD-JUCHU-NO (WK-OX) TO WK-L1-JUCHU-NO.
           MOVE WK-ORD-TOKU-COD (WK-OX) TO WK-L1-TOKU-COD.
           MOVE WK-BASE-DATE TO WK-L1-SHIP-DATE.
           MOVE WK-LBL-LINE1 TO LBL-REC.
           WRITE LBL-REC.
           MOVE "TO  : " TO WK-L2-TITLE.
           MOVE WK-NIUKE-MEI TO WK-L2-DATA.
           MOVE WK-LBL-LINE2 TO LBL-REC.
           WRITE LBL-REC.
           MOVE SPACE TO WK-L2-TITLE.
           MOVE WK-NIUKE-ADDRESS TO WK-L2-DATA.
           MOVE WK-LBL-LINE2 TO LBL-REC.
           WRITE LBL-REC.
           MOVE "TEL : " TO WK-L2-TITLE.
           MOVE WK-NIUKE-TEL-NO TO WK-L2-DATA.
           MOVE WK-LBL-LINE2 TO LBL-REC.
           WRITE LBL-REC.
           MOVE WK-CARRIER-COD TO WK-L3-CARRIER-COD.
           MOVE WK-CARTON-COD TO WK-L3-CARTON-COD.
           MOVE WK-LBL-LINE3 TO LBL-REC.
           WRITE LBL-REC.
           MOVE WK-LBL-BCD-WAKU TO LBL-REC.
           WRITE LBL-REC.
           MOVE WK-LBL-BCD-NAKA TO LBL-REC.
           WRITE LBL-REC.
           WRITE LBL-REC.
           WRITE LBL-REC.
           MOVE WK-LBL-BCD-SOKO TO LBL-REC.
           WRITE LBL-REC.
           MOVE WK-LBL-WAKU TO LBL-REC.
           WRITE LBL-REC.
           MOVE SPACE TO LBL-REC.
           WRITE LBL-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-ALF-FILE-ERR = "00"
             CLOSE ALF-FILE
           END-IF.
           IF WK-PKG-FILE-ERR = "00"
             CLOSE PKG-FILE
           END-IF.
           IF WK-LBL-FILE-ERR = "00"
             CLOSE LBL-FILE
           END-IF.
           DISPLAY "ALFCNT=" WK-ALF-CNT.
           DISPLAY "JUCHUCNT=" WK-ORD-CNT.
           DISPLAY "KOSUCNT=" WK-KOSU-CNT.
           DISPLAY "SUNPONASHICNT=" WK-SUNPO-NASHI-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM170 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KUBM170"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 4                     TO RUNHIS-CNT-CNT.
           MOVE "ALFCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-ALF-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "JUCHUCNT"            TO RUNHIS-CNT-LABEL (2).
           MOVE WK-ORD-CNT            TO RUNHIS-CNT-VALUE (2).
           MOVE "KOSUCNT"             TO RUNHIS-CNT-LABEL (3).
           MOVE WK-KOSU-CNT           TO RUNHIS-CNT-VALUE (3).
           MOVE "SUNPONASHI"          TO RUNHIS-CNT-LABEL (4).
           MOVE WK-SUNPO-NASHI-CNT    TO RUNHIS-CNT-VALUE (4).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KUBM170 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
