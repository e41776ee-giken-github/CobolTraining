       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KUBM171.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：配車計画（配車表・配送ルート表）
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。業務日付に出荷する引当結果(ALF)を
      *                 受注単位にまとめ、商品マスタの重量・容積から
      *                 受注ごとの積載量を求め、配送地域(納品先マスタ
      *                 CFSTM-REGION-COD。ALFの地域が空欄の場合は
      *                 納品先・得意先マスタから補う)ごとに、車両
      *                 マスタ(KCCFVHC)の自社トラックへ所属倉庫・
      *                 担当地域の合う車両から順に積載能力(重量・
      *                 容積)の範囲で割り当てる。1台は1地域だけを
      *                 回る。配車表(HAI：車両ごとの積載量と積載率、
      *                 未配車の受注と理由)と車両ごとの配送ルート表
      *                 (RTS：訪問順の納品先・住所・電話番号)を印刷
      *                 する。トラックに載らない受注(担当車両無し・
      *                 1台の能力超過・車両不足)は未配車として運送
      *                 会社便または翌日回しの判断を促し、警告終了
      *                 とする。
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
           SELECT VHC-FILE
             ASSIGN TO EXTERNAL VHC
               FILE STATUS IS WK-VHC-FILE-ERR.
           SELECT TOK-FILE
             ASSIGN TO EXTERNAL TOK
               FILE STATUS IS WK-TOK-FILE-ERR.
           SELECT STM-FILE
             ASSIGN TO EXTERNAL STM
               FILE STATUS IS WK-STM-FILE-ERR.
           SELECT HAI-FILE
             ASSIGN TO EXTERNAL HAI
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-HAI-FILE-ERR.
           SELECT RTS-FILE
             ASSIGN TO EXTERNAL RTS
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-RTS-FILE-ERR.
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
       FD  VHC-FILE.
       01  VHC-REC.
           COPY KCCFVHC.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY KCCFTOK.
       FD  STM-FILE.
       01  STM-REC.
           COPY KCCFSTM.
       FD  HAI-FILE.
       01  HAI-REC                     PIC  X(100).
       FD  RTS-FILE.
       01  RTS-REC                     PIC  X(100).
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
       01  WK-VHC-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-STM-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-HAI-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RTS-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  ALF-END-FLG                 PIC  X(01) VALUE "N".
       01  SHO-END-FLG                 PIC  X(01) VALUE "N".
       01  VHC-END-FLG                 PIC  X(01) VALUE "N".
       01  TOK-END-FLG                 PIC  X(01) VALUE "N".
       01  STM-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
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
      *  車両テーブル(能力はグラム・立方センチメートルに換算して持つ)
      ******************************************************************
       01  WK-VHC-TBL.
           03  WK-VHC-CNT              PIC  9(03) VALUE ZERO.
           03  WK-VHC-ENT              OCCURS 200 TIMES.
             05  WK-VHC-SHARYO-COD     PIC  X(04).
             05  WK-VHC-SHARYO-MEI     PIC  X(20).
             05  WK-VHC-SOKO-COD       PIC  X(02).
             05  WK-VHC-REGION-COD     PIC  X(02).
             05  WK-VHC-MAX-JURYO-G    PIC  9(09).
             05  WK-VHC-MAX-YOSEKI     PIC  9(11).
      *        当日の担当地域(最初に積んだ受注の地域。空欄は未使用)
             05  WK-VHC-USE-FLG        PIC  X(01).
             05  WK-VHC-USE-REGION     PIC  X(02).
             05  WK-VHC-TSUMI-JURYO-G  PIC  9(09).
             05  WK-VHC-TSUMI-YOSEKI   PIC  9(11).
             05  WK-VHC-STOP-CNT       PIC  9(03).
       01  WK-VX                       PIC  9(03) VALUE ZERO.
       01  WK-HIT-VX                   PIC  9(03) VALUE ZERO.
      ******************************************************************
      *  得意先マスタ・納品先マスタ(地域・届け先)テーブル
      ******************************************************************
       01  WK-TOK-TBL.
           03  WK-TOK-CNT              PIC  9(05) VALUE ZERO.
           03  WK-TOK-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-TOK-IDX.
             05  WK-TOK-TOKU-COD       PIC  X(04).
             05  WK-TOK-MEI            PIC  X(20).
             05  WK-TOK-ADDRESS        PIC  X(40).
             05  WK-TOK-TEL-NO         PIC  X(13).
             05  WK-TOK-REGION-COD     PIC  X(02).
       01  WK-STM-TBL.
           03  WK-STM-CNT              PIC  9(05) VALUE ZERO.
           03  WK-STM-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-STM-IDX.
             05  WK-STM-TOKU-COD       PIC  X(04).
             05  WK-STM-SHIPTO-COD     PIC  X(02).
             05  WK-STM-MEI            PIC  X(20).
             05  WK-STM-ADDRESS        PIC  X(40).
             05  WK-STM-TEL-NO         PIC  X(13).
             05  WK-STM-REGION-COD     PIC  X(02).
      ******************************************************************
      *  受注(配車単位)テーブル（配送地域・倉庫・得意先・受注番号順）
      ******************************************************************
       01  WK-ORD-TBL.
           03  WK-ORD-CNT              PIC  9(05) VALUE ZERO.
           03  WK-ORD-ENT              OCCURS 5000 TIMES.
             05  WK-ORD-KEY.
               07  WK-ORD-REGION-COD   PIC  X(02).
               07  WK-ORD-SOKO-COD     PIC  X(02).
               07  WK-ORD-TOKU-COD     PIC  X(04).
               07  WK-ORD-JUCHU-NO     PIC  9(04).
             05  WK-ORD-SHIPTO-COD     PIC  X(02).
             05  WK-ORD-JURYO-G        PIC  9(09).
             05  WK-ORD-YOSEKI         PIC  9(11).
      *        割り当てた車両の添字(ゼロは未配車)と未配車の理由
             05  WK-ORD-VX             PIC  9(03).
             05  WK-ORD-RIYU           PIC  X(01).
               88  WK-ORD-RIYU-TAISHOGAI     VALUE "T".
               88  WK-ORD-RIYU-NORANAI       VALUE "K".
               88  WK-ORD-RIYU-SHARYO-FUSOKU VALUE "F".
       01  WK-OX                       PIC  9(05) VALUE ZERO.
       01  WK-IX                       PIC  9(05) VALUE ZERO.
       01  WK-POS-FLG                  PIC  X(01) VALUE "N".
       01  WK-NEW-KEY.
           03  WK-NEW-REGION-COD       PIC  X(02).
           03  WK-NEW-SOKO-COD         PIC  X(02).
           03  WK-NEW-TOKU-COD         PIC  X(04).
           03  WK-NEW-JUCHU-NO         PIC  9(04).
      *
      *    配車判定用
       01  WK-TAISHO-FLG               PIC  X(01) VALUE "N".
       01  WK-NORU-FLG                 PIC  X(01) VALUE "N".
      *
      *    届け先
       01  WK-NIUKE-MEI                PIC  X(20) VALUE SPACE.
       01  WK-NIUKE-ADDRESS            PIC  X(40) VALUE SPACE.
       01  WK-NIUKE-TEL-NO             PIC  X(13) VALUE SPACE.
      *
       01  WK-ALF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-SHARYO-CNT               PIC  9(09) VALUE ZERO.
       01  WK-HAISHA-CNT               PIC  9(09) VALUE ZERO.
       01  WK-MIHAISHA-CNT             PIC  9(09) VALUE ZERO.
       01  WK-SUNPO-NASHI-CNT          PIC  9(09) VALUE ZERO.
       01  WK-JUN                      PIC  9(03) VALUE ZERO.
      *
      *    積載率の計算用
       01  WK-KG                       PIC  9(07) VALUE ZERO.
       01  WK-M3                       PIC  9(05)V9(02) VALUE ZERO.
       01  WK-RITSU                    PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  配車表・配送ルート表の印字行
      ******************************************************************
       01  WK-HAI-MIDASHI.
           03  FILLER                  PIC  X(27) VALUE
             "*** KUBM171 HAISHA-HYO *** ".
           03  FILLER                  PIC  X(05) VALUE "DATE=".
           03  WK-HM-DATE              PIC  9(08).
       01  WK-HAI-MEISAI.
           03  FILLER                  PIC  X(07) VALUE "SHARYO=".
           03  WK-HD-SHARYO-COD        PIC  X(04).
           03  FILLER                  PIC  X(06) VALUE " SOKO=".
           03  WK-HD-SOKO-COD          PIC  X(02).
           03  FILLER                  PIC  X(06) VALUE " AREA=".
           03  WK-HD-REGION-COD        PIC  X(02).
           03  FILLER                  PIC  X(06) VALUE " STOP=".
           03  WK-HD-STOP-CNT          PIC  ZZ9.
           03  FILLER                  PIC  X(04) VALUE " KG=".
           03  WK-HD-KG                PIC  ZZZZZZ9.
           03  FILLER                  PIC  X(01) VALUE "/".
           03  WK-HD-MAX-KG            PIC  ZZZZ9.
           03  FILLER                  PIC  X(01) VALUE "(".
           03  WK-HD-KG-RITSU          PIC  ZZ9.
           03  FILLER                  PIC  X(02) VALUE "%)".
           03  FILLER                  PIC  X(04) VALUE " M3=".
           03  WK-HD-M3                PIC  ZZZZ9.99.
           03  FILLER                  PIC  X(01) VALUE "/".
           03  WK-HD-MAX-M3            PIC  ZZ9.99.
           03  FILLER                  PIC  X(01) VALUE "(".
           03  WK-HD-M3-RITSU          PIC  ZZ9.
           03  FILLER                  PIC  X(02) VALUE "%)".
       01  WK-HAI-MIHAISHA.
           03  FILLER                  PIC  X(09) VALUE "MIHAISHA ".
           03  FILLER                  PIC  X(06) VALUE "JUCHU=".
           03  WK-HN-JUCHU-NO          PIC  9(04).
           03  FILLER                  PIC  X(06) VALUE " TOKU=".
           03  WK-HN-TOKU-COD          PIC  X(04).
           03  FILLER                  PIC  X(06) VALUE " SOKO=".
           03  WK-HN-SOKO-COD          PIC  X(02).
           03  FILLER                  PIC  X(06) VALUE " AREA=".
           03  WK-HN-REGION-COD        PIC  X(02).
           03  FILLER                  PIC  X(04) VALUE " KG=".
           03  WK-HN-KG                PIC  ZZZZZZ9.
           03  FILLER                  PIC  X(04) VALUE " M3=".
           03  WK-HN-M3                PIC  ZZZZ9.99.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-HN-RIYU              PIC  X(30).
       01  WK-HAI-GOKEI.
           03  FILLER                  PIC  X(11) VALUE "*** TOTAL  ".
           03  FILLER                  PIC  X(07) VALUE "SHARYO=".
           03  WK-HG-SHARYO-CNT        PIC  ZZZZ9.
           03  FILLER                  PIC  X(08) VALUE " HAISHA=".
           03  WK-HG-HAISHA-CNT        PIC  ZZZZ9.
           03  FILLER                  PIC  X(10) VALUE " MIHAISHA=".
           03  WK-HG-MIHAISHA-CNT      PIC  ZZZZ9.
       01  WK-RTS-MIDASHI.
           03  FILLER                  PIC  X(17) VALUE
             "*** ROUTE SHARYO=".
           03  WK-RM-SHARYO-COD        PIC  X(04).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RM-SHARYO-MEI        PIC  X(20).
           03  FILLER                  PIC  X(06) VALUE " SOKO=".
           03  WK-RM-SOKO-COD          PIC  X(02).
           03  FILLER                  PIC  X(06) VALUE " AREA=".
           03  WK-RM-REGION-COD        PIC  X(02).
           03  FILLER                  PIC  X(06) VALUE " DATE=".
           03  WK-RM-DATE              PIC  9(08).
       01  WK-RTS-MEISAI1.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RD-JUN               PIC  ZZ9.
           03  FILLER                  PIC  X(07) VALUE " JUCHU=".
           03  WK-RD-JUCHU-NO          PIC  9(04).
           03  FILLER                  PIC  X(06) VALUE " TOKU=".
           03  WK-RD-TOKU-COD          PIC  X(04).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RD-MEI               PIC  X(20).
           03  FILLER                  PIC  X(04) VALUE " KG=".
           03  WK-RD-KG                PIC  ZZZZZZ9.
       01  WK-RTS-MEISAI2.
           03  FILLER                  PIC  X(05) VALUE SPACE.
           03  WK-RD-ADDRESS           PIC  X(40).
           03  FILLER                  PIC  X(05) VALUE " TEL=".
           03  WK-RD-TEL-NO            PIC  X(13).
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL ALF-END-FLG = "Y"
             PERFORM HAISHA-RTN
               VARYING WK-OX FROM 1 BY 1
               UNTIL WK-OX > WK-ORD-CNT
             PERFORM HAISHA-HYO-RTN
             PERFORM ROUTE-RTN
               VARYING WK-VX FROM 1 BY 1
               UNTIL WK-VX > WK-VHC-CNT
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
      ******************************************************************
      *    初期処理（業務日付の取得、マスタの読み込み）
      ******************************************************************
       INIT-RTN            SECTION.
           DISPLAY "*** KUBM171 START ***".
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
           DISPLAY "*** KUBM171 BASE-DATE=" WK-BASE-DATE.
      *
           OPEN INPUT ALF-FILE.
           IF WK-ALF-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM171 ABEND NOT ALF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN INPUT SHO-FILE.
           IF WK-SHO-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM171 ABEND NOT SHO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-SHO-RTN  UNTIL SHO-END-FLG = "Y".
           CLOSE SHO-FILE.
           MOVE HIGH-VALUE TO WK-SHO-FILE-ERR.
           OPEN INPUT VHC-FILE.
           IF WK-VHC-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM171 ABEND NOT VHC-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-VHC-RTN  UNTIL VHC-END-FLG = "Y".
           CLOSE VHC-FILE.
           MOVE HIGH-VALUE TO WK-VHC-FILE-ERR.
      *    得意先・納品先は任意(無ければ地域はALFのまま、届け先は
      *    空欄で印字する)
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
      *
           OPEN OUTPUT HAI-FILE.
           IF WK-HAI-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM171 ABEND NOT HAI-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT RTS-FILE.
           IF WK-RTS-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM171 ABEND NOT RTS-FILE"
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
             DISPLAY "!!! KUBM171 ABEND : SHO TABLE FULL !!!"
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
       LOAD-VHC-RTN        SECTION.
           READ VHC-FILE
             AT END
               MOVE "Y" TO VHC-END-FLG
               GO TO EXT
           END-READ.
           IF WK-VHC-CNT >= 200
             DISPLAY "!!! KUBM171 ABEND : VHC TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-VHC-CNT.
           MOVE CFVHC-SHARYO-COD TO WK-VHC-SHARYO-COD (WK-VHC-CNT).
           MOVE CFVHC-SHARYO-MEI TO WK-VHC-SHARYO-MEI (WK-VHC-CNT).
           MOVE CFVHC-SOKO-COD TO WK-VHC-SOKO-COD (WK-VHC-CNT).
           MOVE CFVHC-REGION-COD TO WK-VHC-REGION-COD (WK-VHC-CNT).
           COMPUTE WK-VHC-MAX-JURYO-G (WK-VHC-CNT) =
             CFVHC-MAX-JURYO-KG * 1000.
           COMPUTE WK-VHC-MAX-YOSEKI (WK-VHC-CNT) =
             CFVHC-MAX-YOSEKI-M3 * 1000000.
           MOVE "N" TO WK-VHC-USE-FLG (WK-VHC-CNT).
           MOVE SPACE TO WK-VHC-USE-REGION (WK-VHC-CNT).
           MOVE ZERO TO WK-VHC-TSUMI-JURYO-G (WK-VHC-CNT).
           MOVE ZERO TO WK-VHC-TSUMI-YOSEKI (WK-VHC-CNT).
           MOVE ZERO TO WK-VHC-STOP-CNT (WK-VHC-CNT).
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
             DISPLAY "!!! KUBM171 ABEND : TOK TABLE FULL !!!"
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
           MOVE CFTOK-REGION-COD TO WK-TOK-REGION-COD (WK-TOK-IDX).
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
             DISPLAY "!!! KUBM171 ABEND : STM TABLE FULL !!!"
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
           MOVE CFSTM-REGION-COD TO WK-STM-REGION-COD (WK-STM-IDX).
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
           PERFORM ORD-TOROKU-RTN.
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
           COMPUTE WK-ORD-JURYO-G (WK-OX) = WK-ORD-JURYO-G (WK-OX)
             + WK-SHO-JURYO-G (WK-SHO-IDX) * CFALF-SURYO.
           COMPUTE WK-ORD-YOSEKI (WK-OX) = WK-ORD-YOSEKI (WK-OX)
             + WK-SHO-YOSEKI-CM3 (WK-SHO-IDX) * CFALF-SURYO.
           IF WK-SHO-JURYO-G (WK-SHO-IDX) NOT = ZERO
            AND WK-SHO-YOSEKI-CM3 (WK-SHO-IDX) NOT = ZERO
             GO TO NEXT-REC
           END-IF.
      *    重量・容積の無い商品は積載量に算入できないので警告する
       SUNPO-NASHI.
           ADD 1 TO WK-SUNPO-NASHI-CNT.
           DISPLAY "*** KUBM171 WARNING SUNPO NASHI "
             CFALF-SHOHIN-NO " JUCHU=" CFALF-JUCHU-NO.
           MOVE RC-WARNING TO RETURN-CODE.
       NEXT-REC.
           PERFORM READ-ALF-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    受注テーブルの登録（配送地域・倉庫・得意先・受注番号順に
      *    挿入し、添字をWK-OXへ返す）
      ******************************************************************
       ORD-TOROKU-RTN      SECTION.
           MOVE ZERO TO WK-OX.
           PERFORM ORD-FIND-RTN
             VARYING WK-IX FROM 1 BY 1
             UNTIL WK-IX > WK-ORD-CNT
                OR WK-OX NOT = ZERO.
           IF WK-OX NOT = ZERO
             GO TO EXT
           END-IF.
           IF WK-ORD-CNT >= 5000
             DISPLAY "!!! KUBM171 ABEND : ORD TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           PERFORM REGION-RTN.
           MOVE CFALF-SOKO-COD TO WK-NEW-SOKO-COD.
           MOVE CFALF-TOKU-COD TO WK-NEW-TOKU-COD.
           MOVE CFALF-JUCHU-NO TO WK-NEW-JUCHU-NO.
      *    後ろから順に1行ずつずらして挿入位置を空ける
           MOVE WK-ORD-CNT TO WK-IX.
           MOVE "N" TO WK-POS-FLG.
           PERFORM ORD-SHIFT-RTN
             UNTIL WK-IX = ZERO
                OR WK-POS-FLG = "Y".
           ADD 1 TO WK-IX.
           MOVE WK-IX TO WK-OX.
           MOVE WK-NEW-KEY TO WK-ORD-KEY (WK-OX).
           MOVE CFALF-SHIPTO-COD TO WK-ORD-SHIPTO-COD (WK-OX).
           MOVE ZERO TO WK-ORD-JURYO-G (WK-OX).
           MOVE ZERO TO WK-ORD-YOSEKI (WK-OX).
           MOVE ZERO TO WK-ORD-VX (WK-OX).
           MOVE SPACE TO WK-ORD-RIYU (WK-OX).
           ADD 1 TO WK-ORD-CNT.
       EXT.
           EXIT.
      *
       ORD-FIND-RTN        SECTION.
           IF WK-ORD-TOKU-COD (WK-IX) = CFALF-TOKU-COD
            AND WK-ORD-JUCHU-NO (WK-IX) = CFALF-JUCHU-NO
             MOVE WK-IX TO WK-OX
           END-IF.
       EXT.
           EXIT.
      *
       ORD-SHIFT-RTN       SECTION.
           IF WK-ORD-KEY (WK-IX) NOT > WK-NEW-KEY
             MOVE "Y" TO WK-POS-FLG
             GO TO EXT
           END-IF.
           MOVE WK-ORD-ENT (WK-IX) TO WK-ORD-ENT (WK-IX + 1).
           SUBTRACT 1 FROM WK-IX.
       EXT.
           EXIT.
      *
      *    配送地域(ALFが空欄なら納品先マスタ、本社納品は得意先
      *    マスタの地域)
       REGION-RTN          SECTION.
           MOVE CFALF-REGION-COD TO WK-NEW-REGION-COD.
           IF WK-NEW-REGION-COD NOT = SPACE
             GO TO EXT
           END-IF.
           IF CFALF-SHIPTO-COD NOT = SPACE
            AND WK-STM-CNT > ZERO
             SET WK-STM-IDX TO 1
             SEARCH WK-STM-ENT
               AT END
                 CONTINUE
               WHEN WK-STM-IDX > WK-STM-CNT
                 CONTINUE
               WHEN WK-STM-TOKU-COD (WK-STM-IDX) = CFALF-TOKU-COD
                AND WK-STM-SHIPTO-COD (WK-STM-IDX) = CFALF-SHIPTO-COD
                 MOVE WK-STM-REGION-COD (WK-STM-IDX)
                   TO WK-NEW-REGION-COD
             END-SEARCH
           END-IF.
           IF WK-NEW-REGION-COD NOT = SPACE
            OR WK-TOK-CNT = ZERO
             GO TO EXT
           END-IF.
           SET WK-TOK-IDX TO 1.
           SEARCH WK-TOK-ENT
             AT END
               CONTINUE
             WHEN WK-TOK-IDX > WK-TOK-CNT
               CONTINUE
             WHEN WK-TOK-TOKU-COD (WK-TOK-IDX) = CFALF-TOKU-COD
               MOVE WK-TOK-REGION-COD (WK-TOK-IDX) TO WK-NEW-REGION-COD
           END-SEARCH.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    受注1件の配車（同じ地域を回っている車両に空きがあれば積み、
      *    無ければ未使用の車両を新たに出す。どちらも無ければ未配車）
      ******************************************************************
       HAISHA-RTN          SECTION.
           MOVE "N" TO WK-TAISHO-FLG.
           MOVE "N" TO WK-NORU-FLG.
           MOVE ZERO TO WK-HIT-VX.
           PERFORM TSUMI-RTN
             VARYING WK-VX FROM 1 BY 1
             UNTIL WK-VX > WK-VHC-CNT
                OR WK-HIT-VX NOT = ZERO.
           IF WK-HIT-VX = ZERO
             PERFORM SHINKI-RTN
               VARYING WK-VX FROM 1 BY 1
               UNTIL WK-VX > WK-VHC-CNT
                  OR WK-HIT-VX NOT = ZERO
           END-IF.
           IF WK-HIT-VX NOT = ZERO
             MOVE WK-HIT-VX TO WK-ORD-VX (WK-OX)
             MOVE "Y" TO WK-VHC-USE-FLG (WK-HIT-VX)
             MOVE WK-ORD-REGION-COD (WK-OX)
               TO WK-VHC-USE-REGION (WK-HIT-VX)
             ADD WK-ORD-JURYO-G (WK-OX)
               TO WK-VHC-TSUMI-JURYO-G (WK-HIT-VX)
             ADD WK-ORD-YOSEKI (WK-OX)
               TO WK-VHC-TSUMI-YOSEKI (WK-HIT-VX)
             ADD 1 TO WK-VHC-STOP-CNT (WK-HIT-VX)
             ADD 1 TO WK-HAISHA-CNT
             GO TO EXT
           END-IF.
      *    未配車の理由(担当車両無し・1台の能力超過・車両不足)
           EVALUATE TRUE
             WHEN WK-TAISHO-FLG = "N"
               SET WK-ORD-RIYU-TAISHOGAI (WK-OX) TO TRUE
             WHEN WK-NORU-FLG = "N"
               SET WK-ORD-RIYU-NORANAI (WK-OX) TO TRUE
             WHEN OTHER
               SET WK-ORD-RIYU-SHARYO-FUSOKU (WK-OX) TO TRUE
           END-EVALUATE.
           ADD 1 TO WK-MIHAISHA-CNT.
           MOVE RC-WARNING TO RETURN-CODE.
       EXT.
           EXIT.
      *
      *    同じ地域を回っている車両の空きに積む
       TSUMI-RTN           SECTION.
           PERFORM TAISHO-CHK-RTN.
           IF WK-POS-FLG = "N"
            OR WK-VHC-USE-FLG (WK-VX) NOT = "Y"
            OR WK-VHC-USE-REGION (WK-VX) NOT = WK-ORD-REGION-COD (WK-OX)
             GO TO EXT
           END-IF.
           IF WK-VHC-TSUMI-JURYO-G (WK-VX) + WK-ORD-JURYO-G (WK-OX)
                NOT > WK-VHC-MAX-JURYO-G (WK-VX)
            AND WK-VHC-TSUMI-YOSEKI (WK-VX) + WK-ORD-YOSEKI (WK-OX)
                NOT > WK-VHC-MAX-YOSEKI (WK-VX)
             MOVE WK-VX TO WK-HIT-VX
           END-IF.
       EXT.
           EXIT.
      *
      *    未使用の車両を出す
       SHINKI-RTN          SECTION.
           PERFORM TAISHO-CHK-RTN.
           IF WK-POS-FLG = "N"
             GO TO EXT
           END-IF.
           IF WK-ORD-JURYO-G (WK-OX) > WK-VHC-MAX-JURYO-G (WK-VX)
            OR WK-ORD-YOSEKI (WK-OX) > WK-VHC-MAX-YOSEKI (WK-VX)
             GO TO EXT
           END-IF.
           MOVE "Y" TO WK-NORU-FLG.
           IF WK-VHC-USE-FLG (WK-VX) = "N"
             MOVE WK-VX TO WK-HIT-VX
           END-IF.
       EXT.
           EXIT.
      *
      *    車両が受注を受け持てるか(所属倉庫・担当地域)をWK-POS-FLG
      *    へ返す
       TAISHO-CHK-RTN      SECTION.
           MOVE "N" TO WK-POS-FLG.
           IF WK-VHC-SOKO-COD (WK-VX) NOT = SPACE
            AND WK-VHC-SOKO-COD (WK-VX) NOT = WK-ORD-SOKO-COD (WK-OX)
             GO TO EXT
           END-IF.
           IF WK-VHC-REGION-COD (WK-VX) NOT = SPACE
            AND WK-VHC-REGION-COD (WK-VX)
                  NOT = WK-ORD-REGION-COD (WK-OX)
             GO TO EXT
           END-IF.
           MOVE "Y" TO WK-POS-FLG.
           MOVE "Y" TO WK-TAISHO-FLG.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    配車表（車両ごとの積載量・積載率と未配車の受注）
      ******************************************************************
       HAISHA-HYO-RTN      SECTION.
           MOVE WK-BASE-DATE TO WK-HM-DATE.
           MOVE WK-HAI-MIDASHI TO HAI-REC.
           WRITE HAI-REC.
           MOVE SPACE TO HAI-REC.
           WRITE HAI-REC.
           PERFORM HAI-SHARYO-RTN
             VARYING WK-VX FROM 1 BY 1
             UNTIL WK-VX > WK-VHC-CNT.
           IF WK-MIHAISHA-CNT > ZERO
             MOVE SPACE TO HAI-REC
             WRITE HAI-REC
             PERFORM HAI-MIHAISHA-RTN
               VARYING WK-OX FROM 1 BY 1
               UNTIL WK-OX > WK-ORD-CNT
           END-IF.
           MOVE SPACE TO HAI-REC.
           WRITE HAI-REC.
           MOVE WK-SHARYO-CNT TO WK-HG-SHARYO-CNT.
           MOVE WK-HAISHA-CNT TO WK-HG-HAISHA-CNT.
           MOVE WK-MIHAISHA-CNT TO WK-HG-MIHAISHA-CNT.
           MOVE WK-HAI-GOKEI TO HAI-REC.
           WRITE HAI-REC.
       EXT.
           EXIT.
      *
       HAI-SHARYO-RTN      SECTION.
           IF WK-VHC-USE-FLG (WK-VX) NOT = "Y"
             GO TO EXT
           END-IF.
           ADD 1 TO WK-SHARYO-CNT.
           MOVE WK-VHC-SHARYO-COD (WK-VX) TO WK-HD-SHARYO-COD.
           MOVE WK-VHC-SOKO-COD (WK-VX) TO WK-HD-SOKO-COD.
           MOVE WK-VHC-USE-REGION (WK-VX) TO WK-HD-REGION-COD.
           MOVE WK-VHC-STOP-CNT (WK-VX) TO WK-HD-STOP-CNT.
           COMPUTE WK-KG ROUNDED = WK-VHC-TSUMI-JURYO-G (WK-VX) / 1000.
           MOVE WK-KG TO WK-HD-KG.
           COMPUTE WK-KG = WK-VHC-MAX-JURYO-G (WK-VX) / 1000.
           MOVE WK-KG TO WK-HD-MAX-KG.
           MOVE ZERO TO WK-RITSU.
           IF WK-VHC-MAX-JURYO-G (WK-VX) > ZERO
             COMPUTE WK-RITSU = WK-VHC-TSUMI-JURYO-G (WK-VX) * 100
               / WK-VHC-MAX-JURYO-G (WK-VX)
           END-IF.
           MOVE WK-RITSU TO WK-HD-KG-RITSU.
           COMPUTE WK-M3 ROUNDED = WK-VHC-TSUMI-YOSEKI (WK-VX)
             / 1000000.
           MOVE WK-M3 TO WK-HD-M3.
           COMPUTE WK-M3 = WK-VHC-MAX-YOSEKI (WK-VX) / 1000000.
           MOVE WK-M3 TO WK-HD-MAX-M3.
           MOVE ZERO TO WK-RITSU.
           IF WK-VHC-MAX-YOSEKI (WK-VX) > ZERO
             COMPUTE WK-RITSU = WK-VHC-TSUMI-YOSEKI (WK-VX) * 100
               / WK-VHC-MAX-YOSEKI (WK-VX)
           END-IF.
           MOVE WK-RITSU TO WK-HD-M3-RITSU.
           MOVE WK-HAI-MEISAI TO HAI-REC.
           WRITE HAI-REC.
       EXT.
           EXIT.
      *
      *    未配車の受注(運送会社便か翌日回しを判断する)
       HAI-MIHAISHA-RTN    SECTION.
           IF WK-ORD-VX (WK-OX) NOT = ZERO
             GO TO EXT
           END-IF.
           MOVE WK-ORD-JUCHU-NO (WK-OX) TO WK-HN-JUCHU-NO.
           MOVE WK-ORD-TOKU-COD (WK-OX) TO WK-HN-TOKU-COD.
           MOVE WK-ORD-SOKO-COD (WK-OX) TO WK-HN-SOKO-COD.
           MOVE WK-ORD-REGION-COD (WK-OX) TO WK-HN-REGION-COD.
           COMPUTE WK-KG ROUNDED = WK-ORD-JURYO-G (WK-OX) / 1000.
           MOVE WK-KG TO WK-HN-KG.
           COMPUTE WK-M3 ROUNDED = WK-ORD-YOSEKI (WK-OX) / 1000000.
           MOVE WK-M3 TO WK-HN-M3.
           EVALUATE TRUE
             WHEN WK-ORD-RIYU-TAISHOGAI (WK-OX)
               MOVE "NO TRUCK FOR AREA -> CARRIER" TO WK-HN-RIYU
             WHEN WK-ORD-RIYU-NORANAI (WK-OX)
               MOVE "OVER TRUCK CAPACITY -> CARRIER" TO WK-HN-RIYU
             WHEN OTHER
               MOVE "NO TRUCK LEFT -> CARRIER/NEXT" TO WK-HN-RIYU
           END-EVALUATE.
           MOVE WK-HAI-MIHAISHA TO HAI-REC.
           WRITE HAI-REC.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    配送ルート表（車両1台ごとに訪問順の届け先）
      ******************************************************************
       ROUTE-RTN           SECTION.
           IF WK-VHC-USE-FLG (WK-VX) NOT = "Y"
             GO TO EXT
           END-IF.
           MOVE WK-VHC-SHARYO-COD (WK-VX) TO WK-RM-SHARYO-COD.
           MOVE WK-VHC-SHARYO-MEI (WK-VX) TO WK-RM-SHARYO-MEI.
           MOVE WK-VHC-SOKO-COD (WK-VX) TO WK-RM-SOKO-COD.
           MOVE WK-VHC-USE-REGION (WK-VX) TO WK-RM-REGION-COD.
           MOVE WK-BASE-DATE TO WK-RM-DATE.
           MOVE WK-RTS-MIDASHI TO RTS-REC.
           WRITE RTS-REC.
           MOVE ZERO TO WK-JUN.
           PERFORM ROUTE-STOP-RTN
             VARYING WK-OX FROM 1 BY 1
             UNTIL WK-OX > WK-ORD-CNT.
           MOVE SPACE TO RTS-REC.
           WRITE RTS-REC.
       EXT.
           EXIT.
      *
       ROUTE-STOP-RTN      SECTION.
           IF WK-ORD-VX (WK-OX) NOT = WK-VX
             GO TO EXT
           END-IF.
           ADD 1 TO WK-JUN.
           PERFORM NIUKE-RTN.
           MOVE WK-JUN TO WK-RD-JUN.
           MOVE WK-ORD-JUCHU-NO (WK-OX) TO WK-RD-JUCHU-NO.
           MOVE WK-ORD-TOKU-COD (WK-OX) TO WK-RD-TOKU-COD.
           MOVE WK-NIUKE-MEI TO WK-RD-MEI.
           COMPUTE WK-KG ROUNDED = WK-ORD-JURYO-G (WK-OX) / 1000.
           MOVE WK-KG TO WK-RD-KG.
           MOVE WK-RTS-MEISAI1 TO RTS-REC.
           WRITE RTS-REC.
           MOVE WK-NIUKE-ADDRESS TO WK-RD-ADDRESS.
           MOVE WK-NIUKE-TEL-NO TO WK-RD-TEL-NO.
           MOVE WK-RTS-MEISAI2 TO RTS-REC.
           WRITE RTS-REC.
       EXT.
           EXIT.
      *
      *    届け先(納品先指定は納品先マスタ、本社納品は得意先マスタ)
       NIUKE-RTN           SECTION.
           MOVE SPACE TO WK-NIUKE-MEI.
           MOVE SPACE TO WK-NIUKE-ADDRESS.
           MOVE SPACE TO WK-NIUKE-TEL-NO.
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
       TERM-RTN            SECTION.
           IF WK-ALF-FILE-ERR = "00"
             CLOSE ALF-FILE
           END-IF.
           IF WK-HAI-FILE-ERR = "00"
             CLOSE HAI-FILE
           END-IF.
           IF WK-RTS-FILE-ERR = "00"
             CLOSE RTS-FILE
           END-IF.
           DISPLAY "ALFCNT=" WK-ALF-CNT.
           DISPLAY "JUCHUCNT=" WK-ORD-CNT.
           DISPLAY "SHARYOCNT=" WK-SHARYO-CNT.
           DISPLAY "HAISHACNT=" WK-HAISHA-CNT.
           DISPLAY "MIHAISHACNT=" WK-MIHAISHA-CNT.
           DISPLAY "SUNPONASHICNT=" WK-SUNPO-NASHI-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM171 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KUBM171"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "ALFCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-ALF-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "JUCHUCNT"            TO RUNHIS-CNT-LABEL (2).
           MOVE WK-ORD-CNT            TO RUNHIS-CNT-VALUE (2).
           MOVE "SHARYOCNT"           TO RUNHIS-CNT-LABEL (3).
           MOVE WK-SHARYO-CNT         TO RUNHIS-CNT-VALUE (3).
           MOVE "HAISHACNT"           TO RUNHIS-CNT-LABEL (4).
           MOVE WK-HAISHA-CNT         TO RUNHIS-CNT-VALUE (4).
           MOVE "MIHAISHA"            TO RUNHIS-CNT-LABEL (5).
           MOVE WK-MIHAISHA-CNT       TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KUBM171 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
