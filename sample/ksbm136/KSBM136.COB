       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KSBM136.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：商品
      * プログラム名  ：在庫回転率・在庫日数レポート
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。月次に実行し、基準日(BSD。無ければ
      *                 実行日)の年月を対象月として、商品マスタ
      *                 (KCCFSHO)・倉庫別在庫(KCCFSZA)の月初在庫と月末
      *                 在庫(前月在庫＋当月入庫－当月出庫)の平均を移動
      *                 平均原価(KCCFAVC)で評価した平均在庫額と、在庫
      *                 移動履歴(KCCFIDJ)の当月の出庫(倉庫間の移動出庫
      *                 と仕入返品は消費でないため除く)・加工出庫を同じ
      *                 原価で評価した出庫原価から、回転率(出庫原価÷
      *                 平均在庫額、回/月)と在庫日数(平均在庫額÷出庫
      *                 原価×当月日数)を商品別・分類別(KCCFCAT)・倉庫
      *                 別(KCCFSOK)に印字する(RPT)。当月の全体・分類別
      *                 ・倉庫別の値は在庫回転履歴(KCCFKTH)へ追記し、
      *                 過去11か月分と合わせた12か月の在庫日数の推移を
      *                 印字する。当月の在庫日数が目標(分類の
      *                 CFCAT-MOKUHYO-NISSU。ZEROは環境変数
      *                 KSBM136-MOKUHYO、3桁。未設定は60日)を超え、かつ
      *                 前月より増えた分類は"***"を付けて強調する。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT AVC-FILE
             ASSIGN TO EXTERNAL AVC
               FILE STATUS IS WK-AVC-FILE-ERR.
           SELECT CAT-FILE
             ASSIGN TO EXTERNAL CAT
               FILE STATUS IS WK-CAT-FILE-ERR.
           SELECT SOK-FILE
             ASSIGN TO EXTERNAL SOK
               FILE STATUS IS WK-SOK-FILE-ERR.
           SELECT SZA-FILE
             ASSIGN TO EXTERNAL SZA
               FILE STATUS IS WK-SZA-FILE-ERR.
           SELECT IDJ-FILE
             ASSIGN TO EXTERNAL IDJ
               FILE STATUS IS WK-IDJ-FILE-ERR.
           SELECT KTH-FILE
             ASSIGN TO EXTERNAL KTH
               FILE STATUS IS WK-KTH-FILE-ERR.
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
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  AVC-FILE.
       01  AVC-REC.
           COPY KCCFAVC.
       FD  CAT-FILE.
       01  CAT-REC.
           COPY KCCFCAT.
       FD  SOK-FILE.
       01  SOK-REC.
           COPY KCCFSOK.
       FD  SZA-FILE.
       01  SZA-REC.
           COPY KCCFSZA.
       FD  IDJ-FILE.
       01  IDJ-REC.
           COPY KCCFIDJ.
       FD  KTH-FILE.
       01  KTH-REC.
           COPY KCCFKTH.
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
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-AVC-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-CAT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SZA-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IDJ-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-KTH-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  SHO-END-FLG                 PIC  X(01) VALUE "N".
       01  AVC-END-FLG                 PIC  X(01) VALUE "N".
       01  CAT-END-FLG                 PIC  X(01) VALUE "N".
       01  SOK-END-FLG                 PIC  X(01) VALUE "N".
       01  SZA-END-FLG                 PIC  X(01) VALUE "N".
       01  IDJ-END-FLG                 PIC  X(01) VALUE "N".
       01  KTH-END-FLG                 PIC  X(01) VALUE "N".
      *    倉庫別在庫がある運用か(SZAが開けた場合"Y")
       01  WK-SZA-MODE-FLG             PIC  X(01) VALUE "N".
      ******************************************************************
      *  対象月(基準日の年月)と当月日数
      ******************************************************************
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
       01  WK-NENGETSU                 PIC  9(06) VALUE ZERO.
       01  WK-NENGETSU-R REDEFINES WK-NENGETSU.
           03  WK-NENGETSU-YY          PIC  9(04).
           03  WK-NENGETSU-MM          PIC  9(02).
       01  WK-TSUKI-SHO-DATE           PIC  9(08) VALUE ZERO.
       01  WK-YOKUGETSU-DATE           PIC  9(08) VALUE ZERO.
       01  WK-TSUKI-NISSU              PIC  9(03) VALUE ZERO.
      ******************************************************************
      *  既定の目標在庫日数(環境変数KSBM136-MOKUHYO。未設定は60日)
      ******************************************************************
       01  WK-MOKUHYO-X                PIC  X(03) VALUE SPACE.
       01  WK-MOKUHYO-N REDEFINES WK-MOKUHYO-X
                                       PIC  9(03).
       01  WK-MOKUHYO                  PIC  9(03) VALUE 60.
      ******************************************************************
      *  推移の対象年月(12か月目が当月)
      ******************************************************************
       01  WK-TRD-TBL.
           03  WK-TRD-YM               PIC  9(06) OCCURS 12 TIMES.
       01  WK-TRD-WORK                 PIC  9(06) VALUE ZERO.
       01  WK-TRD-WORK-R REDEFINES WK-TRD-WORK.
           03  WK-TRD-WORK-YY          PIC  9(04).
           03  WK-TRD-WORK-MM          PIC  9(02).
       01  WK-MX                       PIC  9(02) VALUE ZERO.
      ******************************************************************
      *  移動平均原価テーブル(AVCから。無い運用では0件)
      ******************************************************************
       01  WK-AVC-TBL.
           03  WK-AVC-CNT              PIC  9(05) VALUE ZERO.
           03  WK-AVC-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-AVC-IDX.
             05  WK-AVC-SHOHIN-NO      PIC  X(05).
             05  WK-AVC-AVG-GENKA      PIC S9(05)V9(04).
      ******************************************************************
      *  商品別集計テーブル
      ******************************************************************
       01  WK-SHO-TBL.
           03  WK-SHO-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SHO-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-SHO-IDX.
             05  WK-SHO-SHOHIN-NO      PIC  X(05).
             05  WK-SHO-SHOHIN-MEI     PIC  X(20).
             05  WK-SHO-CATEGORY-COD   PIC  X(03).
             05  WK-SHO-AVG-GENKA      PIC S9(05)V9(04).
             05  WK-SHO-HEIKIN         PIC S9(13).
             05  WK-SHO-SYUKO-SURYO    PIC S9(09).
             05  WK-SHO-GENKA          PIC S9(13).
      ******************************************************************
      *  分類別集計テーブル(CATの順、未登録の分類は後ろへ追加)
      ******************************************************************
       01  WK-CAT-TBL.
           03  WK-CAT-CNT              PIC  9(04) VALUE ZERO.
           03  WK-CAT-ENT              OCCURS 999 TIMES
                                        INDEXED BY WK-CAT-IDX.
             05  WK-CAT-COD            PIC  X(03).
             05  WK-CAT-MEI            PIC  X(20).
             05  WK-CAT-MOKUHYO        PIC  9(03).
             05  WK-CAT-HEIKIN         PIC S9(13).
             05  WK-CAT-GENKA          PIC S9(13).
             05  WK-CAT-KAITEN         PIC  9(03)V9(02).
             05  WK-CAT-NISSU          PIC  9(04)V9(01).
       01  WK-FIND-CAT-COD             PIC  X(03) VALUE SPACE.
      ******************************************************************
      *  倉庫別集計テーブル(SOKの順、未登録の倉庫は後ろへ追加)
      ******************************************************************
       01  WK-SOK-TBL.
           03  WK-SOK-CNT              PIC  9(03) VALUE ZERO.
           03  WK-SOK-ENT              OCCURS 100 TIMES
                                        INDEXED BY WK-SOK-IDX.
             05  WK-SOK-COD            PIC  X(02).
             05  WK-SOK-MEI            PIC  X(20).
             05  WK-SOK-SIYO-FLG       PIC  X(01).
             05  WK-SOK-HEIKIN         PIC S9(13).
             05  WK-SOK-GENKA          PIC S9(13).
             05  WK-SOK-KAITEN         PIC  9(03)V9(02).
             05  WK-SOK-NISSU          PIC  9(04)V9(01).
       01  WK-FIND-SOKO-COD            PIC  X(02) VALUE SPACE.
      ******************************************************************
      *  在庫回転履歴テーブル(過去11か月分。同じキーは後の行で置換)
      ******************************************************************
       01  WK-HIS-TBL.
           03  WK-HIS-CNT              PIC  9(05) VALUE ZERO.
           03  WK-HIS-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-HIS-IDX.
             05  WK-HIS-NENGETSU       PIC  9(06).
             05  WK-HIS-KBN            PIC  X(01).
             05  WK-HIS-KEY            PIC  X(03).
             05  WK-HIS-NISSU          PIC  9(04)V9(01).
       01  WK-FIND-NENGETSU            PIC  9(06) VALUE ZERO.
       01  WK-FIND-KBN                 PIC  X(01) VALUE SPACE.
       01  WK-FIND-KEY                 PIC  X(03) VALUE SPACE.
       01  WK-FIND-NISSU               PIC  9(04)V9(01) VALUE ZERO.
       01  WK-FIND-FLG                 PIC  X(01) VALUE "N".
      ******************************************************************
      *  回転率・在庫日数の算出用
      ******************************************************************
       01  WK-C-HEIKIN                 PIC S9(13) VALUE ZERO.
       01  WK-C-GENKA                  PIC S9(13) VALUE ZERO.
       01  WK-C-KAITEN                 PIC  9(03)V9(02) VALUE ZERO.
       01  WK-C-NISSU                  PIC  9(04)V9(01) VALUE ZERO.
      *
       01  WK-IX                       PIC  9(05) VALUE ZERO.
       01  WK-AVG-GENKA                PIC S9(05)V9(04) VALUE ZERO.
       01  WK-HEIKIN-SURYO             PIC S9(09)V9(01) VALUE ZERO.
       01  WK-IDJ-GENKA                PIC S9(13) VALUE ZERO.
       01  WK-ZEN-HEIKIN               PIC S9(13) VALUE ZERO.
       01  WK-ZEN-GENKA                PIC S9(13) VALUE ZERO.
       01  WK-ZEN-KAITEN               PIC  9(03)V9(02) VALUE ZERO.
       01  WK-ZEN-NISSU                PIC  9(04)V9(01) VALUE ZERO.
       01  WK-SHO-READ-CNT             PIC  9(09) VALUE ZERO.
       01  WK-IDJ-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-KYOCHO-CNT               PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  印字用
      ******************************************************************
       01  WK-RPT-HEAD.
           03  FILLER                  PIC  X(35) VALUE
             "*** KSBM136 ZAIKO KAITEN-RITSU ZAIK".
           03  FILLER                  PIC  X(20) VALUE
             "O NISSU REPORT ***  ".
           03  FILLER                  PIC  X(09) VALUE "NENGETSU=".
           03  WK-RPH-NENGETSU         PIC  9(06).
           03  FILLER                  PIC  X(08) VALUE " NISSU=".
           03  WK-RPH-TSUKI-NISSU      PIC  Z9.
           03  FILLER                  PIC  X(10) VALUE " MOKUHYO=".
           03  WK-RPH-MOKUHYO          PIC  ZZ9.
       01  WK-RPT-MIDASHI.
           03  FILLER                  PIC  X(02) VALUE "[ ".
           03  WK-RPD-MIDASHI          PIC  X(20).
           03  FILLER                  PIC  X(02) VALUE " ]".
       01  WK-RPT-LINE.
           03  FILLER                  PIC  X(02) VALUE SPACE.
           03  WK-RPL-KEY              PIC  X(05).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPL-MEI              PIC  X(20).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPL-CAT              PIC  X(03).
           03  FILLER                  PIC  X(08) VALUE " HEIKIN=".
           03  WK-RPL-HEIKIN           PIC  -(11)9.
           03  FILLER                  PIC  X(07) VALUE " GENKA=".
           03  WK-RPL-GENKA            PIC  -(11)9.
           03  FILLER                  PIC  X(08) VALUE " KAITEN=".
           03  WK-RPL-KAITEN           PIC  ZZ9.99.
           03  FILLER                  PIC  X(07) VALUE " NISSU=".
           03  WK-RPL-NISSU            PIC  ZZZ9.9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPL-BIKO             PIC  X(32).
       01  WK-RPT-BIKO.
           03  FILLER                  PIC  X(08) VALUE "MOKUHYO=".
           03  WK-RPB-MOKUHYO          PIC  ZZ9.
           03  FILLER                  PIC  X(07) VALUE " ZENGE=".
           03  WK-RPB-ZEN-NISSU        PIC  X(06).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPB-KYOCHO           PIC  X(07).
       01  WK-RPT-SUII-HEAD.
           03  FILLER                  PIC  X(02) VALUE SPACE.
           03  FILLER                  PIC  X(26) VALUE
             "ZAIKO NISSU SUII".
           03  WK-RPSH-ENT             OCCURS 12 TIMES.
             05  FILLER                PIC  X(01).
             05  WK-RPSH-YY            PIC  9(04).
             05  WK-RPSH-SLASH         PIC  X(01).
             05  WK-RPSH-MM            PIC  9(02).
       01  WK-RPT-SUII.
           03  FILLER                  PIC  X(02) VALUE SPACE.
           03  WK-RPS-KBN              PIC  X(01).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPS-KEY              PIC  X(03).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPS-MEI              PIC  X(20).
           03  WK-RPS-ENT              OCCURS 12 TIMES.
             05  FILLER                PIC  X(02).
             05  WK-RPS-NISSU          PIC  X(06).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPS-KYOCHO           PIC  X(03).
       01  WK-EDIT-NISSU               PIC  ZZZ9.9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM SHOHIN-RTN
             PERFORM BUNRUI-RTN
             IF WK-SZA-MODE-FLG = "Y"
               PERFORM SOKO-RTN
             END-IF
             PERFORM ZENTAI-RTN
             PERFORM SUII-RTN
             PERFORM WRITE-KTH-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KSBM136 START ***".
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
           MOVE WK-BASE-DATE (1:6) TO WK-NENGETSU.
      *
      *    当月日数(翌月1日－当月1日)
           COMPUTE WK-TSUKI-SHO-DATE = WK-NENGETSU * 100 + 1.
           IF WK-NENGETSU-MM = 12
             COMPUTE WK-YOKUGETSU-DATE =
               (WK-NENGETSU-YY + 1) * 10000 + 101
           ELSE
             COMPUTE WK-YOKUGETSU-DATE = WK-TSUKI-SHO-DATE + 100
           END-IF.
           COMPUTE WK-TSUKI-NISSU =
             FUNCTION INTEGER-OF-DATE (WK-YOKUGETSU-DATE)
             - FUNCTION INTEGER-OF-DATE (WK-TSUKI-SHO-DATE).
      *
      *    推移の対象年月(当月から11か月遡る)
           MOVE WK-NENGETSU TO WK-TRD-WORK.
           PERFORM SET-TRD-RTN
             VARYING WK-MX FROM 12 BY -1
             UNTIL WK-MX < 1.
      *
           DISPLAY "KSBM136-MOKUHYO" UPON ENVIRONMENT-NAME.
           ACCEPT WK-MOKUHYO-X FROM ENVIRONMENT-VALUE.
           IF WK-MOKUHYO-X NOT = SPACE
            AND WK-MOKUHYO-N IS NUMERIC
             MOVE WK-MOKUHYO-N TO WK-MOKUHYO
           END-IF.
           DISPLAY "*** KSBM136 NENGETSU=" WK-NENGETSU
                   " MOKUHYO=" WK-MOKUHYO.
      *
           OPEN INPUT SHO-FILE.
           IF WK-SHO-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM136 ABEND NOT SHO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RPT-FILE
             IF WK-RPT-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM136 ABEND NOT RPT-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "N"
             GO TO EXT
           END-IF.
      *
      *    原価・分類名・倉庫名は無い運用もあるため開けなければ
      *    0件のまま続ける(原価はZERO、名称は空欄)
           OPEN INPUT AVC-FILE.
           IF WK-AVC-FILE-ERR = "00"
             PERFORM LOAD-AVC-RTN  UNTIL AVC-END-FLG = "Y"
             CLOSE AVC-FILE
           END-IF.
           OPEN INPUT CAT-FILE.
           IF WK-CAT-FILE-ERR = "00"
             PERFORM LOAD-CAT-RTN  UNTIL CAT-END-FLG = "Y"
             CLOSE CAT-FILE
           END-IF.
           OPEN INPUT SOK-FILE.
           IF WK-SOK-FILE-ERR = "00"
             PERFORM LOAD-SOK-RTN  UNTIL SOK-END-FLG = "Y"
             CLOSE SOK-FILE
           END-IF.
      *
           PERFORM LOAD-SHO-RTN  UNTIL SHO-END-FLG = "Y".
      *
      *    在庫移動履歴が無い運用では出庫原価ZEROとして続ける
           OPEN INPUT IDJ-FILE.
           IF WK-IDJ-FILE-ERR = "00"
             PERFORM LOAD-IDJ-RTN  UNTIL IDJ-END-FLG = "Y"
             CLOSE IDJ-FILE
           ELSE
             DISPLAY "*** KSBM136 WARNING NOT IDJ-FILE"
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
      *
      *    倉庫別在庫がある運用だけ倉庫別を集計する
           OPEN INPUT SZA-FILE.
           IF WK-SZA-FILE-ERR = "00"
             MOVE "Y" TO WK-SZA-MODE-FLG
             PERFORM LOAD-SZA-RTN  UNTIL SZA-END-FLG = "Y"
             CLOSE SZA-FILE
           END-IF.
      *
           OPEN INPUT KTH-FILE.
           IF WK-KTH-FILE-ERR = "00"
             PERFORM LOAD-KTH-RTN  UNTIL KTH-END-FLG = "Y"
             CLOSE KTH-FILE
           END-IF.
      *
           MOVE WK-NENGETSU TO WK-RPH-NENGETSU.
           MOVE WK-TSUKI-NISSU TO WK-RPH-TSUKI-NISSU.
           MOVE WK-MOKUHYO TO WK-RPH-MOKUHYO.
           MOVE WK-RPT-HEAD TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       SET-TRD-RTN         SECTION.
           MOVE WK-TRD-WORK TO WK-TRD-YM (WK-MX).
           IF WK-TRD-WORK-MM = 1
             SUBTRACT 1 FROM WK-TRD-WORK-YY
             MOVE 12 TO WK-TRD-WORK-MM
           ELSE
             SUBTRACT 1 FROM WK-TRD-WORK-MM
           END-IF.
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
             DISPLAY "*** KSBM136 WARNING AVC TABLE FULL"
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
       LOAD-CAT-RTN        SECTION.
           READ CAT-FILE
             AT END
               MOVE "Y" TO CAT-END-FLG
               GO TO EXT
           END-READ.
           IF WK-CAT-CNT >= 999
             DISPLAY "*** KSBM136 WARNING CAT TABLE FULL"
             MOVE "Y" TO CAT-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-CAT-CNT.
           SET WK-CAT-IDX TO WK-CAT-CNT.
           MOVE CFCAT-CATEGORY-COD TO WK-CAT-COD (WK-CAT-IDX).
           MOVE CFCAT-CATEGORY-MEI TO WK-CAT-MEI (WK-CAT-IDX).
           IF CFCAT-MOKUHYO-NISSU IS NUMERIC
             MOVE CFCAT-MOKUHYO-NISSU TO WK-CAT-MOKUHYO (WK-CAT-IDX)
           ELSE
             MOVE ZERO TO WK-CAT-MOKUHYO (WK-CAT-IDX)
           END-IF.
           MOVE ZERO TO WK-CAT-HEIKIN (WK-CAT-IDX)
                        WK-CAT-GENKA (WK-CAT-IDX).
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
             DISPLAY "*** KSBM136 WARNING SOK TABLE FULL"
             MOVE "Y" TO SOK-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-SOK-CNT.
           SET WK-SOK-IDX TO WK-SOK-CNT.
           MOVE CFSOK-SOKO-COD TO WK-SOK-COD (WK-SOK-IDX).
           MOVE CFSOK-SOKO-MEI TO WK-SOK-MEI (WK-SOK-IDX).
           MOVE "N" TO WK-SOK-SIYO-FLG (WK-SOK-IDX).
           MOVE ZERO TO WK-SOK-HEIKIN (WK-SOK-IDX)
                        WK-SOK-GENKA (WK-SOK-IDX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    商品ごとの平均在庫額((月初在庫＋月末在庫)÷2×移動平均原価)
      ******************************************************************
       LOAD-SHO-RTN        SECTION.
           READ SHO-FILE
             AT END
               MOVE "Y" TO SHO-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-SHO-READ-CNT.
           IF WK-SHO-CNT >= 5000
             DISPLAY "!!! KSBM136 ABEND : SHO TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SHO-CNT.
           SET WK-SHO-IDX TO WK-SHO-CNT.
           MOVE CFSHO-SHOHIN-NO TO WK-SHO-SHOHIN-NO (WK-SHO-IDX).
           MOVE CFSHO-SHOHIN-MEI TO WK-SHO-SHOHIN-MEI (WK-SHO-IDX).
           MOVE CFSHO-CATEGORY-COD
             TO WK-SHO-CATEGORY-COD (WK-SHO-IDX).
           MOVE ZERO TO WK-AVG-GENKA.
           IF WK-AVC-CNT > ZERO
             SET WK-AVC-IDX TO 1
             SEARCH WK-AVC-ENT
               AT END
                 CONTINUE
               WHEN WK-AVC-IDX > WK-AVC-CNT
                 CONTINUE
               WHEN WK-AVC-SHOHIN-NO (WK-AVC-IDX) = CFSHO-SHOHIN-NO
                 MOVE WK-AVC-AVG-GENKA (WK-AVC-IDX) TO WK-AVG-GENKA
             END-SEARCH
           END-IF.
           MOVE WK-AVG-GENKA TO WK-SHO-AVG-GENKA (WK-SHO-IDX).
           COMPUTE WK-HEIKIN-SURYO =
             (CFSHO-ZENGETU-ZAIKO * 2 + CFSHO-TOUGETU-NYUKO
              - CFSHO-TOUGETU-SYUKO) / 2.
           COMPUTE WK-SHO-HEIKIN (WK-SHO-IDX) ROUNDED =
             WK-HEIKIN-SURYO * WK-AVG-GENKA.
           MOVE ZERO TO WK-SHO-SYUKO-SURYO (WK-SHO-IDX)
                        WK-SHO-GENKA (WK-SHO-IDX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    当月の出庫・加工出庫を商品別・倉庫別に積む(廃棄・調整・
      *    返品と、出庫のうち移動出庫(KSBM113)・仕入返品(KSBM123)は
      *    売上原価の仕訳(KSBM126)と同じく出庫原価に含めない)
      ******************************************************************
       LOAD-IDJ-RTN        SECTION.
           READ IDJ-FILE
             AT END
               MOVE "Y" TO IDJ-END-FLG
               GO TO EXT
           END-READ.
           IF CFIDJ-DATE (1:6) NOT = WK-NENGETSU
             GO TO EXT
           END-IF.
           IF NOT CFIDJ-SYUKO
            AND NOT CFIDJ-KAKO-SYUKO
             GO TO EXT
           END-IF.
           IF CFIDJ-SYUKO
            AND (CFIDJ-PGM-ID = "KSBM113" OR "KSBM123")
             GO TO EXT
           END-IF.
           ADD 1 TO WK-IDJ-CNT.
           IF WK-SHO-CNT = ZERO
             GO TO EXT
           END-IF.
           SET WK-SHO-IDX TO 1.
           SEARCH WK-SHO-ENT
             AT END
               GO TO EXT
             WHEN WK-SHO-IDX > WK-SHO-CNT
               GO TO EXT
             WHEN WK-SHO-SHOHIN-NO (WK-SHO-IDX) = CFIDJ-SHOHIN-NO
               CONTINUE
           END-SEARCH.
           ADD CFIDJ-SURYO TO WK-SHO-SYUKO-SURYO (WK-SHO-IDX).
           IF CFIDJ-SOKO-COD = SPACE
             GO TO EXT
           END-IF.
           COMPUTE WK-IDJ-GENKA ROUNDED =
             CFIDJ-SURYO * WK-SHO-AVG-GENKA (WK-SHO-IDX).
           MOVE CFIDJ-SOKO-COD TO WK-FIND-SOKO-COD.
           PERFORM FIND-SOKO-RTN.
           ADD WK-IDJ-GENKA TO WK-SOK-GENKA (WK-SOK-IDX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    倉庫ごとの平均在庫額(倉庫別在庫の月初・月末の平均)
      ******************************************************************
       LOAD-SZA-RTN        SECTION.
           READ SZA-FILE
             AT END
               MOVE "Y" TO SZA-END-FLG
               GO TO EXT
           END-READ.
           MOVE ZERO TO WK-AVG-GENKA.
           IF WK-SHO-CNT > ZERO
             SET WK-SHO-IDX TO 1
             SEARCH WK-SHO-ENT
               AT END
                 CONTINUE
               WHEN WK-SHO-IDX > WK-SHO-CNT
                 CONTINUE
               WHEN WK-SHO-SHOHIN-NO (WK-SHO-IDX) = CFSZA-SHOHIN-NO
                 MOVE WK-SHO-AVG-GENKA (WK-SHO-IDX) TO WK-AVG-GENKA
             END-SEARCH
           END-IF.
           MOVE CFSZA-SOKO-COD TO WK-FIND-SOKO-COD.
           PERFORM FIND-SOKO-RTN.
           COMPUTE WK-HEIKIN-SURYO =
             (CFSZA-ZENGETU-ZAIKO * 2 + CFSZA-TOUGETU-NYUKO
              - CFSZA-TOUGETU-SYUKO) / 2.
           COMPUTE WK-C-HEIKIN ROUNDED =
             WK-HEIKIN-SURYO * WK-AVG-GENKA.
           ADD WK-C-HEIKIN TO WK-SOK-HEIKIN (WK-SOK-IDX).
       EXT.
           EXIT.
      *
      *    過去11か月分の履歴を控える(当月分は今回の値で置き換える)
       LOAD-KTH-RTN        SECTION.
           READ KTH-FILE
             AT END
               MOVE "Y" TO KTH-END-FLG
               GO TO EXT
           END-READ.
           IF CFKTH-NENGETSU < WK-TRD-YM (1)
            OR CFKTH-NENGETSU NOT < WK-NENGETSU
             GO TO EXT
           END-IF.
           MOVE CFKTH-NENGETSU TO WK-FIND-NENGETSU.
           MOVE CFKTH-KBN TO WK-FIND-KBN.
           MOVE CFKTH-KEY TO WK-FIND-KEY.
           PERFORM FIND-HIS-RTN.
           IF WK-FIND-FLG = "N"
             IF WK-HIS-CNT >= 5000
               DISPLAY "*** KSBM136 WARNING HIS TABLE FULL"
               MOVE "Y" TO KTH-END-FLG
               GO TO EXT
             END-IF
             ADD 1 TO WK-HIS-CNT
             SET WK-HIS-IDX TO WK-HIS-CNT
             MOVE CFKTH-NENGETSU TO WK-HIS-NENGETSU (WK-HIS-IDX)
             MOVE CFKTH-KBN TO WK-HIS-KBN (WK-HIS-IDX)
             MOVE CFKTH-KEY TO WK-HIS-KEY (WK-HIS-IDX)
           END-IF.
           MOVE CFKTH-ZAIKO-NISSU TO WK-HIS-NISSU (WK-HIS-IDX).
       EXT.
           EXIT.
      *
      *    履歴テーブルの検索(見つかればWK-HIS-IDXとWK-FIND-NISSU)
       FIND-HIS-RTN        SECTION.
           MOVE "N" TO WK-FIND-FLG.
           MOVE ZERO TO WK-FIND-NISSU.
           IF WK-HIS-CNT = ZERO
             GO TO EXT
           END-IF.
           SET WK-HIS-IDX TO 1.
           SEARCH WK-HIS-ENT
             AT END
               CONTINUE
             WHEN WK-HIS-IDX > WK-HIS-CNT
               CONTINUE
             WHEN WK-HIS-NENGETSU (WK-HIS-IDX) = WK-FIND-NENGETSU
              AND WK-HIS-KBN (WK-HIS-IDX) = WK-FIND-KBN
              AND WK-HIS-KEY (WK-HIS-IDX) = WK-FIND-KEY
               MOVE "Y" TO WK-FIND-FLG
               MOVE WK-HIS-NISSU (WK-HIS-IDX) TO WK-FIND-NISSU
           END-SEARCH.
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
             DISPLAY "!!! KSBM136 ABEND : CAT TABLE FULL !!!"
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
           MOVE ZERO TO WK-CAT-MOKUHYO (WK-CAT-IDX)
                        WK-CAT-HEIKIN (WK-CAT-IDX)
                        WK-CAT-GENKA (WK-CAT-IDX).
       EXT.
           EXIT.
      *
      *    倉庫テーブルの検索(無ければ追加。WK-SOK-IDXを返す)
       FIND-SOKO-RTN       SECTION.
           IF WK-SOK-CNT > ZERO
             SET WK-SOK-IDX TO 1
             SEARCH WK-SOK-ENT
               AT END
                 CONTINUE
               WHEN WK-SOK-IDX > WK-SOK-CNT
                 CONTINUE
               WHEN WK-SOK-COD (WK-SOK-IDX) = WK-FIND-SOKO-COD
                 MOVE "Y" TO WK-SOK-SIYO-FLG (WK-SOK-IDX)
                 GO TO EXT
             END-SEARCH
           END-IF.
           IF WK-SOK-CNT >= 100
             DISPLAY "!!! KSBM136 ABEND : SOK TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SOK-CNT.
           SET WK-SOK-IDX TO WK-SOK-CNT.
           MOVE WK-FIND-SOKO-COD TO WK-SOK-COD (WK-SOK-IDX).
           MOVE SPACE TO WK-SOK-MEI (WK-SOK-IDX).
           MOVE "Y" TO WK-SOK-SIYO-FLG (WK-SOK-IDX).
           MOVE ZERO TO WK-SOK-HEIKIN (WK-SOK-IDX)
                        WK-SOK-GENKA (WK-SOK-IDX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    回転率(出庫原価÷平均在庫額)と在庫日数(平均在庫額÷出庫
      *    原価×当月日数)。出庫の無い月の在庫日数は9999.9とする
      ******************************************************************
       KAITEN-CALC-RTN     SECTION.
           MOVE ZERO TO WK-C-KAITEN WK-C-NISSU.
           IF WK-C-GENKA NOT > ZERO
             IF WK-C-HEIKIN > ZERO
               MOVE 9999.9 TO WK-C-NISSU
             END-IF
             GO TO EXT
           END-IF.
           IF WK-C-HEIKIN NOT > ZERO
             GO TO EXT
           END-IF.
           COMPUTE WK-C-KAITEN ROUNDED = WK-C-GENKA / WK-C-HEIKIN
             ON SIZE ERROR
               MOVE 999.99 TO WK-C-KAITEN
           END-COMPUTE.
           COMPUTE WK-C-NISSU ROUNDED =
             WK-C-HEIKIN * WK-TSUKI-NISSU / WK-C-GENKA
             ON SIZE ERROR
               MOVE 9999.9 TO WK-C-NISSU
           END-COMPUTE.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    商品別(出庫原価を求め、分類・全体へ積む)
      ******************************************************************
       SHOHIN-RTN          SECTION.
           MOVE "SHOHIN-BETSU" TO WK-RPD-MIDASHI.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE WK-RPT-MIDASHI TO RPT-REC.
           WRITE RPT-REC.
           PERFORM SHOHIN-MEISAI-RTN
             VARYING WK-IX FROM 1 BY 1
             UNTIL WK-IX > WK-SHO-CNT.
       EXT.
           EXIT.
      *
       SHOHIN-MEISAI-RTN   SECTION.
           COMPUTE WK-SHO-GENKA (WK-IX) ROUNDED =
             WK-SHO-SYUKO-SURYO (WK-IX) * WK-SHO-AVG-GENKA (WK-IX).
           MOVE WK-SHO-CATEGORY-COD (WK-IX) TO WK-FIND-CAT-COD.
           PERFORM FIND-CAT-RTN.
           ADD WK-SHO-HEIKIN (WK-IX) TO WK-CAT-HEIKIN (WK-CAT-IDX).
           ADD WK-SHO-GENKA (WK-IX) TO WK-CAT-GENKA (WK-CAT-IDX).
           ADD WK-SHO-HEIKIN (WK-IX) TO WK-ZEN-HEIKIN.
           ADD WK-SHO-GENKA (WK-IX) TO WK-ZEN-GENKA.
           MOVE WK-SHO-HEIKIN (WK-IX) TO WK-C-HEIKIN.
           MOVE WK-SHO-GENKA (WK-IX) TO WK-C-GENKA.
           PERFORM KAITEN-CALC-RTN.
           MOVE SPACE TO WK-RPL-BIKO.
           MOVE WK-SHO-SHOHIN-NO (WK-IX) TO WK-RPL-KEY.
           MOVE WK-SHO-SHOHIN-MEI (WK-IX) TO WK-RPL-MEI.
           MOVE WK-SHO-CATEGORY-COD (WK-IX) TO WK-RPL-CAT.
           PERFORM PRINT-LINE-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    分類別(目標超過かつ前月より増加した分類を強調する)
      ******************************************************************
       BUNRUI-RTN          SECTION.
           MOVE "BUNRUI-BETSU" TO WK-RPD-MIDASHI.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE WK-RPT-MIDASHI TO RPT-REC.
           WRITE RPT-REC.
           PERFORM BUNRUI-MEISAI-RTN
             VARYING WK-IX FROM 1 BY 1
             UNTIL WK-IX > WK-CAT-CNT.
       EXT.
           EXIT.
      *
       BUNRUI-MEISAI-RTN   SECTION.
           MOVE WK-CAT-HEIKIN (WK-IX) TO WK-C-HEIKIN.
           MOVE WK-CAT-GENKA (WK-IX) TO WK-C-GENKA.
           PERFORM KAITEN-CALC-RTN.
           MOVE WK-C-KAITEN TO WK-CAT-KAITEN (WK-IX).
           MOVE WK-C-NISSU TO WK-CAT-NISSU (WK-IX).
           IF WK-CAT-MOKUHYO (WK-IX) = ZERO
             MOVE WK-MOKUHYO TO WK-CAT-MOKUHYO (WK-IX)
           END-IF.
      *    前月の在庫日数(履歴に無ければ比較しない)
           MOVE WK-TRD-YM (11) TO WK-FIND-NENGETSU.
           MOVE "C" TO WK-FIND-KBN.
           MOVE WK-CAT-COD (WK-IX) TO WK-FIND-KEY.
           PERFORM FIND-HIS-RTN.
           MOVE WK-CAT-MOKUHYO (WK-IX) TO WK-RPB-MOKUHYO.
           IF WK-FIND-FLG = "Y"
             MOVE WK-FIND-NISSU TO WK-EDIT-NISSU
             MOVE WK-EDIT-NISSU TO WK-RPB-ZEN-NISSU
           ELSE
             MOVE "  ----" TO WK-RPB-ZEN-NISSU
           END-IF.
           MOVE SPACE TO WK-RPB-KYOCHO.
           IF WK-C-NISSU > WK-CAT-MOKUHYO (WK-IX)
             IF WK-FIND-FLG = "Y"
              AND WK-C-NISSU > WK-FIND-NISSU
               MOVE "*** UP" TO WK-RPB-KYOCHO
               ADD 1 TO WK-KYOCHO-CNT
             ELSE
               MOVE "CHOKA" TO WK-RPB-KYOCHO
             END-IF
           END-IF.
           MOVE WK-RPT-BIKO TO WK-RPL-BIKO.
           MOVE WK-CAT-COD (WK-IX) TO WK-RPL-KEY.
           MOVE WK-CAT-MEI (WK-IX) TO WK-RPL-MEI.
           MOVE SPACE TO WK-RPL-CAT.
           PERFORM PRINT-LINE-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    倉庫別(倉庫別在庫に行のある倉庫、出庫のあった倉庫だけ)
      ******************************************************************
       SOKO-RTN            SECTION.
           MOVE "SOKO-BETSU" TO WK-RPD-MIDASHI.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE WK-RPT-MIDASHI TO RPT-REC.
           WRITE RPT-REC.
           PERFORM SOKO-MEISAI-RTN
             VARYING WK-IX FROM 1 BY 1
             UNTIL WK-IX > WK-SOK-CNT.
       EXT.
           EXIT.
      *
       SOKO-MEISAI-RTN     SECTION.
           IF WK-SOK-SIYO-FLG (WK-IX) NOT = "Y"
             GO TO EXT
           END-IF.
           MOVE WK-SOK-HEIKIN (WK-IX) TO WK-C-HEIKIN.
           MOVE WK-SOK-GENKA (WK-IX) TO WK-C-GENKA.
           PERFORM KAITEN-CALC-RTN.
           MOVE WK-C-KAITEN TO WK-SOK-KAITEN (WK-IX).
           MOVE WK-C-NISSU TO WK-SOK-NISSU (WK-IX).
           MOVE SPACE TO WK-RPL-BIKO.
           MOVE WK-SOK-COD (WK-IX) TO WK-RPL-KEY.
           MOVE WK-SOK-MEI (WK-IX) TO WK-RPL-MEI.
           MOVE SPACE TO WK-RPL-CAT.
           PERFORM PRINT-LINE-RTN.
       EXT.
           EXIT.
      *
       ZENTAI-RTN          SECTION.
           MOVE "ZENTAI" TO WK-RPD-MIDASHI.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE WK-RPT-MIDASHI TO RPT-REC.
           WRITE RPT-REC.
           MOVE WK-ZEN-HEIKIN TO WK-C-HEIKIN.
           MOVE WK-ZEN-GENKA TO WK-C-GENKA.
           PERFORM KAITEN-CALC-RTN.
           MOVE WK-C-KAITEN TO WK-ZEN-KAITEN.
           MOVE WK-C-NISSU TO WK-ZEN-NISSU.
           MOVE SPACE TO WK-RPL-BIKO.
           MOVE SPACE TO WK-RPL-KEY.
           MOVE "ZENTAI" TO WK-RPL-MEI.
           MOVE SPACE TO WK-RPL-CAT.
           PERFORM PRINT-LINE-RTN.
       EXT.
           EXIT.
      *
       PRINT-LINE-RTN      SECTION.
           MOVE WK-C-HEIKIN TO WK-RPL-HEIKIN.
           MOVE WK-C-GENKA TO WK-RPL-GENKA.
           MOVE WK-C-KAITEN TO WK-RPL-KAITEN.
           MOVE WK-C-NISSU TO WK-RPL-NISSU.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    在庫日数の12か月推移(全体・分類別・倉庫別。11か月目までは
      *    在庫回転履歴、12か月目は当月の値)
      ******************************************************************
       SUII-RTN            SECTION.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           PERFORM SUII-HEAD-RTN
             VARYING WK-MX FROM 1 BY 1
             UNTIL WK-MX > 12.
           MOVE WK-RPT-SUII-HEAD TO RPT-REC.
           WRITE RPT-REC.
      *
           MOVE "T" TO WK-RPS-KBN WK-FIND-KBN.
           MOVE SPACE TO WK-RPS-KEY WK-FIND-KEY.
           MOVE "ZENTAI" TO WK-RPS-MEI.
           MOVE WK-ZEN-NISSU TO WK-C-NISSU.
           MOVE SPACE TO WK-RPS-KYOCHO.
           PERFORM SUII-LINE-RTN.
           PERFORM SUII-BUNRUI-RTN
             VARYING WK-IX FROM 1 BY 1
             UNTIL WK-IX > WK-CAT-CNT.
           IF WK-SZA-MODE-FLG = "Y"
             PERFORM SUII-SOKO-RTN
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX > WK-SOK-CNT
           END-IF.
       EXT.
           EXIT.
      *
       SUII-HEAD-RTN       SECTION.
           MOVE SPACE TO WK-RPSH-ENT (WK-MX).
           MOVE WK-TRD-YM (WK-MX) TO WK-TRD-WORK.
           MOVE WK-TRD-WORK-YY TO WK-RPSH-YY (WK-MX).
           MOVE "/" TO WK-RPSH-SLASH (WK-MX).
           MOVE WK-TRD-WORK-MM TO WK-RPSH-MM (WK-MX).
       EXT.
           EXIT.
      *
       SUII-BUNRUI-RTN     SECTION.
           MOVE "C" TO WK-RPS-KBN WK-FIND-KBN.
           MOVE WK-CAT-COD (WK-IX) TO WK-RPS-KEY WK-FIND-KEY.
           MOVE WK-CAT-MEI (WK-IX) TO WK-RPS-MEI.
           MOVE WK-CAT-NISSU (WK-IX) TO WK-C-NISSU.
           MOVE SPACE TO WK-RPS-KYOCHO.
           MOVE WK-TRD-YM (11) TO WK-FIND-NENGETSU.
           PERFORM FIND-HIS-RTN.
           IF WK-C-NISSU > WK-CAT-MOKUHYO (WK-IX)
            AND WK-FIND-FLG = "Y"
            AND WK-C-NISSU > WK-FIND-NISSU
             MOVE "***" TO WK-RPS-KYOCHO
           END-IF.
           PERFORM SUII-LINE-RTN.
       EXT.
           EXIT.
      *
       SUII-SOKO-RTN       SECTION.
           IF WK-SOK-SIYO-FLG (WK-IX) NOT = "Y"
             GO TO EXT
           END-IF.
           MOVE "S" TO WK-RPS-KBN WK-FIND-KBN.
           MOVE WK-SOK-COD (WK-IX) TO WK-RPS-KEY WK-FIND-KEY.
           MOVE WK-SOK-MEI (WK-IX) TO WK-RPS-MEI.
           MOVE WK-SOK-NISSU (WK-IX) TO WK-C-NISSU.
           MOVE SPACE TO WK-RPS-KYOCHO.
           PERFORM SUII-LINE-RTN.
       EXT.
           EXIT.
      *
      *    1行分(WK-FIND-KBN・WK-FIND-KEYの11か月分＋当月WK-C-NISSU)
       SUII-LINE-RTN       SECTION.
           PERFORM SUII-TSUKI-RTN
             VARYING WK-MX FROM 1 BY 1
             UNTIL WK-MX > 11.
           MOVE SPACE TO WK-RPS-ENT (12).
           MOVE WK-C-NISSU TO WK-EDIT-NISSU.
           MOVE WK-EDIT-NISSU TO WK-RPS-NISSU (12).
           MOVE WK-RPT-SUII TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       SUII-TSUKI-RTN      SECTION.
           MOVE SPACE TO WK-RPS-ENT (WK-MX).
           MOVE WK-TRD-YM (WK-MX) TO WK-FIND-NENGETSU.
           PERFORM FIND-HIS-RTN.
           IF WK-FIND-FLG = "Y"
             MOVE WK-FIND-NISSU TO WK-EDIT-NISSU
             MOVE WK-EDIT-NISSU TO WK-RPS-NISSU (WK-MX)
           ELSE
             MOVE "  ----" TO WK-RPS-NISSU (WK-MX)
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    在庫回転履歴への当月分の追記(全体・分類別・倉庫別)
      ******************************************************************
       WRITE-KTH-RTN       SECTION.
           OPEN EXTEND KTH-FILE.
           IF WK-KTH-FILE-ERR NOT = "00"
             OPEN OUTPUT KTH-FILE
           END-IF.
           IF WK-KTH-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM136 WARNING NOT KTH-FILE"
             MOVE RC-WARNING TO RETURN-CODE
             GO TO EXT
           END-IF.
           MOVE SPACE TO KTH-REC.
           MOVE WK-NENGETSU TO CFKTH-NENGETSU.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CFKTH-JIKKO-DATE.
           MOVE "T" TO CFKTH-KBN.
           MOVE SPACE TO CFKTH-KEY.
           MOVE WK-ZEN-HEIKIN TO CFKTH-HEIKIN-ZAIKO.
           MOVE WK-ZEN-GENKA TO CFKTH-SYUKO-GENKA.
           MOVE WK-ZEN-KAITEN TO CFKTH-KAITEN.
           MOVE WK-ZEN-NISSU TO CFKTH-ZAIKO-NISSU.
           WRITE KTH-REC.
           PERFORM WRITE-KTH-BUNRUI-RTN
             VARYING WK-IX FROM 1 BY 1
             UNTIL WK-IX > WK-CAT-CNT.
           IF WK-SZA-MODE-FLG = "Y"
             PERFORM WRITE-KTH-SOKO-RTN
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX > WK-SOK-CNT
           END-IF.
           CLOSE KTH-FILE.
       EXT.
           EXIT.
      *
       WRITE-KTH-BUNRUI-RTN SECTION.
           MOVE "C" TO CFKTH-KBN.
           MOVE WK-CAT-COD (WK-IX) TO CFKTH-KEY.
           MOVE WK-CAT-HEIKIN (WK-IX) TO CFKTH-HEIKIN-ZAIKO.
           MOVE WK-CAT-GENKA (WK-IX) TO CFKTH-SYUKO-GENKA.
           MOVE WK-CAT-KAITEN (WK-IX) TO CFKTH-KAITEN.
           MOVE WK-CAT-NISSU (WK-IX) TO CFKTH-ZAIKO-NISSU.
           WRITE KTH-REC.
       EXT.
           EXIT.
      *
       WRITE-KTH-SOKO-RTN  SECTION.
           IF WK-SOK-SIYO-FLG (WK-IX) NOT = "Y"
             GO TO EXT
           END-IF.
           MOVE "S" TO CFKTH-KBN.
           MOVE WK-SOK-COD (WK-IX) TO CFKTH-KEY.
           MOVE WK-SOK-HEIKIN (WK-IX) TO CFKTH-HEIKIN-ZAIKO.
           MOVE WK-SOK-GENKA (WK-IX) TO CFKTH-SYUKO-GENKA.
           MOVE WK-SOK-KAITEN (WK-IX) TO CFKTH-KAITEN.
           MOVE WK-SOK-NISSU (WK-IX) TO CFKTH-ZAIKO-NISSU.
           WRITE KTH-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-SHO-FILE-ERR = "00" OR SHO-END-FLG = "Y"
             CLOSE SHO-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "SHOCNT=" WK-SHO-READ-CNT.
           DISPLAY "IDJCNT=" WK-IDJ-CNT.
           DISPLAY "KYOCHOCNT=" WK-KYOCHO-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM136 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KSBM136"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 3                     TO RUNHIS-CNT-CNT.
           MOVE "SHOCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-SHO-READ-CNT       TO RUNHIS-CNT-VALUE (1).
           MOVE "IDJCNT"              TO RUNHIS-CNT-LABEL (2).
           MOVE WK-IDJ-CNT            TO RUNHIS-CNT-VALUE (2).
           MOVE "KYOCHOCNT"           TO RUNHIS-CNT-LABEL (3).
           MOVE WK-KYOCHO-CNT         TO RUNHIS-CNT-VALUE (3).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KSBM136 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
