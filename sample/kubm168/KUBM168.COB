       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KUBM168.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：見本品費計上・見本品出荷一覧
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。月末に実行し、出荷引当結果データ
      *                 (ALF、KCCFALF形式)から業務日付の月に出荷した
      *                 見本品(決済方法"M"、CFALF-MIHON)を抜き出し、
      *                 出荷日時点の移動平均原価(売上原価・在庫仕訳
      *                 作成KSBM126と同じく移動平均原価履歴KCCFAVH、
      *                 無ければ現在の移動平均原価KCCFAVC)で評価する。
      *                 評価額は得意先マスタの担当者コード(CFTOK-
      *                 TANTO-COD)ごとに、KSBM126が計上した売上原価
      *                 から見本品費へ振り替える仕訳(JNL、KCCFJNL形式
      *                 。借方"8650"見本品費／貸方"5100"売上原価)とし
      *                 て書き出し、KUBM078の出力へ併合する。会社は
      *                 出荷倉庫を保有する会社(倉庫マスタKCCFSOK)とす
      *                 る。あわせて営業担当者別・得意先別の見本品出荷
      *                 一覧(RPT)を営業管理向けに印字する(担当者名は
      *                 営業担当者マスタKCCFEIGから。担当者未設定の
      *                 得意先分は"***"として一覧末尾にまとめる)。
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
           SELECT TOK-FILE
             ASSIGN TO EXTERNAL TOK
               FILE STATUS IS WK-TOK-FILE-ERR.
           SELECT EIG-FILE
             ASSIGN TO EXTERNAL EIG
               FILE STATUS IS WK-EIG-FILE-ERR.
           SELECT AVC-FILE
             ASSIGN TO EXTERNAL AVC
               FILE STATUS IS WK-AVC-FILE-ERR.
           SELECT AVH-FILE
             ASSIGN TO EXTERNAL AVH
               FILE STATUS IS WK-AVH-FILE-ERR.
           SELECT SOK-FILE
             ASSIGN TO EXTERNAL SOK
               FILE STATUS IS WK-SOK-FILE-ERR.
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
       FD  ALF-FILE.
       01  ALF-REC.
           COPY KCCFALF.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY KCCFTOK.
       FD  EIG-FILE.
       01  EIG-REC.
           COPY KCCFEIG.
       FD  AVC-FILE.
       01  AVC-REC.
           COPY KCCFAVC.
       FD  AVH-FILE.
       01  AVH-REC.
           COPY KCCFAVH.
       FD  SOK-FILE.
       01  SOK-REC.
           COPY KCCFSOK.
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
       01  WK-ALF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-EIG-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-AVC-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-AVH-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-JNL-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  ALF-END-FLG                 PIC  X(01) VALUE "N".
       01  TOK-END-FLG                 PIC  X(01) VALUE "N".
       01  EIG-END-FLG                 PIC  X(01) VALUE "N".
       01  AVC-END-FLG                 PIC  X(01) VALUE "N".
       01  AVH-END-FLG                 PIC  X(01) VALUE "N".
       01  SOK-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
       01  WK-NENGETSU                 PIC  9(06) VALUE ZERO.
      *    仕訳の勘定(見本品費／売上原価)
       01  WK-ACCT-MIHON               PIC  X(04) VALUE "8650".
       01  WK-ACCT-GENKA               PIC  X(04) VALUE "5100".
      ******************************************************************
      *  得意先マスタ(名称・担当者)テーブル
      ******************************************************************
       01  WK-TOK-TBL.
           03  WK-TOK-CNT              PIC  9(05) VALUE ZERO.
           03  WK-TOK-ENT              OCCURS 9999 TIMES
                                        INDEXED BY WK-TOK-IDX.
             05  WK-TOK-TOKU-COD       PIC  X(04).
             05  WK-TOK-TOKU-MEI       PIC  X(20).
             05  WK-TOK-TANTO-COD      PIC  X(03).
      ******************************************************************
      *  営業担当者マスタテーブル
      ******************************************************************
       01  WK-EIG-TBL.
           03  WK-EIG-CNT              PIC  9(04) VALUE ZERO.
           03  WK-EIG-ENT              OCCURS 500 TIMES
                                        INDEXED BY WK-EIG-IDX.
             05  WK-EIG-TANTO-COD      PIC  X(03).
             05  WK-EIG-TANTO-MEI      PIC  X(20).
      ******************************************************************
      *  当月の移動平均原価履歴テーブル
      ******************************************************************
       01  WK-AVH-TBL.
           03  WK-AVH-CNT              PIC  9(05) VALUE ZERO.
           03  WK-AVH-ENT              OCCURS 9999 TIMES.
             05  WK-AVH-SHOHIN-NO      PIC  X(05).
             05  WK-AVH-DATE           PIC  9(08).
             05  WK-AVH-AVG-GENKA      PIC S9(05)V9(04).
       01  WK-AVH-IX                   PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  月初時点の移動平均テーブル(前月以前の履歴の最新行)
      ******************************************************************
       01  WK-KSH-TBL.
           03  WK-KSH-CNT              PIC  9(05) VALUE ZERO.
           03  WK-KSH-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-KSH-IDX.
             05  WK-KSH-SHOHIN-NO      PIC  X(05).
             05  WK-KSH-DATE           PIC  9(08).
             05  WK-KSH-AVG-GENKA      PIC S9(05)V9(04).
      ******************************************************************
      *  現在の移動平均原価テーブル(履歴の無い商品に使う)
      ******************************************************************
       01  WK-AVC-TBL.
           03  WK-AVC-CNT              PIC  9(05) VALUE ZERO.
           03  WK-AVC-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-AVC-IDX.
             05  WK-AVC-SHOHIN-NO      PIC  X(05).
             05  WK-AVC-AVG-GENKA      PIC S9(05)V9(04).
      ******************************************************************
      *  倉庫マスタテーブル(倉庫を保有する会社)
      ******************************************************************
       01  WK-SOK-TBL.
           03  WK-SOK-CNT              PIC  9(03) VALUE ZERO.
           03  WK-SOK-ENT              OCCURS 100 TIMES
                                        INDEXED BY WK-SOK-IDX.
             05  WK-SOK-COD            PIC  X(02).
             05  WK-SOK-KAISHA-COD     PIC  X(02).
      ******************************************************************
      *  当月の見本品出荷テーブル(担当者別に印字するため保持する)
      ******************************************************************
       01  WK-MHN-TBL.
           03  WK-MHN-CNT              PIC  9(05) VALUE ZERO.
           03  WK-MHN-ENT              OCCURS 5000 TIMES.
             05  WK-MHN-TANTO-COD      PIC  X(03).
             05  WK-MHN-TOKU-COD       PIC  X(04).
             05  WK-MHN-SHIP-DATE      PIC  9(08).
             05  WK-MHN-JUCHU-NO       PIC  9(04).
             05  WK-MHN-SHOHIN-NO      PIC  X(05).
             05  WK-MHN-SHOHIN-MEI     PIC  X(20).
             05  WK-MHN-SURYO          PIC  9(05).
             05  WK-MHN-KINGAKU        PIC S9(11).
             05  WK-MHN-GENKA-ARI      PIC  X(01).
       01  WK-MX                       PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  担当者テーブル(出荷のあった担当者。"***"は末尾へ回す)
      ******************************************************************
       01  WK-TAN-TBL.
           03  WK-TAN-CNT              PIC  9(04) VALUE ZERO.
           03  WK-TAN-ENT              OCCURS 500 TIMES
                                        INDEXED BY WK-TAN-IDX.
             05  WK-TAN-TANTO-COD      PIC  X(03).
       01  WK-IX                       PIC  9(04) VALUE ZERO.
       01  WK-MISETTEI-FLG             PIC  X(01) VALUE "N".
      ******************************************************************
      *  担当者1人分の得意先テーブル(印字中の担当者の得意先)
      ******************************************************************
       01  WK-TKS-TBL.
           03  WK-TKS-CNT              PIC  9(05) VALUE ZERO.
           03  WK-TKS-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-TKS-IDX.
             05  WK-TKS-TOKU-COD       PIC  X(04).
       01  WK-TX                       PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  担当者・会社ごとの見本品費の集約テーブル
      ******************************************************************
       01  WK-SHW-TBL.
           03  WK-SHW-CNT              PIC  9(04) VALUE ZERO.
           03  WK-SHW-ENT              OCCURS 1000 TIMES
                                        INDEXED BY WK-SHW-IDX.
             05  WK-SHW-TANTO-COD      PIC  X(03).
             05  WK-SHW-KAISHA-COD     PIC  X(02).
             05  WK-SHW-KINGAKU        PIC S9(13).
       01  WK-SX                       PIC  9(04) VALUE ZERO.
      *
      *    出荷1件分の評価
       01  WK-TANTO-COD                PIC  X(03) VALUE SPACE.
       01  WK-KAISHA-COD               PIC  X(02) VALUE SPACE.
       01  WK-GENKA                    PIC S9(05)V9(04) VALUE ZERO.
       01  WK-GENKA-ARI-FLG            PIC  X(01) VALUE "N".
       01  WK-BEST-DATE                PIC  9(08) VALUE ZERO.
       01  WK-KINGAKU                  PIC S9(11) VALUE ZERO.
      *    印字中の担当者・得意先の合計
       01  WK-TAN-SURYO                PIC  9(07) VALUE ZERO.
       01  WK-TAN-KINGAKU              PIC S9(13) VALUE ZERO.
       01  WK-TKS-SURYO                PIC  9(07) VALUE ZERO.
       01  WK-TKS-KINGAKU              PIC S9(13) VALUE ZERO.
       01  WK-SOU-SURYO                PIC  9(07) VALUE ZERO.
       01  WK-SOU-KINGAKU              PIC S9(13) VALUE ZERO.
      *    仕訳1件分
       01  WK-JNL-KANJO-COD            PIC  X(04) VALUE SPACE.
       01  WK-JNL-TAISHAKU             PIC  X(01) VALUE SPACE.
      *
       01  WK-ALF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-MIHON-CNT                PIC  9(09) VALUE ZERO.
       01  WK-JNL-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-GENKA-NASHI-CNT          PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  見本品出荷一覧印字用
      ******************************************************************
       01  WK-RPT-HEAD1.
           03  FILLER                  PIC  X(36) VALUE
             "*** KUBM168 MIHONHIN SHUKKA ICHIRAN".
           03  FILLER                  PIC  X(09) VALUE "NENGETSU=".
           03  WK-RH1-NENGETSU         PIC  9(06).
       01  WK-TAN-LINE.
           03  FILLER                  PIC  X(06) VALUE "TANTO=".
           03  WK-TL-TANTO-COD         PIC  X(03).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-TL-TANTO-MEI         PIC  X(20).
       01  WK-TKS-LINE.
           03  FILLER                  PIC  X(02) VALUE SPACE.
           03  FILLER                  PIC  X(05) VALUE "TOKU=".
           03  WK-KL-TOKU-COD          PIC  X(04).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-KL-TOKU-MEI          PIC  X(20).
       01  WK-RPT-LINE.
           03  FILLER                  PIC  X(04) VALUE SPACE.
           03  WK-RPT-SHIP-DATE        PIC  9(08).
           03  FILLER                  PIC  X(07) VALUE " JUCHU=".
           03  WK-RPT-JUCHU-NO         PIC  9(04).
           03  FILLER                  PIC  X(08) VALUE " SHOHIN=".
           03  WK-RPT-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-SHOHIN-MEI       PIC  X(20).
           03  FILLER                  PIC  X(07) VALUE " SURYO=".
           03  WK-RPT-SURYO            PIC  Z(04)9.
           03  FILLER                  PIC  X(07) VALUE " GENKA=".
           03  WK-RPT-KINGAKU          PIC  -(10)9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-NASHI            PIC  X(11).
       01  WK-KEI-LINE.
           03  FILLER                  PIC  X(04) VALUE SPACE.
           03  WK-KEI-TITLE            PIC  X(10).
           03  FILLER                  PIC  X(07) VALUE " SURYO=".
           03  WK-KEI-SURYO            PIC  Z(06)9.
           03  FILLER                  PIC  X(07) VALUE " GENKA=".
           03  WK-KEI-KINGAKU          PIC  -(12)9.
       01  WK-RPT-SHIWAKE.
           03  FILLER                  PIC  X(08) VALUE "SHIWAKE ".
           03  FILLER                  PIC  X(06) VALUE "TANTO=".
           03  WK-RPW-TANTO-COD        PIC  X(03).
           03  FILLER                  PIC  X(08) VALUE " KAISHA=".
           03  WK-RPW-KAISHA-COD       PIC  X(02).
           03  FILLER                  PIC  X(04) VALUE " DR=".
           03  WK-RPW-DR-COD           PIC  X(04).
           03  FILLER                  PIC  X(04) VALUE " CR=".
           03  WK-RPW-CR-COD           PIC  X(04).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPW-KINGAKU          PIC  -(12)9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL ALF-END-FLG = "Y"
             IF WK-MISETTEI-FLG = "Y"
               ADD 1 TO WK-TAN-CNT
               MOVE "***" TO WK-TAN-TANTO-COD (WK-TAN-CNT)
             END-IF
             PERFORM PRINT-RTN
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX > WK-TAN-CNT
             PERFORM SOUKEI-RTN
             PERFORM OUTPUT-RTN
               VARYING WK-SX FROM 1 BY 1
               UNTIL WK-SX > WK-SHW-CNT
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
      ******************************************************************
      *    初期処理（業務日付の取得、マスタと原価の先読み）
      ******************************************************************
       INIT-RTN            SECTION.
           DISPLAY "*** KUBM168 START ***".
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
           DISPLAY "*** KUBM168 BASE-DATE=" WK-BASE-DATE.
      *
           OPEN INPUT ALF-FILE.
           IF WK-ALF-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM168 ABEND NOT ALF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN INPUT AVC-FILE.
           IF WK-AVC-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM168 ABEND NOT AVC-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-AVC-RTN  UNTIL AVC-END-FLG = "Y".
           CLOSE AVC-FILE.
           MOVE HIGH-VALUE TO WK-AVC-FILE-ERR.
      *    移動平均原価履歴(導入前はファイルなし)
           OPEN INPUT AVH-FILE.
           IF WK-AVH-FILE-ERR = "00"
             PERFORM LOAD-AVH-RTN  UNTIL AVH-END-FLG = "Y"
             CLOSE AVH-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-AVH-FILE-ERR.
      *    倉庫マスタ(無ければ全倉庫を会社"01"とする)
           OPEN INPUT SOK-FILE.
           IF WK-SOK-FILE-ERR = "00"
             PERFORM LOAD-SOK-RTN  UNTIL SOK-END-FLG = "Y"
             CLOSE SOK-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-SOK-FILE-ERR.
      *    得意先マスタ・営業担当者マスタは任意(無ければ担当者未設定
      *    ・名称なしとして印字する)
           OPEN INPUT TOK-FILE.
           IF WK-TOK-FILE-ERR = "00"
             PERFORM LOAD-TOK-RTN  UNTIL TOK-END-FLG = "Y"
             CLOSE TOK-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-TOK-FILE-ERR.
           OPEN INPUT EIG-FILE.
           IF WK-EIG-FILE-ERR = "00"
             PERFORM LOAD-EIG-RTN  UNTIL EIG-END-FLG = "Y"
             CLOSE EIG-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-EIG-FILE-ERR.
      *
           OPEN OUTPUT JNL-FILE.
           IF WK-JNL-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM168 ABEND NOT JNL-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM168 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           MOVE WK-NENGETSU TO WK-RH1-NENGETSU.
           MOVE WK-RPT-HEAD1 TO RPT-REC.
           WRITE RPT-REC.
           PERFORM READ-ALF-RTN.
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
             DISPLAY "!!! KUBM168 ABEND : AVC TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-AVC-CNT.
           SET WK-AVC-IDX TO WK-AVC-CNT.
           MOVE CFAVC-SHOHIN-NO TO WK-AVC-SHOHIN-NO (WK-AVC-IDX).
           MOVE CFAVC-AVG-GENKA TO WK-AVC-AVG-GENKA (WK-AVC-IDX).
       EXT.
           EXIT.
      *
      *    当月の行はテーブルへ、前月以前の行は商品ごとに最新の平均
      *    だけを月初時点の平均として残す(同じ日付は後の行)
       LOAD-AVH-RTN        SECTION.
           READ AVH-FILE
             AT END
               MOVE "Y" TO AVH-END-FLG
               GO TO EXT
           END-READ.
           IF CFAVH-DATE (1:6) > WK-NENGETSU
             GO TO EXT
           END-IF.
           IF CFAVH-DATE (1:6) = WK-NENGETSU
             IF WK-AVH-CNT >= 9999
               DISPLAY "!!! KUBM168 ABEND : AVH TABLE FULL !!!"
               MOVE RC-ABEND TO RETURN-CODE
               PERFORM TERM-RTN
               STOP RUN
             END-IF
             ADD 1 TO WK-AVH-CNT
             MOVE CFAVH-SHOHIN-NO TO WK-AVH-SHOHIN-NO (WK-AVH-CNT)
             MOVE CFAVH-DATE TO WK-AVH-DATE (WK-AVH-CNT)
             MOVE CFAVH-AVG-GENKA TO WK-AVH-AVG-GENKA (WK-AVH-CNT)
             GO TO EXT
           END-IF.
      *
           SET WK-KSH-IDX TO 1.
           SEARCH WK-KSH-ENT
             AT END
               DISPLAY "!!! KUBM168 ABEND : KSH TABLE FULL !!!"
               MOVE RC-ABEND TO RETURN-CODE
               PERFORM TERM-RTN
               STOP RUN
             WHEN WK-KSH-IDX > WK-KSH-CNT
               ADD 1 TO WK-KSH-CNT
               MOVE CFAVH-SHOHIN-NO TO WK-KSH-SHOHIN-NO (WK-KSH-IDX)
               MOVE ZERO TO WK-KSH-DATE (WK-KSH-IDX)
             WHEN WK-KSH-SHOHIN-NO (WK-KSH-IDX) = CFAVH-SHOHIN-NO
               CONTINUE
           END-SEARCH.
           IF CFAVH-DATE >= WK-KSH-DATE (WK-KSH-IDX)
             MOVE CFAVH-DATE TO WK-KSH-DATE (WK-KSH-IDX)
             MOVE CFAVH-AVG-GENKA TO WK-KSH-AVG-GENKA (WK-KSH-IDX)
           END-IF.
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
             DISPLAY "*** KUBM168 WARNING SOK TABLE FULL"
             MOVE RC-WARNING TO RETURN-CODE
             MOVE "Y" TO SOK-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-SOK-CNT.
           SET WK-SOK-IDX TO WK-SOK-CNT.
           MOVE CFSOK-SOKO-COD TO WK-SOK-COD (WK-SOK-IDX).
           IF CFSOK-KAISHA-COD = SPACE
             MOVE "01" TO WK-SOK-KAISHA-COD (WK-SOK-IDX)
           ELSE
             MOVE CFSOK-KAISHA-COD TO WK-SOK-KAISHA-COD (WK-SOK-IDX)
           END-IF.
       EXT.
           EXIT.
      *
       LOAD-TOK-RTN        SECTION.
           READ TOK-FILE
             AT END
               MOVE "Y" TO TOK-END-FLG
               GO TO EXT
           END-READ.
           IF WK-TOK-CNT >= 9999
             DISPLAY "*** KUBM168 WARNING TOK TABLE FULL"
             MOVE "Y" TO TOK-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-TOK-CNT.
           SET WK-TOK-IDX TO WK-TOK-CNT.
           MOVE CFTOK-TOKU-COD TO WK-TOK-TOKU-COD (WK-TOK-IDX).
           MOVE CFTOK-TOKU-MEI TO WK-TOK-TOKU-MEI (WK-TOK-IDX).
           MOVE CFTOK-TANTO-COD TO WK-TOK-TANTO-COD (WK-TOK-IDX).
       EXT.
           EXIT.
      *
       LOAD-EIG-RTN        SECTION.
           READ EIG-FILE
             AT END
               MOVE "Y" TO EIG-END-FLG
               GO TO EXT
           END-READ.
           IF WK-EIG-CNT >= 500
             DISPLAY "*** KUBM168 WARNING EIG TABLE FULL"
             MOVE "Y" TO EIG-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-EIG-CNT.
           SET WK-EIG-IDX TO WK-EIG-CNT.
           MOVE CFEIG-TANTO-COD TO WK-EIG-TANTO-COD (WK-EIG-IDX).
           MOVE CFEIG-TANTO-MEI TO WK-EIG-TANTO-MEI (WK-EIG-IDX).
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
      *    出荷1件ごとの処理（当月の見本品の原価評価・担当者別の集約）
      ******************************************************************
       MAIN-RTN            SECTION.
           ADD 1 TO WK-ALF-CNT.
           IF NOT CFALF-MIHON
            OR CFALF-SHIP-DATE (1:6) NOT = WK-NENGETSU
             GO TO NEXT-REC
           END-IF.
           ADD 1 TO WK-MIHON-CNT.
      *
      *    担当者コードの決定(未設定は"***")
           MOVE "***" TO WK-TANTO-COD.
           IF WK-TOK-CNT > ZERO
             SET WK-TOK-IDX TO 1
             SEARCH WK-TOK-ENT
               AT END
                 CONTINUE
               WHEN WK-TOK-IDX > WK-TOK-CNT
                 CONTINUE
               WHEN WK-TOK-TOKU-COD (WK-TOK-IDX) = CFALF-TOKU-COD
                 IF WK-TOK-TANTO-COD (WK-TOK-IDX) NOT = SPACE
                   MOVE WK-TOK-TANTO-COD (WK-TOK-IDX)
                     TO WK-TANTO-COD
                 END-IF
             END-SEARCH
           END-IF.
      *
      *    会社コードの決定(出荷倉庫を保有する会社。無ければ"01")
           MOVE "01" TO WK-KAISHA-COD.
           IF WK-SOK-CNT > ZERO
             SET WK-SOK-IDX TO 1
             SEARCH WK-SOK-ENT
               AT END
                 CONTINUE
               WHEN WK-SOK-IDX > WK-SOK-CNT
                 CONTINUE
               WHEN WK-SOK-COD (WK-SOK-IDX) = CFALF-SOKO-COD
                 MOVE WK-SOK-KAISHA-COD (WK-SOK-IDX)
                   TO WK-KAISHA-COD
             END-SEARCH
           END-IF.
      *
           PERFORM FIND-GENKA-RTN.
           IF WK-GENKA-ARI-FLG = "N"
             ADD 1 TO WK-GENKA-NASHI-CNT
             MOVE RC-WARNING TO RETURN-CODE
             MOVE ZERO TO WK-KINGAKU
           ELSE
             COMPUTE WK-KINGAKU ROUNDED = CFALF-SURYO * WK-GENKA
           END-IF.
      *
           IF WK-MHN-CNT >= 5000
             DISPLAY "*** KUBM168 WARNING MHN TABLE FULL "
               CFALF-JUCHU-NO " " CFALF-SHOHIN-NO
             MOVE RC-WARNING TO RETURN-CODE
             GO TO NEXT-REC
           END-IF.
           ADD 1 TO WK-MHN-CNT.
           MOVE WK-TANTO-COD TO WK-MHN-TANTO-COD (WK-MHN-CNT).
           MOVE CFALF-TOKU-COD TO WK-MHN-TOKU-COD (WK-MHN-CNT).
           MOVE CFALF-SHIP-DATE TO WK-MHN-SHIP-DATE (WK-MHN-CNT).
           MOVE CFALF-JUCHU-NO TO WK-MHN-JUCHU-NO (WK-MHN-CNT).
           MOVE CFALF-SHOHIN-NO TO WK-MHN-SHOHIN-NO (WK-MHN-CNT).
           MOVE CFALF-SHOHIN-MEI TO WK-MHN-SHOHIN-MEI (WK-MHN-CNT).
           MOVE CFALF-SURYO TO WK-MHN-SURYO (WK-MHN-CNT).
           MOVE WK-KINGAKU TO WK-MHN-KINGAKU (WK-MHN-CNT).
           MOVE WK-GENKA-ARI-FLG TO WK-MHN-GENKA-ARI (WK-MHN-CNT).
      *
      *    担当者・会社別の見本品費
           IF WK-KINGAKU NOT = ZERO
             PERFORM SHUKEI-RTN
           END-IF.
      *
           IF WK-TANTO-COD = "***"
             MOVE "Y" TO WK-MISETTEI-FLG
             GO TO NEXT-REC
           END-IF.
      *    担当者テーブルは"***"の分を1件残しておく
           SET WK-TAN-IDX TO 1.
           SEARCH WK-TAN-ENT
             AT END
               CONTINUE
             WHEN WK-TAN-IDX > WK-TAN-CNT
               IF WK-TAN-CNT >= 499
                 DISPLAY "*** KUBM168 WARNING TAN TABLE FULL "
                   WK-TANTO-COD
                 MOVE "***" TO WK-MHN-TANTO-COD (WK-MHN-CNT)
                 MOVE "Y" TO WK-MISETTEI-FLG
                 GO TO NEXT-REC
               END-IF
               ADD 1 TO WK-TAN-CNT
               MOVE WK-TANTO-COD TO WK-TAN-TANTO-COD (WK-TAN-IDX)
             WHEN WK-TAN-TANTO-COD (WK-TAN-IDX) = WK-TANTO-COD
               CONTINUE
           END-SEARCH.
       NEXT-REC.
           PERFORM READ-ALF-RTN.
       EXT.
           EXIT.
      *
       SHUKEI-RTN          SECTION.
           SET WK-SHW-IDX TO 1.
           SEARCH WK-SHW-ENT
             AT END
               DISPLAY "!!! KUBM168 ABEND : SHW TABLE FULL !!!"
               MOVE RC-ABEND TO RETURN-CODE
               PERFORM TERM-RTN
               STOP RUN
             WHEN WK-SHW-IDX > WK-SHW-CNT
               ADD 1 TO WK-SHW-CNT
               MOVE WK-TANTO-COD TO WK-SHW-TANTO-COD (WK-SHW-IDX)
               MOVE WK-KAISHA-COD TO WK-SHW-KAISHA-COD (WK-SHW-IDX)
               MOVE ZERO TO WK-SHW-KINGAKU (WK-SHW-IDX)
             WHEN WK-SHW-TANTO-COD (WK-SHW-IDX) = WK-TANTO-COD
              AND WK-SHW-KAISHA-COD (WK-SHW-IDX) = WK-KAISHA-COD
               CONTINUE
           END-SEARCH.
           ADD WK-KINGAKU TO WK-SHW-KINGAKU (WK-SHW-IDX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    原価の決定。出荷日より前の最新の履歴行の平均(当月に無け
      *    れば月初時点、履歴が無ければ現在の移動平均原価)
      ******************************************************************
       FIND-GENKA-RTN      SECTION.
           MOVE "N" TO WK-GENKA-ARI-FLG.
           MOVE ZERO TO WK-GENKA.
           MOVE ZERO TO WK-BEST-DATE.
           PERFORM FIND-AVG-RTN
             VARYING WK-AVH-IX FROM 1 BY 1
             UNTIL WK-AVH-IX > WK-AVH-CNT.
           IF WK-GENKA-ARI-FLG = "Y"
             GO TO EXT
           END-IF.
      *
           SET WK-KSH-IDX TO 1.
           SEARCH WK-KSH-ENT
             AT END
               CONTINUE
             WHEN WK-KSH-IDX > WK-KSH-CNT
               CONTINUE
             WHEN WK-KSH-SHOHIN-NO (WK-KSH-IDX) = CFALF-SHOHIN-NO
               MOVE WK-KSH-AVG-GENKA (WK-KSH-IDX) TO WK-GENKA
               MOVE "Y" TO WK-GENKA-ARI-FLG
           END-SEARCH.
           IF WK-GENKA-ARI-FLG = "Y"
             GO TO EXT
           END-IF.
      *
           SET WK-AVC-IDX TO 1.
           SEARCH WK-AVC-ENT
             AT END
               CONTINUE
             WHEN WK-AVC-IDX > WK-AVC-CNT
               CONTINUE
             WHEN WK-AVC-SHOHIN-NO (WK-AVC-IDX) = CFALF-SHOHIN-NO
              AND WK-AVC-AVG-GENKA (WK-AVC-IDX) NOT = ZERO
               MOVE WK-AVC-AVG-GENKA (WK-AVC-IDX) TO WK-GENKA
               MOVE "Y" TO WK-GENKA-ARI-FLG
           END-SEARCH.
       EXT.
           EXIT.
      *
       FIND-AVG-RTN        SECTION.
           IF WK-AVH-SHOHIN-NO (WK-AVH-IX) = CFALF-SHOHIN-NO
            AND WK-AVH-DATE (WK-AVH-IX) < CFALF-SHIP-DATE
            AND WK-AVH-DATE (WK-AVH-IX) >= WK-BEST-DATE
             MOVE WK-AVH-DATE (WK-AVH-IX) TO WK-BEST-DATE
             MOVE WK-AVH-AVG-GENKA (WK-AVH-IX) TO WK-GENKA
             MOVE "Y" TO WK-GENKA-ARI-FLG
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    担当者1人分の見本品出荷一覧印字(得意先別)
      ******************************************************************
       PRINT-RTN           SECTION.
           INITIALIZE WK-TAN-LINE.
           MOVE WK-TAN-TANTO-COD (WK-IX) TO WK-TL-TANTO-COD.
           IF WK-EIG-CNT > ZERO
             SET WK-EIG-IDX TO 1
             SEARCH WK-EIG-ENT
               AT END
                 CONTINUE
               WHEN WK-EIG-IDX > WK-EIG-CNT
                 CONTINUE
               WHEN WK-EIG-TANTO-COD (WK-EIG-IDX)
                      = WK-TAN-TANTO-COD (WK-IX)
                 MOVE WK-EIG-TANTO-MEI (WK-EIG-IDX)
                   TO WK-TL-TANTO-MEI
             END-SEARCH
           END-IF.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE WK-TAN-LINE TO RPT-REC.
           WRITE RPT-REC.
      *
      *    担当者の得意先を出荷のあった順に拾う
           MOVE ZERO TO WK-TKS-CNT.
           PERFORM TKS-TOROKU-RTN
             VARYING WK-MX FROM 1 BY 1
             UNTIL WK-MX > WK-MHN-CNT.
           MOVE ZERO TO WK-TAN-SURYO.
           MOVE ZERO TO WK-TAN-KINGAKU.
           PERFORM PRINT-TOKU-RTN
             VARYING WK-TX FROM 1 BY 1
             UNTIL WK-TX > WK-TKS-CNT.
      *
           INITIALIZE WK-KEI-LINE.
           MOVE "TANTO KEI" TO WK-KEI-TITLE.
           MOVE WK-TAN-SURYO TO WK-KEI-SURYO.
           MOVE WK-TAN-KINGAKU TO WK-KEI-KINGAKU.
           MOVE WK-KEI-LINE TO RPT-REC.
           WRITE RPT-REC.
           ADD WK-TAN-SURYO TO WK-SOU-SURYO.
           ADD WK-TAN-KINGAKU TO WK-SOU-KINGAKU.
       EXT.
           EXIT.
      *
       TKS-TOROKU-RTN      SECTION.
           IF WK-MHN-TANTO-COD (WK-MX) NOT = WK-TAN-TANTO-COD (WK-IX)
             GO TO EXT
           END-IF.
           SET WK-TKS-IDX TO 1.
           SEARCH WK-TKS-ENT
             AT END
               CONTINUE
             WHEN WK-TKS-IDX > WK-TKS-CNT
               ADD 1 TO WK-TKS-CNT
               MOVE WK-MHN-TOKU-COD (WK-MX)
                 TO WK-TKS-TOKU-COD (WK-TKS-IDX)
             WHEN WK-TKS-TOKU-COD (WK-TKS-IDX)
                    = WK-MHN-TOKU-COD (WK-MX)
               CONTINUE
           END-SEARCH.
       EXT.
           EXIT.
      *
       PRINT-TOKU-RTN      SECTION.
           INITIALIZE WK-TKS-LINE.
           MOVE WK-TKS-TOKU-COD (WK-TX) TO WK-KL-TOKU-COD.
           IF WK-TOK-CNT > ZERO
             SET WK-TOK-IDX TO 1
             SEARCH WK-TOK-ENT
               AT END
                 CONTINUE
               WHEN WK-TOK-IDX > WK-TOK-CNT
                 CONTINUE
               WHEN WK-TOK-TOKU-COD (WK-TOK-IDX)
                      = WK-TKS-TOKU-COD (WK-TX)
                 MOVE WK-TOK-TOKU-MEI (WK-TOK-IDX) TO WK-KL-TOKU-MEI
             END-SEARCH
           END-IF.
           MOVE WK-TKS-LINE TO RPT-REC.
           WRITE RPT-REC.
      *
           MOVE ZERO TO WK-TKS-SURYO.
           MOVE ZERO TO WK-TKS-KINGAKU.
           PERFORM PRINT-MEISAI-RTN
             VARYING WK-MX FROM 1 BY 1
             UNTIL WK-MX > WK-MHN-CNT.
           INITIALIZE WK-KEI-LINE.
           MOVE "TOKU KEI" TO WK-KEI-TITLE.
           MOVE WK-TKS-SURYO TO WK-KEI-SURYO.
           MOVE WK-TKS-KINGAKU TO WK-KEI-KINGAKU.
           MOVE WK-KEI-LINE TO RPT-REC.
           WRITE RPT-REC.
           ADD WK-TKS-SURYO TO WK-TAN-SURYO.
           ADD WK-TKS-KINGAKU TO WK-TAN-KINGAKU.
       EXT.
           EXIT.
      *
       PRINT-MEISAI-RTN    SECTION.
           IF WK-MHN-TANTO-COD (WK-MX) NOT = WK-TAN-TANTO-COD (WK-IX)
            OR WK-MHN-TOKU-COD (WK-MX) NOT = WK-TKS-TOKU-COD (WK-TX)
             GO TO EXT
           END-IF.
           INITIALIZE WK-RPT-LINE.
           MOVE WK-MHN-SHIP-DATE (WK-MX) TO WK-RPT-SHIP-DATE.
           MOVE WK-MHN-JUCHU-NO (WK-MX) TO WK-RPT-JUCHU-NO.
           MOVE WK-MHN-SHOHIN-NO (WK-MX) TO WK-RPT-SHOHIN-NO.
           MOVE WK-MHN-SHOHIN-MEI (WK-MX) TO WK-RPT-SHOHIN-MEI.
           MOVE WK-MHN-SURYO (WK-MX) TO WK-RPT-SURYO.
           MOVE WK-MHN-KINGAKU (WK-MX) TO WK-RPT-KINGAKU.
           IF WK-MHN-GENKA-ARI (WK-MX) = "N"
             MOVE "GENKA NASHI" TO WK-RPT-NASHI
           END-IF.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
           ADD WK-MHN-SURYO (WK-MX) TO WK-TKS-SURYO.
           ADD WK-MHN-KINGAKU (WK-MX) TO WK-TKS-KINGAKU.
       EXT.
           EXIT.
      *
       SOUKEI-RTN          SECTION.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           INITIALIZE WK-KEI-LINE.
           MOVE "SOUKEI" TO WK-KEI-TITLE.
           MOVE WK-SOU-SURYO TO WK-KEI-SURYO.
           MOVE WK-SOU-KINGAKU TO WK-KEI-KINGAKU.
           MOVE WK-KEI-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    担当者・会社1件の仕訳出力（見本品費／売上原価の2行）
      ******************************************************************
       OUTPUT-RTN          SECTION.
           IF WK-SHW-KINGAKU (WK-SX) = ZERO
             GO TO EXT
           END-IF.
           MOVE WK-ACCT-MIHON TO WK-JNL-KANJO-COD.
           MOVE "D" TO WK-JNL-TAISHAKU.
           PERFORM WRITE-JNL-RTN.
           MOVE WK-ACCT-GENKA TO WK-JNL-KANJO-COD.
           MOVE "C" TO WK-JNL-TAISHAKU.
           PERFORM WRITE-JNL-RTN.
      *
           INITIALIZE WK-RPT-SHIWAKE.
           MOVE WK-SHW-TANTO-COD (WK-SX) TO WK-RPW-TANTO-COD.
           MOVE WK-SHW-KAISHA-COD (WK-SX) TO WK-RPW-KAISHA-COD.
           MOVE WK-ACCT-MIHON TO WK-RPW-DR-COD.
           MOVE WK-ACCT-GENKA TO WK-RPW-CR-COD.
           MOVE WK-SHW-KINGAKU (WK-SX) TO WK-RPW-KINGAKU.
           MOVE WK-RPT-SHIWAKE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       WRITE-JNL-RTN       SECTION.
           MOVE SPACE TO JNL-REC.
           MOVE "KUBM168" TO CFJNL-PGM-ID.
           MOVE WK-SHW-KAISHA-COD (WK-SX) TO CFJNL-KAISHA-COD.
           MOVE WK-BASE-DATE TO CFJNL-DATE.
           MOVE WK-JNL-KANJO-COD TO CFJNL-KANJO-COD.
           MOVE WK-JNL-TAISHAKU TO CFJNL-TAISHAKU.
           MOVE WK-SHW-KINGAKU (WK-SX) TO CFJNL-KINGAKU.
           STRING
             "TANTO="                 DELIMITED BY SIZE
             WK-SHW-TANTO-COD (WK-SX) DELIMITED BY SIZE
             INTO CFJNL-REF
           END-STRING.
           MOVE "MIHONHIN HI" TO CFJNL-TEKIYO.
           WRITE JNL-REC.
           ADD 1 TO WK-JNL-CNT.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-ALF-FILE-ERR = "00"
             CLOSE ALF-FILE
           END-IF.
           IF WK-JNL-FILE-ERR = "00"
             CLOSE JNL-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "ALFCNT=" WK-ALF-CNT.
           DISPLAY "MIHONCNT=" WK-MIHON-CNT.
           DISPLAY "JNLCNT=" WK-JNL-CNT.
           DISPLAY "GENKANASHICNT=" WK-GENKA-NASHI-CNT.
           DISPLAY "MIHONHI=" WK-SOU-KINGAKU.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM168 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KUBM168"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 4                     TO RUNHIS-CNT-CNT.
           MOVE "ALFCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-ALF-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "MIHONCNT"            TO RUNHIS-CNT-LABEL (2).
           MOVE WK-MIHON-CNT          TO RUNHIS-CNT-VALUE (2).
           MOVE "JNLCNT"              TO RUNHIS-CNT-LABEL (3).
           MOVE WK-JNL-CNT            TO RUNHIS-CNT-VALUE (3).
           MOVE "GENKANASHI"          TO RUNHIS-CNT-LABEL (4).
           MOVE WK-GENKA-NASHI-CNT    TO RUNHIS-CNT-VALUE (4).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KUBM168 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
