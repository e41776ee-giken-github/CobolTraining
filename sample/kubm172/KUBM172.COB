       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KUBM172.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：休眠得意先検知・ＲＦＭ分析
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。月次に受注アーカイブ(ACF。KUBM050が
      *                 書き出すKJCF011形式の明細)を得意先マスタ
      *                 (KCCFTOK)の有効な得意先ごとに集計し、R(最終
      *                 受注日)・F(評価期間の受注回数)・M(評価期間の
      *                 受注金額＝数量(バラ換算)×商品マスタ単価、返品
      *                 控除)を受注のある得意先の中の順位で1～5に採点
      *                 してＲＦＭ区分を決め、得意先ＲＦＭ区分ファイル
      *                 (RFM、KCCFRFM形式)へ書き出す。評価期間は基準日
      *                 (BSD。無ければ実行日)から遡る月数(環境変数
      *                 KUBM172-KIKAN、2桁。未設定は12か月)。見本品・
      *                 交換の明細は受注に数えない。
      *                 また、所定の月数(環境変数KUBM172-TSUKI、2桁。
      *                 未設定は3か月)受注の無い得意先("M")と、最終
      *                 受注からの日数が自身の平均受注間隔(受注3回以上)
      *                 の所定倍率(環境変数KUBM172-BAIRITSU、百分率3桁。
      *                 未設定は200％)を超えた得意先("K")を休眠候補と
      *                 して営業担当者(CFTOK-TANTO-COD、名称は
      *                 KCCFEIG)別に印字する(RPT)。受注履歴の無い
      *                 得意先は区分"NO"とし、休眠候補には挙げない。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT TOK-FILE
             ASSIGN TO EXTERNAL TOK
               FILE STATUS IS WK-TOK-FILE-ERR.
           SELECT EIG-FILE
             ASSIGN TO EXTERNAL EIG
               FILE STATUS IS WK-EIG-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT ACF-FILE
             ASSIGN TO EXTERNAL ACF
               FILE STATUS IS WK-ACF-FILE-ERR.
           SELECT RFM-FILE
             ASSIGN TO EXTERNAL RFM
               FILE STATUS IS WK-RFM-FILE-ERR.
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
       FD  TOK-FILE.
       01  TOK-REC.
           COPY KCCFTOK.
       FD  EIG-FILE.
       01  EIG-REC.
           COPY KCCFEIG.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  ACF-FILE.
       01  ACF-REC.
           COPY KJCF011.
       FD  RFM-FILE.
       01  RFM-REC.
           COPY KCCFRFM.
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
       01  WK-TOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-EIG-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ACF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RFM-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  TOK-END-FLG                 PIC  X(01) VALUE "N".
       01  EIG-END-FLG                 PIC  X(01) VALUE "N".
       01  SHO-END-FLG                 PIC  X(01) VALUE "N".
       01  ACF-END-FLG                 PIC  X(01) VALUE "N".
      ******************************************************************
      *  基準日・評価期間・休眠判定の条件
      ******************************************************************
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
       01  WK-BASE-DAYS                PIC S9(09) VALUE ZERO.
       01  WK-KIKAN-X                  PIC  X(02) VALUE SPACE.
       01  WK-KIKAN-N REDEFINES WK-KIKAN-X
                                       PIC  9(02).
       01  WK-KIKAN                    PIC  9(02) VALUE 12.
       01  WK-TSUKI-X                  PIC  X(02) VALUE SPACE.
       01  WK-TSUKI-N REDEFINES WK-TSUKI-X
                                       PIC  9(02).
       01  WK-TSUKI                    PIC  9(02) VALUE 3.
       01  WK-BAIRITSU-X               PIC  X(03) VALUE SPACE.
       01  WK-BAIRITSU-N REDEFINES WK-BAIRITSU-X
                                       PIC  9(03).
       01  WK-BAIRITSU                 PIC  9(03) VALUE 200.
      *    評価期間の開始日(この日を含む)と休眠判定の境界日
       01  WK-FROM-DATE                PIC  9(08) VALUE ZERO.
       01  WK-KYUMIN-DATE              PIC  9(08) VALUE ZERO.
      *    月数を遡る計算(WK-MAE-TSUKI か月前。月末を超える日は月末)
       01  WK-MAE-TSUKI                PIC  9(02) VALUE ZERO.
       01  WK-CALC-DATE                PIC  9(08) VALUE ZERO.
       01  WK-CALC-DATE-X  REDEFINES  WK-CALC-DATE.
           03  WK-CALC-YY              PIC  9(04).
           03  WK-CALC-MM              PIC  9(02).
           03  WK-CALC-DD              PIC  9(02).
       01  WK-MATSU-DD                 PIC  9(02) VALUE ZERO.
       01  WK-TSUKI-SU                 PIC  9(06) VALUE ZERO.
       01  WK-SHO                      PIC  9(06) VALUE ZERO.
       01  WK-AMARI                    PIC  9(04) VALUE ZERO.
       01  WK-DAYS-TBL.
           03  FILLER                  PIC  X(24) VALUE
             "312831303130313130313031".
       01  WK-DAYS-TBL-R  REDEFINES  WK-DAYS-TBL.
           03  WK-DAYS-IN-MM           PIC  9(02) OCCURS 12 TIMES.
      ******************************************************************
      *  得意先テーブル(有効な得意先のみ)
      ******************************************************************
       01  WK-TOK-TBL.
           03  WK-TOK-CNT              PIC  9(05) VALUE ZERO.
           03  WK-TOK-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-TOK-IDX.
             05  WK-TOK-TOKU-COD       PIC  X(04).
             05  WK-TOK-TOKU-MEI       PIC  X(20).
             05  WK-TOK-TANTO-COD      PIC  X(03).
             05  WK-TOK-FIRST-DATE     PIC  9(08).
             05  WK-TOK-LAST-DATE      PIC  9(08).
             05  WK-TOK-SO-KAISU       PIC  9(05).
             05  WK-TOK-KAISU          PIC  9(05).
             05  WK-TOK-KINGAKU        PIC S9(11).
             05  WK-TOK-MAE-JUCHU-NO   PIC  9(04).
             05  WK-TOK-MAE-DATE       PIC  9(08).
             05  WK-TOK-R-SCORE        PIC  9(01).
             05  WK-TOK-F-SCORE        PIC  9(01).
             05  WK-TOK-M-SCORE        PIC  9(01).
             05  WK-TOK-SEGMENT        PIC  X(02).
             05  WK-TOK-KANKAKU        PIC  9(04).
             05  WK-TOK-KEIKA          PIC  9(05).
             05  WK-TOK-KYUMIN-KBN     PIC  X(01).
       01  WK-IX                       PIC  9(05) VALUE ZERO.
       01  WK-JX                       PIC  9(05) VALUE ZERO.
      *    採点(受注のある得意先の中で自分より小さい値の件数から)
       01  WK-POOL-CNT                 PIC  9(05) VALUE ZERO.
       01  WK-R-SHITA                  PIC  9(05) VALUE ZERO.
       01  WK-F-SHITA                  PIC  9(05) VALUE ZERO.
       01  WK-M-SHITA                  PIC  9(05) VALUE ZERO.
       01  WK-SCORE-WORK               PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  営業担当者テーブル(マスタ順。マスタに無い担当は末尾へ追加)
      ******************************************************************
       01  WK-EIG-TBL.
           03  WK-EIG-CNT              PIC  9(04) VALUE ZERO.
           03  WK-EIG-ENT              OCCURS 999 TIMES
                                        INDEXED BY WK-EIG-IDX.
             05  WK-EIG-TANTO-COD      PIC  X(03).
             05  WK-EIG-TANTO-MEI      PIC  X(20).
       01  WK-FIND-TANTO-COD           PIC  X(03) VALUE SPACE.
      ******************************************************************
      *  商品マスタ(単価・入数)
      ******************************************************************
       01  WK-SHO-TBL.
           03  WK-SHO-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SHO-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-SHO-IDX.
             05  WK-SHO-SHOHIN-NO      PIC  X(05).
             05  WK-SHO-TANKA          PIC S9(05)V9(02).
             05  WK-SHO-CASE-IRISU     PIC  9(05).
             05  WK-SHO-BALL-IRISU     PIC  9(05).
       01  WK-BARA-SURYO               PIC  9(09) VALUE ZERO.
       01  WK-KINGAKU                  PIC S9(11) VALUE ZERO.
      ******************************************************************
      *  区分別の件数(印字順)
      ******************************************************************
       01  WK-SEG-TBL-V.
           03  FILLER                  PIC  X(14) VALUE
             "CHLYNWSTARHBNO".
       01  WK-SEG-TBL  REDEFINES  WK-SEG-TBL-V.
           03  WK-SEG-COD              PIC  X(02) OCCURS 7 TIMES
                                        INDEXED BY WK-SEG-IDX.
       01  WK-SEG-KENSU-TBL.
           03  WK-SEG-KENSU            PIC  9(05) OCCURS 7 TIMES.
       01  WK-SX                       PIC  9(02) VALUE ZERO.
      *
       01  WK-ACF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-RFM-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-KYUMIN-CNT               PIC  9(09) VALUE ZERO.
       01  WK-TANTO-KENSU              PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  印字用
      ******************************************************************
       01  WK-RPT-HEAD.
           03  FILLER                  PIC  X(40) VALUE
             "*** KUBM172 KYUMIN TOKUISAKI / RFM *** ".
           03  FILLER                  PIC  X(06) VALUE "KIJUN=".
           03  WK-RPH-BASE-DATE        PIC  9(08).
           03  FILLER                  PIC  X(07) VALUE " KIKAN=".
           03  WK-RPH-FROM-DATE        PIC  9(08).
           03  FILLER                  PIC  X(07) VALUE " TSUKI=".
           03  WK-RPH-TSUKI            PIC  Z9.
           03  FILLER                  PIC  X(10) VALUE " BAIRITSU=".
           03  WK-RPH-BAIRITSU         PIC  ZZ9.
           03  FILLER                  PIC  X(01) VALUE "%".
       01  WK-RPT-TANTO.
           03  FILLER                  PIC  X(08) VALUE "[ TANTO=".
           03  WK-RPT-TANTO-COD        PIC  X(03).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-TANTO-MEI        PIC  X(20).
           03  FILLER                  PIC  X(02) VALUE " ]".
       01  WK-RPT-LINE.
           03  FILLER                  PIC  X(02) VALUE SPACE.
           03  WK-RPL-TOKU-COD         PIC  X(04).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPL-TOKU-MEI         PIC  X(20).
           03  FILLER                  PIC  X(06) VALUE " LAST=".
           03  WK-RPL-LAST-DATE        PIC  9(08).
           03  FILLER                  PIC  X(07) VALUE " KEIKA=".
           03  WK-RPL-KEIKA            PIC  ZZZZ9.
           03  FILLER                  PIC  X(09) VALUE " KANKAKU=".
           03  WK-RPL-KANKAKU          PIC  X(04).
           03  FILLER                  PIC  X(03) VALUE " F=".
           03  WK-RPL-KAISU            PIC  ZZZZ9.
           03  FILLER                  PIC  X(03) VALUE " M=".
           03  WK-RPL-KINGAKU          PIC  -(10)9.
           03  FILLER                  PIC  X(05) VALUE " RFM=".
           03  WK-RPL-R-SCORE          PIC  9(01).
           03  WK-RPL-F-SCORE          PIC  9(01).
           03  WK-RPL-M-SCORE          PIC  9(01).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPL-SEGMENT          PIC  X(02).
           03  FILLER                  PIC  X(06) VALUE " RIYU=".
           03  WK-RPL-RIYU             PIC  X(07).
       01  WK-KANKAKU-EDIT             PIC  ZZZ9.
       01  WK-RPT-SEG.
           03  FILLER                  PIC  X(10) VALUE "  SEGMENT=".
           03  WK-RPS-SEGMENT          PIC  X(02).
           03  FILLER                  PIC  X(07) VALUE " KENSU=".
           03  WK-RPS-KENSU            PIC  ZZZZ9.
       01  WK-RPT-KEI.
           03  FILLER                  PIC  X(15) VALUE
             "  KYUMIN KOHO =".
           03  WK-RPK-KENSU            PIC  ZZZZ9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM SCORE-RTN
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX > WK-TOK-CNT
             PERFORM WRITE-RFM-RTN
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX > WK-TOK-CNT
             PERFORM PRINT-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KUBM172 START ***".
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
           INITIALIZE WK-SEG-KENSU-TBL.
           COMPUTE WK-BASE-DAYS =
             FUNCTION INTEGER-OF-DATE (WK-BASE-DATE).
      *
           DISPLAY "KUBM172-KIKAN" UPON ENVIRONMENT-NAME.
           ACCEPT WK-KIKAN-X FROM ENVIRONMENT-VALUE.
           IF WK-KIKAN-X NOT = SPACE
            AND WK-KIKAN-N IS NUMERIC
            AND WK-KIKAN-N > ZERO
             MOVE WK-KIKAN-N TO WK-KIKAN
           END-IF.
           DISPLAY "KUBM172-TSUKI" UPON ENVIRONMENT-NAME.
           ACCEPT WK-TSUKI-X FROM ENVIRONMENT-VALUE.
           IF WK-TSUKI-X NOT = SPACE
            AND WK-TSUKI-N IS NUMERIC
            AND WK-TSUKI-N > ZERO
             MOVE WK-TSUKI-N TO WK-TSUKI
           END-IF.
           DISPLAY "KUBM172-BAIRITSU" UPON ENVIRONMENT-NAME.
           ACCEPT WK-BAIRITSU-X FROM ENVIRONMENT-VALUE.
           IF WK-BAIRITSU-X NOT = SPACE
            AND WK-BAIRITSU-N IS NUMERIC
            AND WK-BAIRITSU-N > 100
             MOVE WK-BAIRITSU-N TO WK-BAIRITSU
           END-IF.
      *
      *    評価期間は基準日のWK-KIKANか月前の翌日から基準日まで
           MOVE WK-KIKAN TO WK-MAE-TSUKI.
           PERFORM MAE-TSUKI-RTN.
           COMPUTE WK-FROM-DATE = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE (WK-CALC-DATE) + 1).
      *    最終受注日がこの日以前なら所定の月数受注なし
           MOVE WK-TSUKI TO WK-MAE-TSUKI.
           PERFORM MAE-TSUKI-RTN.
           MOVE WK-CALC-DATE TO WK-KYUMIN-DATE.
           DISPLAY "*** KUBM172 KIJUN=" WK-BASE-DATE
                   " KIKAN=" WK-FROM-DATE
                   " KYUMIN<=" WK-KYUMIN-DATE
                   " BAIRITSU=" WK-BAIRITSU.
      *
           OPEN INPUT TOK-FILE.
           IF WK-TOK-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM172 ABEND NOT TOK-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT ACF-FILE
             IF WK-ACF-FILE-ERR NOT = "00"
               DISPLAY "*** KUBM172 ABEND NOT ACF-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT SHO-FILE
             IF WK-SHO-FILE-ERR NOT = "00"
               DISPLAY "*** KUBM172 ABEND NOT SHO-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RFM-FILE
             IF WK-RFM-FILE-ERR NOT = "00"
               DISPLAY "*** KUBM172 ABEND NOT RFM-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RPT-FILE
             IF WK-RPT-FILE-ERR NOT = "00"
               DISPLAY "*** KUBM172 ABEND NOT RPT-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "N"
             GO TO EXT
           END-IF.
      *
      *    営業担当者マスタは名称の印字だけに使うため無くても続ける
           OPEN INPUT EIG-FILE.
           IF WK-EIG-FILE-ERR = "00"
             PERFORM LOAD-EIG-RTN  UNTIL EIG-END-FLG = "Y"
             CLOSE EIG-FILE
           END-IF.
           PERFORM LOAD-SHO-RTN  UNTIL SHO-END-FLG = "Y".
           PERFORM LOAD-TOK-RTN  UNTIL TOK-END-FLG = "Y".
           PERFORM LOAD-ACF-RTN  UNTIL ACF-END-FLG = "Y".
       EXT.
           EXIT.
      *
      *    基準日のWK-MAE-TSUKIか月前(WK-CALC-DATEへ)
       MAE-TSUKI-RTN       SECTION.
           MOVE WK-BASE-DATE TO WK-CALC-DATE.
           COMPUTE WK-TSUKI-SU = WK-CALC-YY * 12 + WK-CALC-MM - 1
                               - WK-MAE-TSUKI.
           DIVIDE WK-TSUKI-SU BY 12 GIVING WK-CALC-YY
             REMAINDER WK-AMARI.
           COMPUTE WK-CALC-MM = WK-AMARI + 1.
           PERFORM CALC-MATSU-RTN.
           IF WK-CALC-DD > WK-MATSU-DD
             MOVE WK-MATSU-DD TO WK-CALC-DD
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
       LOAD-EIG-RTN        SECTION.
           READ EIG-FILE
             AT END
               MOVE "Y" TO EIG-END-FLG
               GO TO EXT
           END-READ.
           MOVE CFEIG-TANTO-COD TO WK-FIND-TANTO-COD.
           PERFORM FIND-EIG-RTN.
           MOVE CFEIG-TANTO-MEI TO WK-EIG-TANTO-MEI (WK-EIG-IDX).
       EXT.
           EXIT.
      *
      *    営業担当者テーブルの検索(無ければ追加。WK-EIG-IDXを返す)
       FIND-EIG-RTN        SECTION.
           IF WK-EIG-CNT > ZERO
             SET WK-EIG-IDX TO 1
             SEARCH WK-EIG-ENT
               AT END
                 CONTINUE
               WHEN WK-EIG-IDX > WK-EIG-CNT
                 CONTINUE
               WHEN WK-EIG-TANTO-COD (WK-EIG-IDX) = WK-FIND-TANTO-COD
                 GO TO EXT
             END-SEARCH
           END-IF.
           IF WK-EIG-CNT >= 999
             DISPLAY "!!! KUBM172 ABEND : EIG TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-EIG-CNT.
           SET WK-EIG-IDX TO WK-EIG-CNT.
           MOVE WK-FIND-TANTO-COD TO WK-EIG-TANTO-COD (WK-EIG-IDX).
           IF WK-FIND-TANTO-COD = SPACE
             MOVE "(TANTO NASHI)" TO WK-EIG-TANTO-MEI (WK-EIG-IDX)
           ELSE
             MOVE SPACE TO WK-EIG-TANTO-MEI (WK-EIG-IDX)
           END-IF.
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
             DISPLAY "!!! KUBM172 ABEND : SHO TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SHO-CNT.
           SET WK-SHO-IDX TO WK-SHO-CNT.
           MOVE CFSHO-SHOHIN-NO TO WK-SHO-SHOHIN-NO (WK-SHO-IDX).
           MOVE CFSHO-TANKA TO WK-SHO-TANKA (WK-SHO-IDX).
           MOVE CFSHO-CASE-IRISU TO WK-SHO-CASE-IRISU (WK-SHO-IDX).
           MOVE CFSHO-BALL-IRISU TO WK-SHO-BALL-IRISU (WK-SHO-IDX).
       EXT.
           EXIT.
      *
      *    有効な得意先だけを対象にする(担当者は担当者テーブルへも登録)
       LOAD-TOK-RTN        SECTION.
           READ TOK-FILE
             AT END
               MOVE "Y" TO TOK-END-FLG
               GO TO EXT
           END-READ.
           IF NOT CFTOK-ACTIVE
             GO TO EXT
           END-IF.
           IF WK-TOK-CNT >= 5000
             DISPLAY "!!! KUBM172 ABEND : TOK TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-TOK-CNT.
           SET WK-TOK-IDX TO WK-TOK-CNT.
           INITIALIZE WK-TOK-ENT (WK-TOK-IDX).
           MOVE CFTOK-TOKU-COD TO WK-TOK-TOKU-COD (WK-TOK-IDX).
           MOVE CFTOK-TOKU-MEI TO WK-TOK-TOKU-MEI (WK-TOK-IDX).
           MOVE CFTOK-TANTO-COD TO WK-TOK-TANTO-COD (WK-TOK-IDX).
           MOVE CFTOK-TANTO-COD TO WK-FIND-TANTO-COD.
           PERFORM FIND-EIG-RTN.
       EXT.
           EXIT.
      *
      *    アーカイブ明細の集計。同じ得意先で受注番号・受注日が前の
      *    明細と変わったところを1回の受注と数える
       LOAD-ACF-RTN        SECTION.
           READ ACF-FILE
             AT END
               MOVE "Y" TO ACF-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-ACF-CNT.
           IF NOT (JF011-SALE-REC OR JF011-RETURN-REC)
             GO TO EXT
           END-IF.
      *    見本品・交換は受注としても金額としても数えない
           IF JF011-MIHON OR JF011-KOKAN
             GO TO EXT
           END-IF.
           IF JF011-JUCHU-DATE IS NOT NUMERIC
            OR JF011-JUCHU-DATE > WK-BASE-DATE
             GO TO EXT
           END-IF.
           SET WK-TOK-IDX TO 1.
           SEARCH WK-TOK-ENT
             AT END
               GO TO EXT
             WHEN WK-TOK-IDX > WK-TOK-CNT
               GO TO EXT
             WHEN WK-TOK-TOKU-COD (WK-TOK-IDX) = JF011-TOKU-COD
               CONTINUE
           END-SEARCH.
      *
           PERFORM KINGAKU-RTN.
           IF JF011-RETURN-REC
             IF JF011-JUCHU-DATE >= WK-FROM-DATE
               SUBTRACT WK-KINGAKU FROM WK-TOK-KINGAKU (WK-TOK-IDX)
             END-IF
             GO TO EXT
           END-IF.
           IF JF011-JUCHU-DATE >= WK-FROM-DATE
             ADD WK-KINGAKU TO WK-TOK-KINGAKU (WK-TOK-IDX)
           END-IF.
           IF JF011-JUCHU-NO = WK-TOK-MAE-JUCHU-NO (WK-TOK-IDX)
            AND JF011-JUCHU-DATE = WK-TOK-MAE-DATE (WK-TOK-IDX)
             GO TO EXT
           END-IF.
           MOVE JF011-JUCHU-NO TO WK-TOK-MAE-JUCHU-NO (WK-TOK-IDX).
           MOVE JF011-JUCHU-DATE TO WK-TOK-MAE-DATE (WK-TOK-IDX).
           ADD 1 TO WK-TOK-SO-KAISU (WK-TOK-IDX).
           IF JF011-JUCHU-DATE >= WK-FROM-DATE
             ADD 1 TO WK-TOK-KAISU (WK-TOK-IDX)
           END-IF.
           IF WK-TOK-FIRST-DATE (WK-TOK-IDX) = ZERO
            OR JF011-JUCHU-DATE < WK-TOK-FIRST-DATE (WK-TOK-IDX)
             MOVE JF011-JUCHU-DATE TO WK-TOK-FIRST-DATE (WK-TOK-IDX)
           END-IF.
           IF JF011-JUCHU-DATE > WK-TOK-LAST-DATE (WK-TOK-IDX)
             MOVE JF011-JUCHU-DATE TO WK-TOK-LAST-DATE (WK-TOK-IDX)
           END-IF.
       EXT.
           EXIT.
      *
      *    明細金額＝バラ換算数量×商品マスタ単価(マスタに無い商品は0)
       KINGAKU-RTN         SECTION.
           MOVE ZERO TO WK-KINGAKU.
           SET WK-SHO-IDX TO 1.
           SEARCH WK-SHO-ENT
             AT END
               GO TO EXT
             WHEN WK-SHO-IDX > WK-SHO-CNT
               GO TO EXT
             WHEN WK-SHO-SHOHIN-NO (WK-SHO-IDX) = JF011-SHOHIN-NO
               CONTINUE
           END-SEARCH.
           MOVE JF011-SURYO TO WK-BARA-SURYO.
           IF JF011-TANI-CASE
            AND WK-SHO-CASE-IRISU (WK-SHO-IDX) > ZERO
             COMPUTE WK-BARA-SURYO =
               JF011-SURYO * WK-SHO-CASE-IRISU (WK-SHO-IDX)
           END-IF.
           IF JF011-TANI-BALL
            AND WK-SHO-BALL-IRISU (WK-SHO-IDX) > ZERO
             COMPUTE WK-BARA-SURYO =
               JF011-SURYO * WK-SHO-BALL-IRISU (WK-SHO-IDX)
           END-IF.
           COMPUTE WK-KINGAKU ROUNDED =
             WK-BARA-SURYO * WK-SHO-TANKA (WK-SHO-IDX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    得意先1件の採点・区分・休眠判定
      ******************************************************************
       SCORE-RTN           SECTION.
           IF WK-IX = 1
             MOVE ZERO TO WK-POOL-CNT
             PERFORM POOL-CNT-RTN
               VARYING WK-JX FROM 1 BY 1
               UNTIL WK-JX > WK-TOK-CNT
           END-IF.
           MOVE SPACE TO WK-TOK-KYUMIN-KBN (WK-IX).
           IF WK-TOK-SO-KAISU (WK-IX) = ZERO
             MOVE 1 TO WK-TOK-R-SCORE (WK-IX)
             MOVE 1 TO WK-TOK-F-SCORE (WK-IX)
             MOVE 1 TO WK-TOK-M-SCORE (WK-IX)
             MOVE "NO" TO WK-TOK-SEGMENT (WK-IX)
             GO TO EXT
           END-IF.
      *
           MOVE ZERO TO WK-R-SHITA WK-F-SHITA WK-M-SHITA.
           PERFORM HIKAKU-RTN
             VARYING WK-JX FROM 1 BY 1
             UNTIL WK-JX > WK-TOK-CNT.
           COMPUTE WK-SCORE-WORK = WK-R-SHITA * 5 / WK-POOL-CNT + 1.
           MOVE WK-SCORE-WORK TO WK-TOK-R-SCORE (WK-IX).
           COMPUTE WK-SCORE-WORK = WK-F-SHITA * 5 / WK-POOL-CNT + 1.
           MOVE WK-SCORE-WORK TO WK-TOK-F-SCORE (WK-IX).
           COMPUTE WK-SCORE-WORK = WK-M-SHITA * 5 / WK-POOL-CNT + 1.
           MOVE WK-SCORE-WORK TO WK-TOK-M-SCORE (WK-IX).
      *
           EVALUATE TRUE
             WHEN WK-TOK-R-SCORE (WK-IX) >= 4
              AND WK-TOK-F-SCORE (WK-IX) >= 4
              AND WK-TOK-M-SCORE (WK-IX) >= 4
               MOVE "CH" TO WK-TOK-SEGMENT (WK-IX)
             WHEN WK-TOK-R-SCORE (WK-IX) >= 3
              AND WK-TOK-F-SCORE (WK-IX) >= 4
               MOVE "LY" TO WK-TOK-SEGMENT (WK-IX)
             WHEN WK-TOK-R-SCORE (WK-IX) <= 2
              AND WK-TOK-F-SCORE (WK-IX) >= 3
               MOVE "AR" TO WK-TOK-SEGMENT (WK-IX)
             WHEN WK-TOK-R-SCORE (WK-IX) <= 2
               MOVE "HB" TO WK-TOK-SEGMENT (WK-IX)
             WHEN WK-TOK-R-SCORE (WK-IX) >= 4
              AND WK-TOK-F-SCORE (WK-IX) <= 2
               MOVE "NW" TO WK-TOK-SEGMENT (WK-IX)
             WHEN OTHER
               MOVE "ST" TO WK-TOK-SEGMENT (WK-IX)
           END-EVALUATE.
      *
      *    経過日数・平均受注間隔と休眠判定
           COMPUTE WK-TOK-KEIKA (WK-IX) = WK-BASE-DAYS
             - FUNCTION INTEGER-OF-DATE (WK-TOK-LAST-DATE (WK-IX)).
           MOVE ZERO TO WK-TOK-KANKAKU (WK-IX).
           IF WK-TOK-SO-KAISU (WK-IX) >= 3
             COMPUTE WK-TOK-KANKAKU (WK-IX) ROUNDED =
               (FUNCTION INTEGER-OF-DATE (WK-TOK-LAST-DATE (WK-IX))
              - FUNCTION INTEGER-OF-DATE (WK-TOK-FIRST-DATE (WK-IX)))
               / (WK-TOK-SO-KAISU (WK-IX) - 1)
           END-IF.
           EVALUATE TRUE
             WHEN WK-TOK-LAST-DATE (WK-IX) <= WK-KYUMIN-DATE
               MOVE "M" TO WK-TOK-KYUMIN-KBN (WK-IX)
             WHEN WK-TOK-KANKAKU (WK-IX) > ZERO
              AND WK-TOK-KEIKA (WK-IX) * 100 >
                  WK-TOK-KANKAKU (WK-IX) * WK-BAIRITSU
               MOVE "K" TO WK-TOK-KYUMIN-KBN (WK-IX)
           END-EVALUATE.
       EXT.
           EXIT.
      *
       POOL-CNT-RTN        SECTION.
           IF WK-TOK-SO-KAISU (WK-JX) > ZERO
             ADD 1 TO WK-POOL-CNT
           END-IF.
       EXT.
           EXIT.
      *
      *    自分(WK-IX)より値の小さい得意先の件数(同点は数えない)
       HIKAKU-RTN          SECTION.
           IF WK-TOK-SO-KAISU (WK-JX) = ZERO
             GO TO EXT
           END-IF.
           IF WK-TOK-LAST-DATE (WK-JX) < WK-TOK-LAST-DATE (WK-IX)
             ADD 1 TO WK-R-SHITA
           END-IF.
           IF WK-TOK-KAISU (WK-JX) < WK-TOK-KAISU (WK-IX)
             ADD 1 TO WK-F-SHITA
           END-IF.
           IF WK-TOK-KINGAKU (WK-JX) < WK-TOK-KINGAKU (WK-IX)
             ADD 1 TO WK-M-SHITA
           END-IF.
       EXT.
           EXIT.
      *
       WRITE-RFM-RTN       SECTION.
           MOVE SPACE TO RFM-REC.
           MOVE WK-TOK-TOKU-COD (WK-IX) TO CFRFM-TOKU-COD.
           MOVE WK-BASE-DATE TO CFRFM-KIJUN-DATE.
           MOVE WK-TOK-R-SCORE (WK-IX) TO CFRFM-R-SCORE.
           MOVE WK-TOK-F-SCORE (WK-IX) TO CFRFM-F-SCORE.
           MOVE WK-TOK-M-SCORE (WK-IX) TO CFRFM-M-SCORE.
           MOVE WK-TOK-SEGMENT (WK-IX) TO CFRFM-SEGMENT.
           MOVE WK-TOK-LAST-DATE (WK-IX) TO CFRFM-LAST-DATE.
           MOVE WK-TOK-KAISU (WK-IX) TO CFRFM-KAISU.
           MOVE WK-TOK-KINGAKU (WK-IX) TO CFRFM-KINGAKU.
           MOVE WK-TOK-KANKAKU (WK-IX) TO CFRFM-KANKAKU.
           MOVE WK-TOK-KYUMIN-KBN (WK-IX) TO CFRFM-KYUMIN-KBN.
           MOVE WK-TOK-TANTO-COD (WK-IX) TO CFRFM-TANTO-COD.
           WRITE RFM-REC.
           ADD 1 TO WK-RFM-CNT.
      *
           SET WK-SEG-IDX TO 1.
           SEARCH WK-SEG-COD
             AT END
               CONTINUE
             WHEN WK-SEG-COD (WK-SEG-IDX) = WK-TOK-SEGMENT (WK-IX)
               SET WK-SX TO WK-SEG-IDX
               ADD 1 TO WK-SEG-KENSU (WK-SX)
           END-SEARCH.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    休眠候補の印字(営業担当者別)と区分別件数
      ******************************************************************
       PRINT-RTN           SECTION.
           MOVE WK-BASE-DATE TO WK-RPH-BASE-DATE.
           MOVE WK-FROM-DATE TO WK-RPH-FROM-DATE.
           MOVE WK-TSUKI TO WK-RPH-TSUKI.
           MOVE WK-BAIRITSU TO WK-RPH-BAIRITSU.
           MOVE WK-RPT-HEAD TO RPT-REC.
           WRITE RPT-REC.
           PERFORM TANTO-RTN
             VARYING WK-JX FROM 1 BY 1
             UNTIL WK-JX > WK-EIG-CNT.
      *
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE WK-KYUMIN-CNT TO WK-RPK-KENSU.
           MOVE WK-RPT-KEI TO RPT-REC.
           WRITE RPT-REC.
           MOVE "[ RFM SEGMENT ]" TO RPT-REC.
           WRITE RPT-REC.
           PERFORM SEG-PRINT-RTN
             VARYING WK-SX FROM 1 BY 1
             UNTIL WK-SX > 7.
       EXT.
           EXIT.
      *
       TANTO-RTN           SECTION.
           MOVE ZERO TO WK-TANTO-KENSU.
           PERFORM KYUMIN-PRINT-RTN
             VARYING WK-IX FROM 1 BY 1
             UNTIL WK-IX > WK-TOK-CNT.
       EXT.
           EXIT.
      *
       KYUMIN-PRINT-RTN    SECTION.
           IF WK-TOK-TANTO-COD (WK-IX) NOT = WK-EIG-TANTO-COD (WK-JX)
            OR WK-TOK-KYUMIN-KBN (WK-IX) = SPACE
             GO TO EXT
           END-IF.
      *    担当者の最初の1件の前に見出し
           IF WK-TANTO-KENSU = ZERO
             MOVE SPACE TO RPT-REC
             WRITE RPT-REC
             MOVE WK-EIG-TANTO-COD (WK-JX) TO WK-RPT-TANTO-COD
             MOVE WK-EIG-TANTO-MEI (WK-JX) TO WK-RPT-TANTO-MEI
             MOVE WK-RPT-TANTO TO RPT-REC
             WRITE RPT-REC
           END-IF.
           ADD 1 TO WK-TANTO-KENSU.
           ADD 1 TO WK-KYUMIN-CNT.
           MOVE WK-TOK-TOKU-COD (WK-IX) TO WK-RPL-TOKU-COD.
           MOVE WK-TOK-TOKU-MEI (WK-IX) TO WK-RPL-TOKU-MEI.
           MOVE WK-TOK-LAST-DATE (WK-IX) TO WK-RPL-LAST-DATE.
           MOVE WK-TOK-KEIKA (WK-IX) TO WK-RPL-KEIKA.
           IF WK-TOK-KANKAKU (WK-IX) = ZERO
             MOVE "----" TO WK-RPL-KANKAKU
           ELSE
             MOVE WK-TOK-KANKAKU (WK-IX) TO WK-KANKAKU-EDIT
             MOVE WK-KANKAKU-EDIT TO WK-RPL-KANKAKU
           END-IF.
           MOVE WK-TOK-KAISU (WK-IX) TO WK-RPL-KAISU.
           MOVE WK-TOK-KINGAKU (WK-IX) TO WK-RPL-KINGAKU.
           MOVE WK-TOK-R-SCORE (WK-IX) TO WK-RPL-R-SCORE.
           MOVE WK-TOK-F-SCORE (WK-IX) TO WK-RPL-F-SCORE.
           MOVE WK-TOK-M-SCORE (WK-IX) TO WK-RPL-M-SCORE.
           MOVE WK-TOK-SEGMENT (WK-IX) TO WK-RPL-SEGMENT.
           IF WK-TOK-KYUMIN-KBN (WK-IX) = "M"
             MOVE "TSUKI" TO WK-RPL-RIYU
           ELSE
             MOVE "KANKAKU" TO WK-RPL-RIYU
           END-IF.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       SEG-PRINT-RTN       SECTION.
           MOVE WK-SEG-COD (WK-SX) TO WK-RPS-SEGMENT.
           MOVE WK-SEG-KENSU (WK-SX) TO WK-RPS-KENSU.
           MOVE WK-RPT-SEG TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-TOK-FILE-ERR = "00" OR TOK-END-FLG = "Y"
             CLOSE TOK-FILE
           END-IF.
           IF WK-ACF-FILE-ERR = "00" OR ACF-END-FLG = "Y"
             CLOSE ACF-FILE
           END-IF.
           IF WK-SHO-FILE-ERR = "00" OR SHO-END-FLG = "Y"
             CLOSE SHO-FILE
           END-IF.
           IF WK-RFM-FILE-ERR = "00"
             CLOSE RFM-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "TOKCNT=" WK-TOK-CNT.
           DISPLAY "ACFCNT=" WK-ACF-CNT.
           DISPLAY "RFMCNT=" WK-RFM-CNT.
           DISPLAY "KYUMINCNT=" WK-KYUMIN-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM172 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KUBM172"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 3                     TO RUNHIS-CNT-CNT.
           MOVE "ACFCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-ACF-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "RFMCNT"              TO RUNHIS-CNT-LABEL (2).
           MOVE WK-RFM-CNT            TO RUNHIS-CNT-VALUE (2).
           MOVE "KYUMINCNT"           TO RUNHIS-CNT-LABEL (3).
           MOVE WK-KYUMIN-CNT         TO RUNHIS-CNT-VALUE (3).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KUBM172 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
