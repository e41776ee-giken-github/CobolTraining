       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KCBM114.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：共通
      * プログラム名  ：売掛・買掛相殺処理
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。月次に相殺先対応ファイル(KCCFNXR)
      *                 の得意先・仕入先の対ごとに、請求書発行台帳
      *                 (KCCFIVF)の未回収残と買掛金台帳(KCCFAPF)の
      *                 未払残を集計し、小さい方の額で両側を相殺する。
      *                 相殺額は古い行から順に入金額(CFIVF-NYUKIN-
      *                 KINGAKU)・支払額(CFAPF-SHIHARAI-KINGAKU)へ
      *                 充て、それぞれの新世代(IVO・APO)を書き出す。
      *                 相殺に充てた明細は相殺明細台帳(KCCFNTL)へ
      *                 追記し、「買掛金(2110)／売掛金(1130)」の仕訳
      *                 データ(JNL)を出力、取引先あての相殺通知書
      *                 (RPT)を印字する。返品デビットノート(CFAPF-
      *                 DEBIT-NOTE)は支払時にKSBM111が相殺するので
      *                 ここでは対象外とする。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：仕訳データに得意先コード(CFJNL-TOKU-COD)と
      *                 出力元プログラム(CFJNL-PGM-ID)を設定。
      *                 摘要を20桁に収まる"URIKAKE SOSAI"へ修正
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：会社コードに対応。環境変数KAISHA-COD(省略時
      *                 "01")の会社の請求書・仕入請求書どうしだけを
      *                 相殺し(他社の行はそのまま書き戻す)、仕訳データ
      *                 に会社コードを設定
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT NXR-FILE
             ASSIGN TO EXTERNAL NXR
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-NXR-FILE-ERR.
           SELECT TOK-FILE
             ASSIGN TO EXTERNAL TOK
               FILE STATUS IS WK-TOK-FILE-ERR.
           SELECT SIR-FILE
             ASSIGN TO EXTERNAL SIR
               FILE STATUS IS WK-SIR-FILE-ERR.
           SELECT IVF-FILE
             ASSIGN TO EXTERNAL IVF
               FILE STATUS IS WK-IVF-FILE-ERR.
           SELECT IVO-FILE
             ASSIGN TO EXTERNAL IVO
               FILE STATUS IS WK-IVO-FILE-ERR.
           SELECT APF-FILE
             ASSIGN TO EXTERNAL APF
               FILE STATUS IS WK-APF-FILE-ERR.
           SELECT APO-FILE
             ASSIGN TO EXTERNAL APO
               FILE STATUS IS WK-APO-FILE-ERR.
           SELECT NTL-FILE
             ASSIGN TO EXTERNAL NTL
               FILE STATUS IS WK-NTL-FILE-ERR.
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
       FD  NXR-FILE.
       01  NXR-REC.
           COPY KCCFNXR.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY KCCFTOK.
       FD  SIR-FILE.
       01  SIR-REC.
           COPY KCCFSIR.
       FD  IVF-FILE.
       01  IVF-REC.
           COPY KCCFIVF.
       FD  IVO-FILE.
       01  IVO-REC.
           COPY KCCFIVF.
       FD  APF-FILE.
       01  APF-REC.
           COPY KCCFAPF.
       FD  APO-FILE.
       01  APO-REC.
           COPY KCCFAPF.
       FD  NTL-FILE.
       01  NTL-REC.
           COPY KCCFNTL.
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
       01  WK-NXR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SIR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IVF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IVO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-APF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-APO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-NTL-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-JNL-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  NXR-END-FLG                 PIC  X(01) VALUE "N".
       01  TOK-END-FLG                 PIC  X(01) VALUE "N".
       01  SIR-END-FLG                 PIC  X(01) VALUE "N".
       01  IVF-END-FLG                 PIC  X(01) VALUE "N".
       01  APF-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      *    処理対象の会社(環境変数KAISHA-COD。省略時"01")
       01  WK-KAISHA-COD               PIC  X(02) VALUE "01".
       01  WK-ENV-KAISHA-COD           PIC  X(02) VALUE SPACE.
      ******************************************************************
      *  得意先マスタテーブル(通知書の宛名)
      ******************************************************************
       01  WK-TOK-TBL.
           03  WK-TOK-CNT              PIC  9(05) VALUE ZERO.
           03  WK-TOK-ENT              OCCURS 2000 TIMES
                                        INDEXED BY WK-TOK-IDX.
             05  WK-TOK-TOKU-COD       PIC  X(04).
             05  WK-TOK-TOKU-MEI       PIC  X(20).
             05  WK-TOK-ADDRESS        PIC  X(40).
      ******************************************************************
      *  仕入先マスタテーブル
      ******************************************************************
       01  WK-SIR-TBL.
           03  WK-SIR-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SIR-ENT              OCCURS 2000 TIMES
                                        INDEXED BY WK-SIR-IDX.
             05  WK-SIR-SUPPLIER-COD   PIC  X(06).
             05  WK-SIR-SUPPLIER-MEI   PIC  X(20).
      ******************************************************************
      *  請求書発行台帳テーブル(台帳の並び順のまま保持し、相殺結果を
      *  反映した全件を同じ順でIVOへ書き戻す)
      ******************************************************************
       01  WK-IVF-TBL.
           03  WK-IVF-CNT              PIC  9(05) VALUE ZERO.
           03  WK-IVF-ENT              OCCURS 9999 TIMES
                                        INDEXED BY WK-IVF-IDX.
             05  WK-IVF-INVOICE-NO     PIC  9(08).
             05  WK-IVF-TOKU-COD       PIC  X(04).
             05  WK-IVF-KINGAKU        PIC S9(13).
             05  WK-IVF-NYUKIN         PIC S9(13).
             05  WK-IVF-STATUS         PIC  X(01).
             05  WK-IVF-KAISHA-COD     PIC  X(02).
      ******************************************************************
      *  買掛金台帳テーブル(同上。APOへ書き戻す)
      ******************************************************************
       01  WK-APF-TBL.
           03  WK-APF-CNT              PIC  9(05) VALUE ZERO.
           03  WK-APF-ENT              OCCURS 9999 TIMES
                                        INDEXED BY WK-APF-IDX.
             05  WK-APF-SUPPLIER-COD   PIC  X(06).
             05  WK-APF-INVOICE-NO     PIC  X(10).
             05  WK-APF-KINGAKU        PIC S9(13).
             05  WK-APF-SHIHARAI       PIC S9(13).
             05  WK-APF-STATUS         PIC  X(01).
             05  WK-APF-DENPYO-KBN     PIC  X(01).
             05  WK-APF-KAISHA-COD     PIC  X(02).
       01  WK-POS                      PIC  9(05) VALUE ZERO.
      *
      *    対1件分の集計・配分
       01  WK-AR-ZAN                   PIC S9(13) VALUE ZERO.
       01  WK-AP-ZAN                   PIC S9(13) VALUE ZERO.
       01  WK-SOSAI-KINGAKU            PIC S9(13) VALUE ZERO.
       01  WK-NOKORI                   PIC S9(13) VALUE ZERO.
       01  WK-ZAN                      PIC S9(13) VALUE ZERO.
       01  WK-ATE                      PIC S9(13) VALUE ZERO.
      *
       01  WK-NXR-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-SOSAI-CNT                PIC  9(09) VALUE ZERO.
       01  WK-SOSAI-GOKEI              PIC S9(13) VALUE ZERO.
       01  WK-IVO-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-APO-CNT                  PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  相殺通知書印字用
      ******************************************************************
       01  WK-RPT-HEAD1.
           03  FILLER                  PIC  X(24) VALUE
             "*** SOSAI TSUCHISHO ***".
           03  FILLER                  PIC  X(05) VALUE "DATE=".
           03  WK-RH1-DATE             PIC  9(08).
       01  WK-RPT-HEAD2.
           03  FILLER                  PIC  X(05) VALUE "TOKU=".
           03  WK-RH2-TOKU-COD         PIC  X(04).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RH2-TOKU-MEI         PIC  X(20).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RH2-ADDRESS          PIC  X(40).
       01  WK-RPT-HEAD3.
           03  FILLER                  PIC  X(11) VALUE "SHIIRESAKI=".
           03  WK-RH3-SUPPLIER-COD     PIC  X(06).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RH3-SUPPLIER-MEI     PIC  X(20).
       01  WK-RPT-MEISAI.
           03  WK-RPM-KBN              PIC  X(10).
           03  FILLER                  PIC  X(09) VALUE "DENPYO=".
           03  WK-RPM-DENPYO-NO        PIC  X(10).
           03  FILLER                  PIC  X(06) VALUE " ZAN=".
           03  WK-RPM-ZAN              PIC  -(12)9.
           03  FILLER                  PIC  X(08) VALUE " SOSAI=".
           03  WK-RPM-ATE              PIC  -(12)9.
       01  WK-RPT-GOKEI.
           03  FILLER                  PIC  X(14) VALUE
             "URIKAKE ZAN=".
           03  WK-RPG-AR-ZAN           PIC  -(12)9.
           03  FILLER                  PIC  X(14) VALUE
             " KAIKAKE ZAN=".
           03  WK-RPG-AP-ZAN           PIC  -(12)9.
           03  FILLER                  PIC  X(08) VALUE " SOSAI=".
           03  WK-RPG-SOSAI            PIC  -(12)9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL NXR-END-FLG = "Y"
             PERFORM WRITE-IVO-RTN
             PERFORM WRITE-APO-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
      ******************************************************************
      *    初期処理（業務日付の取得、マスタ・台帳の先読み）
      ******************************************************************
       INIT-RTN            SECTION.
           DISPLAY "*** KCBM114 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
           DISPLAY "KAISHA-COD" UPON ENVIRONMENT-NAME.
           ACCEPT WK-ENV-KAISHA-COD FROM ENVIRONMENT-VALUE.
           IF WK-ENV-KAISHA-COD NOT = SPACE
             MOVE WK-ENV-KAISHA-COD TO WK-KAISHA-COD
           END-IF.
           DISPLAY "*** KCBM114 KAISHA=" WK-KAISHA-COD.
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
           OPEN INPUT TOK-FILE.
           IF WK-TOK-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM114 ABEND NOT TOK-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-TOK-RTN  UNTIL TOK-END-FLG = "Y".
           CLOSE TOK-FILE.
           MOVE HIGH-VALUE TO WK-TOK-FILE-ERR.
      *
           OPEN INPUT SIR-FILE.
           IF WK-SIR-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM114 ABEND NOT SIR-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-SIR-RTN  UNTIL SIR-END-FLG = "Y".
           CLOSE SIR-FILE.
           MOVE HIGH-VALUE TO WK-SIR-FILE-ERR.
      *
           OPEN INPUT IVF-FILE.
           IF WK-IVF-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM114 ABEND NOT IVF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-IVF-RTN  UNTIL IVF-END-FLG = "Y".
           CLOSE IVF-FILE.
           MOVE HIGH-VALUE TO WK-IVF-FILE-ERR.
      *
           OPEN INPUT APF-FILE.
           IF WK-APF-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM114 ABEND NOT APF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-APF-RTN  UNTIL APF-END-FLG = "Y".
           CLOSE APF-FILE.
           MOVE HIGH-VALUE TO WK-APF-FILE-ERR.
      *
           OPEN INPUT NXR-FILE.
           IF WK-NXR-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM114 ABEND NOT NXR-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN EXTEND NTL-FILE.
           IF WK-NTL-FILE-ERR NOT = "00"
             OPEN OUTPUT NTL-FILE
           END-IF.
           IF WK-NTL-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM114 ABEND NOT NTL-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT JNL-FILE.
           IF WK-JNL-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM114 ABEND NOT JNL-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM114 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
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
           IF WK-TOK-CNT >= 2000
             DISPLAY "!!! KCBM114 ABEND : TOK TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-TOK-CNT.
           SET WK-TOK-IDX TO WK-TOK-CNT.
           MOVE CFTOK-TOKU-COD TO WK-TOK-TOKU-COD (WK-TOK-IDX).
           MOVE CFTOK-TOKU-MEI TO WK-TOK-TOKU-MEI (WK-TOK-IDX).
           MOVE CFTOK-ADDRESS TO WK-TOK-ADDRESS (WK-TOK-IDX).
       EXT.
           EXIT.
      *
       LOAD-SIR-RTN        SECTION.
           READ SIR-FILE
             AT END
               MOVE "Y" TO SIR-END-FLG
               GO TO EXT
           END-READ.
           IF WK-SIR-CNT >= 2000
             DISPLAY "!!! KCBM114 ABEND : SIR TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SIR-CNT.
           SET WK-SIR-IDX TO WK-SIR-CNT.
           MOVE CFSIR-SUPPLIER-COD TO WK-SIR-SUPPLIER-COD (WK-SIR-IDX).
           MOVE CFSIR-SUPPLIER-MEI TO WK-SIR-SUPPLIER-MEI (WK-SIR-IDX).
       EXT.
           EXIT.
      *
       LOAD-IVF-RTN        SECTION.
           READ IVF-FILE
             AT END
               MOVE "Y" TO IVF-END-FLG
               GO TO EXT
           END-READ.
           IF WK-IVF-CNT >= 9999
             DISPLAY "!!! KCBM114 ABEND : IVF TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-IVF-CNT.
           SET WK-IVF-IDX TO WK-IVF-CNT.
           MOVE CFIVF-INVOICE-NO OF IVF-REC
             TO WK-IVF-INVOICE-NO (WK-IVF-IDX).
           MOVE CFIVF-TOKU-COD OF IVF-REC
             TO WK-IVF-TOKU-COD (WK-IVF-IDX).
           MOVE CFIVF-KINGAKU OF IVF-REC
             TO WK-IVF-KINGAKU (WK-IVF-IDX).
           MOVE CFIVF-NYUKIN-KINGAKU OF IVF-REC
             TO WK-IVF-NYUKIN (WK-IVF-IDX).
           MOVE CFIVF-STATUS OF IVF-REC
             TO WK-IVF-STATUS (WK-IVF-IDX).
           IF CFIVF-KAISHA-COD OF IVF-REC = SPACE
             MOVE "01" TO WK-IVF-KAISHA-COD (WK-IVF-IDX)
           ELSE
             MOVE CFIVF-KAISHA-COD OF IVF-REC
               TO WK-IVF-KAISHA-COD (WK-IVF-IDX)
           END-IF.
       EXT.
           EXIT.
      *
       LOAD-APF-RTN        SECTION.
           READ APF-FILE
             AT END
               MOVE "Y" TO APF-END-FLG
               GO TO EXT
           END-READ.
           IF WK-APF-CNT >= 9999
             DISPLAY "!!! KCBM114 ABEND : APF TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-APF-CNT.
           SET WK-APF-IDX TO WK-APF-CNT.
           MOVE CFAPF-SUPPLIER-COD OF APF-REC
             TO WK-APF-SUPPLIER-COD (WK-APF-IDX).
           MOVE CFAPF-INVOICE-NO OF APF-REC
             TO WK-APF-INVOICE-NO (WK-APF-IDX).
           MOVE CFAPF-KINGAKU OF APF-REC
             TO WK-APF-KINGAKU (WK-APF-IDX).
           MOVE CFAPF-SHIHARAI-KINGAKU OF APF-REC
             TO WK-APF-SHIHARAI (WK-APF-IDX).
           MOVE CFAPF-STATUS OF APF-REC
             TO WK-APF-STATUS (WK-APF-IDX).
           MOVE CFAPF-DENPYO-KBN OF APF-REC
             TO WK-APF-DENPYO-KBN (WK-APF-IDX).
           IF CFAPF-KAISHA-COD OF APF-REC = SPACE
             MOVE "01" TO WK-APF-KAISHA-COD (WK-APF-IDX)
           ELSE
             MOVE CFAPF-KAISHA-COD OF APF-REC
               TO WK-APF-KAISHA-COD (WK-APF-IDX)
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    相殺先の対1件ごとの相殺
      ******************************************************************
       MAIN-RTN            SECTION.
           READ NXR-FILE
             AT END
               MOVE "Y" TO NXR-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-NXR-CNT.
           IF NOT CFNXR-ACTIVE
             GO TO EXT
           END-IF.
      *
           MOVE ZERO TO WK-AR-ZAN.
           MOVE ZERO TO WK-AP-ZAN.
           PERFORM SUM-AR-RTN
             VARYING WK-IVF-IDX FROM 1 BY 1
             UNTIL WK-IVF-IDX > WK-IVF-CNT.
           PERFORM SUM-AP-RTN
             VARYING WK-APF-IDX FROM 1 BY 1
             UNTIL WK-APF-IDX > WK-APF-CNT.
           IF WK-AR-ZAN <= ZERO OR WK-AP-ZAN <= ZERO
             DISPLAY "*** KCBM114 SOSAI TAISHO NASHI TOKU="
               CFNXR-TOKU-COD " SIR=" CFNXR-SUPPLIER-COD
             GO TO EXT
           END-IF.
           IF WK-AR-ZAN < WK-AP-ZAN
             MOVE WK-AR-ZAN TO WK-SOSAI-KINGAKU
           ELSE
             MOVE WK-AP-ZAN TO WK-SOSAI-KINGAKU
           END-IF.
      *
           PERFORM PRINT-HEAD-RTN.
           MOVE WK-SOSAI-KINGAKU TO WK-NOKORI.
           PERFORM ALLOC-AR-RTN
             VARYING WK-IVF-IDX FROM 1 BY 1
             UNTIL WK-IVF-IDX > WK-IVF-CNT OR WK-NOKORI = ZERO.
           MOVE WK-SOSAI-KINGAKU TO WK-NOKORI.
           PERFORM ALLOC-AP-RTN
             VARYING WK-APF-IDX FROM 1 BY 1
             UNTIL WK-APF-IDX > WK-APF-CNT OR WK-NOKORI = ZERO.
      *
      *    買掛金／売掛金
           MOVE SPACE TO JNL-REC.
           MOVE "KCBM114" TO CFJNL-PGM-ID.
           MOVE WK-KAISHA-COD TO CFJNL-KAISHA-COD.
           MOVE CFNXR-TOKU-COD TO CFJNL-TOKU-COD.
           MOVE WK-BASE-DATE TO CFJNL-DATE.
           MOVE "2110" TO CFJNL-KANJO-COD.
           MOVE "D" TO CFJNL-TAISHAKU.
           MOVE WK-SOSAI-KINGAKU TO CFJNL-KINGAKU.
           STRING "SOSAI" CFNXR-TOKU-COD DELIMITED BY SIZE
             INTO CFJNL-REF
           END-STRING.
           MOVE "URIKAKE SOSAI" TO CFJNL-TEKIYO.
           WRITE JNL-REC.
           MOVE SPACE TO JNL-REC.
           MOVE "KCBM114" TO CFJNL-PGM-ID.
           MOVE WK-KAISHA-COD TO CFJNL-KAISHA-COD.
           MOVE CFNXR-TOKU-COD TO CFJNL-TOKU-COD.
           MOVE WK-BASE-DATE TO CFJNL-DATE.
           MOVE "1130" TO CFJNL-KANJO-COD.
           MOVE "C" TO CFJNL-TAISHAKU.
           MOVE WK-SOSAI-KINGAKU TO CFJNL-KINGAKU.
           STRING "SOSAI" CFNXR-TOKU-COD DELIMITED BY SIZE
             INTO CFJNL-REF
           END-STRING.
           MOVE "URIKAKE SOSAI" TO CFJNL-TEKIYO.
           WRITE JNL-REC.
      *
           MOVE WK-AR-ZAN TO WK-RPG-AR-ZAN.
           MOVE WK-AP-ZAN TO WK-RPG-AP-ZAN.
           MOVE WK-SOSAI-KINGAKU TO WK-RPG-SOSAI.
           MOVE WK-RPT-GOKEI TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           ADD 1 TO WK-SOSAI-CNT.
           ADD WK-SOSAI-KINGAKU TO WK-SOSAI-GOKEI.
       EXT.
           EXIT.
      *
      *    相殺対象の売掛残(未回収・一部入金の正の残高)を積む。
       SUM-AR-RTN          SECTION.
           IF WK-IVF-TOKU-COD (WK-IVF-IDX) = CFNXR-TOKU-COD
            AND WK-IVF-KAISHA-COD (WK-IVF-IDX) = WK-KAISHA-COD
            AND (WK-IVF-STATUS (WK-IVF-IDX) = "O"
              OR WK-IVF-STATUS (WK-IVF-IDX) = "P")
             COMPUTE WK-ZAN = WK-IVF-KINGAKU (WK-IVF-IDX)
                            - WK-IVF-NYUKIN (WK-IVF-IDX)
             IF WK-ZAN > ZERO
               ADD WK-ZAN TO WK-AR-ZAN
             END-IF
           END-IF.
       EXT.
           EXIT.
      *
      *    相殺対象の買掛残(未払・一部支払の仕入請求書の正の残高)を
      *    積む。
       SUM-AP-RTN          SECTION.
           IF WK-APF-SUPPLIER-COD (WK-APF-IDX) = CFNXR-SUPPLIER-COD
            AND WK-APF-KAISHA-COD (WK-APF-IDX) = WK-KAISHA-COD
            AND (WK-APF-STATUS (WK-APF-IDX) = "O"
              OR WK-APF-STATUS (WK-APF-IDX) = "P")
            AND WK-APF-DENPYO-KBN (WK-APF-IDX) NOT = "D"
             COMPUTE WK-ZAN = WK-APF-KINGAKU (WK-APF-IDX)
                            - WK-APF-SHIHARAI (WK-APF-IDX)
             IF WK-ZAN > ZERO
               ADD WK-ZAN TO WK-AP-ZAN
             END-IF
           END-IF.
       EXT.
           EXIT.
      *
      *    売掛側への配分(台帳の古い行から)
       ALLOC-AR-RTN        SECTION.
           IF WK-IVF-TOKU-COD (WK-IVF-IDX) NOT = CFNXR-TOKU-COD
            OR WK-IVF-KAISHA-COD (WK-IVF-IDX) NOT = WK-KAISHA-COD
             GO TO EXT
           END-IF.
           IF WK-IVF-STATUS (WK-IVF-IDX) NOT = "O"
            AND WK-IVF-STATUS (WK-IVF-IDX) NOT = "P"
             GO TO EXT
           END-IF.
           COMPUTE WK-ZAN = WK-IVF-KINGAKU (WK-IVF-IDX)
                          - WK-IVF-NYUKIN (WK-IVF-IDX).
           IF WK-ZAN <= ZERO
             GO TO EXT
           END-IF.
           IF WK-ZAN < WK-NOKORI
             MOVE WK-ZAN TO WK-ATE
           ELSE
             MOVE WK-NOKORI TO WK-ATE
           END-IF.
           ADD WK-ATE TO WK-IVF-NYUKIN (WK-IVF-IDX).
           SUBTRACT WK-ATE FROM WK-NOKORI.
           IF WK-IVF-NYUKIN (WK-IVF-IDX)
                >= WK-IVF-KINGAKU (WK-IVF-IDX)
             MOVE "C" TO WK-IVF-STATUS (WK-IVF-IDX)
           ELSE
             MOVE "P" TO WK-IVF-STATUS (WK-IVF-IDX)
           END-IF.
      *
           MOVE SPACE TO NTL-REC.
           MOVE WK-BASE-DATE TO CFNTL-DATE.
           MOVE CFNXR-TOKU-COD TO CFNTL-TOKU-COD.
           MOVE CFNXR-SUPPLIER-COD TO CFNTL-SUPPLIER-COD.
           MOVE "U" TO CFNTL-KBN.
           MOVE WK-IVF-INVOICE-NO (WK-IVF-IDX) TO CFNTL-AR-INVOICE-NO.
           MOVE WK-ATE TO CFNTL-KINGAKU.
           WRITE NTL-REC.
      *
           MOVE "URIKAKE" TO WK-RPM-KBN.
           MOVE WK-IVF-INVOICE-NO (WK-IVF-IDX) TO WK-RPM-DENPYO-NO.
           MOVE WK-ZAN TO WK-RPM-ZAN.
           MOVE WK-ATE TO WK-RPM-ATE.
           MOVE WK-RPT-MEISAI TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      *    買掛側への配分(台帳の古い行から)
       ALLOC-AP-RTN        SECTION.
           IF WK-APF-SUPPLIER-COD (WK-APF-IDX) NOT = CFNXR-SUPPLIER-COD
            OR WK-APF-KAISHA-COD (WK-APF-IDX) NOT = WK-KAISHA-COD
             GO TO EXT
           END-IF.
           IF WK-APF-STATUS (WK-APF-IDX) NOT = "O"
            AND WK-APF-STATUS (WK-APF-IDX) NOT = "P"
             GO TO EXT
           END-IF.
           IF WK-APF-DENPYO-KBN (WK-APF-IDX) = "D"
             GO TO EXT
           END-IF.
           COMPUTE WK-ZAN = WK-APF-KINGAKU (WK-APF-IDX)
                          - WK-APF-SHIHARAI (WK-APF-IDX).
           IF WK-ZAN <= ZERO
             GO TO EXT
           END-IF.
           IF WK-ZAN < WK-NOKORI
             MOVE WK-ZAN TO WK-ATE
           ELSE
             MOVE WK-NOKORI TO WK-ATE
           END-IF.
           ADD WK-ATE TO WK-APF-SHIHARAI (WK-APF-IDX).
           SUBTRACT WK-ATE FROM WK-NOKORI.
           IF WK-APF-SHIHARAI (WK-APF-IDX)
                >= WK-APF-KINGAKU (WK-APF-IDX)
             MOVE "C" TO WK-APF-STATUS (WK-APF-IDX)
           ELSE
             MOVE "P" TO WK-APF-STATUS (WK-APF-IDX)
           END-IF.
      *
           MOVE SPACE TO NTL-REC.
           MOVE WK-BASE-DATE TO CFNTL-DATE.
           MOVE CFNXR-TOKU-COD TO CFNTL-TOKU-COD.
           MOVE CFNXR-SUPPLIER-COD TO CFNTL-SUPPLIER-COD.
           MOVE "K" TO CFNTL-KBN.
           MOVE ZERO TO CFNTL-AR-INVOICE-NO.
           MOVE WK-APF-INVOICE-NO (WK-APF-IDX) TO CFNTL-AP-INVOICE-NO.
           MOVE WK-ATE TO CFNTL-KINGAKU.
           WRITE NTL-REC.
      *
           MOVE "KAIKAKE" TO WK-RPM-KBN.
           MOVE WK-APF-INVOICE-NO (WK-APF-IDX) TO WK-RPM-DENPYO-NO.
           MOVE WK-ZAN TO WK-RPM-ZAN.
           MOVE WK-ATE TO WK-RPM-ATE.
           MOVE WK-RPT-MEISAI TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    相殺通知書の見出し(取引先1社につき1枚)
      ******************************************************************
       PRINT-HEAD-RTN      SECTION.
           MOVE WK-BASE-DATE TO WK-RH1-DATE.
           MOVE WK-RPT-HEAD1 TO RPT-REC.
           WRITE RPT-REC.
      *
           MOVE CFNXR-TOKU-COD TO WK-RH2-TOKU-COD.
           MOVE SPACE TO WK-RH2-TOKU-MEI.
           MOVE SPACE TO WK-RH2-ADDRESS.
           IF WK-TOK-CNT > ZERO
             SET WK-TOK-IDX TO 1
             SEARCH WK-TOK-ENT
               AT END
                 CONTINUE
               WHEN WK-TOK-IDX > WK-TOK-CNT
                 CONTINUE
               WHEN WK-TOK-TOKU-COD (WK-TOK-IDX) = CFNXR-TOKU-COD
                 MOVE WK-TOK-TOKU-MEI (WK-TOK-IDX) TO WK-RH2-TOKU-MEI
                 MOVE WK-TOK-ADDRESS (WK-TOK-IDX) TO WK-RH2-ADDRESS
             END-SEARCH
           END-IF.
           MOVE WK-RPT-HEAD2 TO RPT-REC.
           WRITE RPT-REC.
      *
           MOVE CFNXR-SUPPLIER-COD TO WK-RH3-SUPPLIER-COD.
           MOVE SPACE TO WK-RH3-SUPPLIER-MEI.
           IF WK-SIR-CNT > ZERO
             SET WK-SIR-IDX TO 1
             SEARCH WK-SIR-ENT
               AT END
                 CONTINUE
               WHEN WK-SIR-IDX > WK-SIR-CNT
                 CONTINUE
               WHEN WK-SIR-SUPPLIER-COD (WK-SIR-IDX)
                      = CFNXR-SUPPLIER-COD
                 MOVE WK-SIR-SUPPLIER-MEI (WK-SIR-IDX)
                   TO WK-RH3-SUPPLIER-MEI
             END-SEARCH
           END-IF.
           MOVE WK-RPT-HEAD3 TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    請求書発行台帳・買掛金台帳の新世代出力（テーブルの相殺
      *    結果を元の並びのまま反映する）
      ******************************************************************
       WRITE-IVO-RTN       SECTION.
           OPEN INPUT IVF-FILE.
           IF WK-IVF-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM114 ABEND NOT IVF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             GO TO EXT
           END-IF.
           OPEN OUTPUT IVO-FILE.
           IF WK-IVO-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM114 ABEND NOT IVO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             GO TO EXT
           END-IF.
           MOVE "N" TO IVF-END-FLG.
           MOVE ZERO TO WK-POS.
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
           ADD 1 TO WK-POS.
           MOVE IVF-REC TO IVO-REC.
           IF WK-POS <= WK-IVF-CNT
             MOVE WK-IVF-NYUKIN (WK-POS)
               TO CFIVF-NYUKIN-KINGAKU OF IVO-REC
             MOVE WK-IVF-STATUS (WK-POS)
               TO CFIVF-STATUS OF IVO-REC
           END-IF.
           WRITE IVO-REC.
           ADD 1 TO WK-IVO-CNT.
       EXT.
           EXIT.
      *
       WRITE-APO-RTN       SECTION.
           OPEN INPUT APF-FILE.
           IF WK-APF-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM114 ABEND NOT APF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             GO TO EXT
           END-IF.
           OPEN OUTPUT APO-FILE.
           IF WK-APO-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM114 ABEND NOT APO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             GO TO EXT
           END-IF.
           MOVE "N" TO APF-END-FLG.
           MOVE ZERO TO WK-POS.
           PERFORM COPY-APF-RTN  UNTIL APF-END-FLG = "Y".
       EXT.
           EXIT.
      *
       COPY-APF-RTN        SECTION.
           READ APF-FILE
             AT END
               MOVE "Y" TO APF-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-POS.
           MOVE APF-REC TO APO-REC.
           IF WK-POS <= WK-APF-CNT
             MOVE WK-APF-SHIHARAI (WK-POS)
               TO CFAPF-SHIHARAI-KINGAKU OF APO-REC
             MOVE WK-APF-STATUS (WK-POS)
               TO CFAPF-STATUS OF APO-REC
           END-IF.
           WRITE APO-REC.
           ADD 1 TO WK-APO-CNT.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-NXR-FILE-ERR = "00"
             CLOSE NXR-FILE
           END-IF.
           IF WK-TOK-FILE-ERR = "00"
             CLOSE TOK-FILE
           END-IF.
           IF WK-SIR-FILE-ERR = "00"
             CLOSE SIR-FILE
           END-IF.
           IF WK-IVF-FILE-ERR = "00"
             CLOSE IVF-FILE
           END-IF.
           IF WK-IVO-FILE-ERR = "00"
             CLOSE IVO-FILE
           END-IF.
           IF WK-APF-FILE-ERR = "00"
             CLOSE APF-FILE
           END-IF.
           IF WK-APO-FILE-ERR = "00"
             CLOSE APO-FILE
           END-IF.
           IF WK-NTL-FILE-ERR = "00"
             CLOSE NTL-FILE
           END-IF.
           IF WK-JNL-FILE-ERR = "00"
             CLOSE JNL-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "NXRCNT=" WK-NXR-CNT.
           DISPLAY "SOSAICNT=" WK-SOSAI-CNT.
           DISPLAY "SOSAIGOKEI=" WK-SOSAI-GOKEI.
           DISPLAY "IVOCNT=" WK-IVO-CNT.
           DISPLAY "APOCNT=" WK-APO-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KCBM114 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KCBM114"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "NXRCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-NXR-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "SOSAICNT"            TO RUNHIS-CNT-LABEL (2).
           MOVE WK-SOSAI-CNT          TO RUNHIS-CNT-VALUE (2).
           MOVE "SOSAIGOKEI"          TO RUNHIS-CNT-LABEL (3).
           MOVE WK-SOSAI-GOKEI        TO RUNHIS-CNT-VALUE (3).
           MOVE "IVOCNT"              TO RUNHIS-CNT-LABEL (4).
           MOVE WK-IVO-CNT            TO RUNHIS-CNT-VALUE (4).
           MOVE "APOCNT"              TO RUNHIS-CNT-LABEL (5).
           MOVE WK-APO-CNT            TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KCBM114 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
