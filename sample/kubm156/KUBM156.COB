       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KUBM156.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：貸倒引当金計算・仕訳計上
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。月末に実行し、請求書発行台帳
      *                 (KCCFIVF)の未回収残高を売掛金年齢表(KUBM076)
      *                 と同じ経過日数区分(発行日から30／60／90／120
      *                 日)で得意先別に集計し、貸倒引当率マスタ
      *                 (KCCFBDR)の区分別の率で一般引当額を求める。
      *                 個別引当指定(KCCFBDK)のある得意先は指定の額
      *                 または率、与信保留中(KCCFCHD)の得意先は保留
      *                 先の率(手形不渡りは区分"9"、それ以外は"8")で
      *                 残高全体に引き当てる。引当金残高と前月残高
      *                 (KCCFBDB)の差額を繰入(8450／1190)または戻入
      *                 (1190／8460)の仕訳データ(JNL)としてKUBM078
      *                 の出力へ併合し、今回残高を履歴へ追記する。
      *                 監査用に得意先×年齢区分の引当明細表(RPT)を
      *                 印字する。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：貸倒償却済("W")の請求書を集計から除外。
      *                 貸倒償却処理(KUBM157)が残高履歴へ追記する取崩
      *                 ("T")行を前月残高から差し引いて差額を求める。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：仕訳データに出力元プログラム(CFJNL-PGM-ID)を
      *                 設定
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：会社コードに対応。環境変数KAISHA-COD(省略時
      *                 "01")の会社の請求書だけを集計し、前月残高も
      *                 その会社の履歴行から求める。残高履歴と仕訳
      *                 データに会社コードを設定
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT IVF-FILE
             ASSIGN TO EXTERNAL IVF
               FILE STATUS IS WK-IVF-FILE-ERR.
           SELECT BDR-FILE
             ASSIGN TO EXTERNAL BDR
               FILE STATUS IS WK-BDR-FILE-ERR.
           SELECT BDK-FILE
             ASSIGN TO EXTERNAL BDK
               FILE STATUS IS WK-BDK-FILE-ERR.
           SELECT CHD-FILE
             ASSIGN TO EXTERNAL CHD
               FILE STATUS IS WK-CHD-FILE-ERR.
           SELECT BDB-FILE
             ASSIGN TO EXTERNAL BDB
               FILE STATUS IS WK-BDB-FILE-ERR.
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
       FD  IVF-FILE.
       01  IVF-REC.
           COPY KCCFIVF.
       FD  BDR-FILE.
       01  BDR-REC.
           COPY KCCFBDR.
       FD  BDK-FILE.
       01  BDK-REC.
           COPY KCCFBDK.
       FD  CHD-FILE.
       01  CHD-REC.
           COPY KCCFCHD.
       FD  BDB-FILE.
       01  BDB-REC.
           COPY KCCFBDB.
       FD  JNL-FILE.
       01  JNL-REC.
           COPY KCCFJNL.
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
       01  WK-IVF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-BDR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-BDK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-CHD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-BDB-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-JNL-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  IVF-END-FLG                 PIC  X(01) VALUE "N".
       01  BDR-END-FLG                 PIC  X(01) VALUE "N".
       01  BDK-END-FLG                 PIC  X(01) VALUE "N".
       01  CHD-END-FLG                 PIC  X(01) VALUE "N".
       01  BDB-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      *    処理対象の会社(環境変数KAISHA-COD。省略時"01")
       01  WK-KAISHA-COD               PIC  X(02) VALUE "01".
       01  WK-ENV-KAISHA-COD           PIC  X(02) VALUE SPACE.
       01  WK-ROW-KAISHA-COD           PIC  X(02) VALUE SPACE.
       01  WK-TASHA-SKIP-CNT           PIC  9(09) VALUE ZERO.
       01  WK-BASE-INT                 PIC  9(08) VALUE ZERO.
       01  WK-KEIKA-NISSU              PIC S9(05) VALUE ZERO.
       01  WK-BUCKET-NO                PIC  9(01) VALUE ZERO.
       01  WK-ZANDAKA                  PIC S9(13) VALUE ZERO.
      ******************************************************************
      *  引当率(区分1～5＝年齢区分、8＝与信保留先、9＝不渡り先)
      ******************************************************************
       01  WK-RATE-TBL.
           03  WK-RATE                 PIC  9(01)V9(04) OCCURS 9 TIMES.
           03  WK-RATE-ARI             PIC  X(01) OCCURS 9 TIMES.
       01  WK-RATE-NO                  PIC  9(01) VALUE ZERO.
      ******************************************************************
      *  個別引当指定テーブル
      ******************************************************************
       01  WK-BDK-TBL.
           03  WK-BDK-CNT              PIC  9(04) VALUE ZERO.
           03  WK-BDK-ENT              OCCURS 1000 TIMES
                                        INDEXED BY WK-BDK-IDX.
             05  WK-BDK-TOKU-COD       PIC  X(04).
             05  WK-BDK-RATE           PIC  9(01)V9(04).
             05  WK-BDK-KINGAKU        PIC S9(13).
       01  WK-BDK-FOUND-FLG            PIC  X(01) VALUE "N".
      ******************************************************************
      *  与信保留中の得意先テーブル(保留理由つき)
      ******************************************************************
       01  WK-CHD-TBL.
           03  WK-CHD-CNT              PIC  9(04) VALUE ZERO.
           03  WK-CHD-ENT              OCCURS 2000 TIMES
                                        INDEXED BY WK-CHD-IDX.
             05  WK-CHD-TOKU-COD       PIC  X(04).
             05  WK-CHD-RIYU           PIC  X(01).
       01  WK-CHD-FOUND-FLG            PIC  X(01) VALUE "N".
      ******************************************************************
      *  得意先別年齢集計テーブル(区分1=30日以内 2=31-60 3=61-90
      *  4=91-120 5=120日超)
      ******************************************************************
       01  WK-AGE-TBL.
           03  WK-AGE-CNT              PIC  9(05) VALUE ZERO.
           03  WK-AGE-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-AGE-IDX.
             05  WK-AGE-TOKU-COD       PIC  X(04).
             05  WK-AGE-BUCKET         PIC S9(13) OCCURS 5 TIMES.
       01  WK-AGE-FOUND-FLG            PIC  X(01) VALUE "N".
       01  WK-T                        PIC  9(05) VALUE ZERO.
       01  WK-B                        PIC  9(01) VALUE ZERO.
      *
      *    得意先1件分の計算用
       01  WK-TOKU-ZAN                 PIC S9(13) VALUE ZERO.
       01  WK-TOKU-HIKIATE             PIC S9(13) VALUE ZERO.
       01  WK-BUCKET-HIKIATE           PIC S9(13) VALUE ZERO.
      *    引当区分：SPACE=一般  "K"=個別指定  "F"=不渡り  "H"=保留
       01  WK-HIKIATE-KBN              PIC  X(01) VALUE SPACE.
      *
      *    合計
       01  WK-SOU-BUCKET-TBL.
           03  WK-SOU-BUCKET           PIC S9(13) OCCURS 5 TIMES.
           03  WK-SOU-B-HIKIATE        PIC S9(13) OCCURS 5 TIMES.
       01  WK-SOU-ZAN                  PIC S9(13) VALUE ZERO.
       01  WK-IPPAN-GOKEI              PIC S9(13) VALUE ZERO.
       01  WK-KOBETSU-GOKEI            PIC S9(13) VALUE ZERO.
       01  WK-HIKIATE-GOKEI            PIC S9(13) VALUE ZERO.
       01  WK-ZENGETSU-ZAN             PIC S9(13) VALUE ZERO.
       01  WK-ZENGETSU-DATE            PIC  9(08) VALUE ZERO.
       01  WK-TORIKUZUSHI              PIC S9(13) VALUE ZERO.
       01  WK-SAGAKU                   PIC S9(13) VALUE ZERO.
       01  WK-SAGAKU-ABS               PIC S9(13) VALUE ZERO.
      *
       01  WK-IVF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-OPEN-CNT                 PIC  9(09) VALUE ZERO.
       01  WK-KOBETSU-CNT              PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  引当明細表印字用
      ******************************************************************
       01  WK-RPT-HEAD1.
           03  FILLER                  PIC  X(40) VALUE
             "*** KASHIDAORE HIKIATEKIN MEISAI ***".
           03  FILLER                  PIC  X(05) VALUE "DATE=".
           03  WK-RH1-DATE             PIC  9(08).
       01  WK-RPT-HEAD2.
           03  FILLER                  PIC  X(06) VALUE "TOKU".
           03  FILLER                  PIC  X(12) VALUE "         -30".
           03  FILLER                  PIC  X(12) VALUE "         -60".
           03  FILLER                  PIC  X(12) VALUE "         -90".
           03  FILLER                  PIC  X(12) VALUE "        -120".
           03  FILLER                  PIC  X(12) VALUE "     120OVER".
           03  FILLER                  PIC  X(14) VALUE
             "       ZANDAKA".
           03  FILLER                  PIC  X(04) VALUE " KBN".
           03  FILLER                  PIC  X(14) VALUE
             "       HIKIATE".
       01  WK-RPT-MEISAI.
           03  WK-RPM-TOKU-COD         PIC  X(04).
           03  FILLER                  PIC  X(02) VALUE SPACE.
           03  WK-RPM-BUCKET           PIC  -(11)9 OCCURS 5 TIMES.
           03  WK-RPM-ZAN              PIC  -(13)9.
           03  FILLER                  PIC  X(03) VALUE SPACE.
           03  WK-RPM-KBN              PIC  X(01).
           03  WK-RPM-HIKIATE          PIC  -(13)9.
       01  WK-RPT-SUMMARY.
           03  WK-RPS-TITLE            PIC  X(20).
           03  WK-RPS-KINGAKU          PIC  -(13)9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL IVF-END-FLG = "Y"
             MOVE WK-BASE-DATE TO WK-RH1-DATE
             MOVE WK-RPT-HEAD1 TO RPT-REC
             WRITE RPT-REC
             MOVE WK-RPT-HEAD2 TO RPT-REC
             WRITE RPT-REC
             PERFORM CALC-RTN
               VARYING WK-T FROM 1 BY 1 UNTIL WK-T > WK-AGE-CNT
             PERFORM PRINT-TOTAL-RTN
             PERFORM WRITE-JNL-RTN
             PERFORM WRITE-BDB-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
      ******************************************************************
      *    初期処理（引当率・個別指定・保留先・前月残高の先読み）
      ******************************************************************
       INIT-RTN            SECTION.
           DISPLAY "*** KUBM156 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
           DISPLAY "KAISHA-COD" UPON ENVIRONMENT-NAME.
           ACCEPT WK-ENV-KAISHA-COD FROM ENVIRONMENT-VALUE.
           IF WK-ENV-KAISHA-COD NOT = SPACE
             MOVE WK-ENV-KAISHA-COD TO WK-KAISHA-COD
           END-IF.
           DISPLAY "*** KUBM156 KAISHA=" WK-KAISHA-COD.
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
           MOVE FUNCTION INTEGER-OF-DATE (WK-BASE-DATE)
             TO WK-BASE-INT.
      *
           MOVE ZERO TO WK-RATE (1) WK-RATE (2) WK-RATE (3)
                        WK-RATE (4) WK-RATE (5) WK-RATE (6)
                        WK-RATE (7) WK-RATE (8) WK-RATE (9).
           MOVE "N" TO WK-RATE-ARI (1) WK-RATE-ARI (2)
                       WK-RATE-ARI (3) WK-RATE-ARI (4)
                       WK-RATE-ARI (5) WK-RATE-ARI (6)
                       WK-RATE-ARI (7) WK-RATE-ARI (8)
                       WK-RATE-ARI (9).
           MOVE ZERO TO WK-SOU-BUCKET (1) WK-SOU-BUCKET (2)
                        WK-SOU-BUCKET (3) WK-SOU-BUCKET (4)
                        WK-SOU-BUCKET (5).
           MOVE ZERO TO WK-SOU-B-HIKIATE (1) WK-SOU-B-HIKIATE (2)
                        WK-SOU-B-HIKIATE (3) WK-SOU-B-HIKIATE (4)
                        WK-SOU-B-HIKIATE (5).
      *
           OPEN INPUT BDR-FILE.
           IF WK-BDR-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM156 ABEND NOT BDR-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-BDR-RTN  UNTIL BDR-END-FLG = "Y".
           CLOSE BDR-FILE.
           MOVE HIGH-VALUE TO WK-BDR-FILE-ERR.
      *
      *    個別引当指定・与信保留ファイルは無ければ該当なしとする
           OPEN INPUT BDK-FILE.
           IF WK-BDK-FILE-ERR = "00"
             PERFORM LOAD-BDK-RTN  UNTIL BDK-END-FLG = "Y"
             CLOSE BDK-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-BDK-FILE-ERR.
           OPEN INPUT CHD-FILE.
           IF WK-CHD-FILE-ERR = "00"
             PERFORM LOAD-CHD-RTN  UNTIL CHD-END-FLG = "Y"
             CLOSE CHD-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-CHD-FILE-ERR.
      *
      *    前月残高(基準日の年月より前の最新行)。初回は残高ZERO
           OPEN INPUT BDB-FILE.
           IF WK-BDB-FILE-ERR = "00"
             PERFORM LOAD-BDB-RTN  UNTIL BDB-END-FLG = "Y"
             CLOSE BDB-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-BDB-FILE-ERR.
           ADD WK-TORIKUZUSHI TO WK-ZENGETSU-ZAN.
           DISPLAY "*** KUBM156 ZENGETSU=" WK-ZENGETSU-DATE
             " " WK-ZENGETSU-ZAN.
      *
           OPEN INPUT IVF-FILE.
           IF WK-IVF-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM156 ABEND NOT IVF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT JNL-FILE.
           IF WK-JNL-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM156 ABEND NOT JNL-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM156 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
       EXT.
           EXIT.
      *
       LOAD-BDR-RTN        SECTION.
           READ BDR-FILE
             AT END
               MOVE "Y" TO BDR-END-FLG
               GO TO EXT
           END-READ.
           IF CFBDR-KBN NOT NUMERIC
            OR CFBDR-KBN = "0"
             DISPLAY "*** KUBM156 WARNING BDR KBN " CFBDR-KBN
             MOVE RC-WARNING TO RETURN-CODE
             GO TO EXT
           END-IF.
           MOVE CFBDR-KBN TO WK-RATE-NO.
           MOVE CFBDR-RATE TO WK-RATE (WK-RATE-NO).
           MOVE "Y" TO WK-RATE-ARI (WK-RATE-NO).
       EXT.
           EXIT.
      *
       LOAD-BDK-RTN        SECTION.
           READ BDK-FILE
             AT END
               MOVE "Y" TO BDK-END-FLG
               GO TO EXT
           END-READ.
           IF WK-BDK-CNT >= 1000
             DISPLAY "!!! KUBM156 ABEND : BDK TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-BDK-CNT.
           SET WK-BDK-IDX TO WK-BDK-CNT.
           MOVE CFBDK-TOKU-COD TO WK-BDK-TOKU-COD (WK-BDK-IDX).
           MOVE CFBDK-RATE TO WK-BDK-RATE (WK-BDK-IDX).
           MOVE CFBDK-KINGAKU TO WK-BDK-KINGAKU (WK-BDK-IDX).
       EXT.
           EXIT.
      *
      *    保留中("H")の行だけを積む。
       LOAD-CHD-RTN        SECTION.
           READ CHD-FILE
             AT END
               MOVE "Y" TO CHD-END-FLG
               GO TO EXT
           END-READ.
           IF NOT CFCHD-HELD
             GO TO EXT
           END-IF.
           IF WK-CHD-CNT >= 2000
             DISPLAY "!!! KUBM156 ABEND : CHD TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-CHD-CNT.
           SET WK-CHD-IDX TO WK-CHD-CNT.
           MOVE CFCHD-TOKU-COD TO WK-CHD-TOKU-COD (WK-CHD-IDX).
           MOVE CFCHD-HOLD-RIYU TO WK-CHD-RIYU (WK-CHD-IDX).
       EXT.
           EXIT.
      *
       LOAD-BDB-RTN        SECTION.
           READ BDB-FILE
             AT END
               MOVE "Y" TO BDB-END-FLG
               GO TO EXT
           END-READ.
           IF CFBDB-KAISHA-COD = SPACE
             MOVE "01" TO WK-ROW-KAISHA-COD
           ELSE
             MOVE CFBDB-KAISHA-COD TO WK-ROW-KAISHA-COD
           END-IF.
           IF WK-ROW-KAISHA-COD NOT = WK-KAISHA-COD
             GO TO EXT
           END-IF.
      *    履歴は追記順なので、前月残高の行より後の取崩だけを積む
           IF CFBDB-GETSUJI
            AND CFBDB-DATE (1:6) < WK-BASE-DATE (1:6)
            AND CFBDB-DATE >= WK-ZENGETSU-DATE
             MOVE CFBDB-DATE TO WK-ZENGETSU-DATE
             MOVE CFBDB-ZANDAKA TO WK-ZENGETSU-ZAN
             MOVE ZERO TO WK-TORIKUZUSHI
           END-IF.
           IF CFBDB-TORIKUZUSHI
            AND CFBDB-DATE <= WK-BASE-DATE
             ADD CFBDB-SAGAKU TO WK-TORIKUZUSHI
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    請求書1件ごとの年齢区分集計(KUBM076と同じ区分)
      ******************************************************************
       MAIN-RTN            SECTION.
           READ IVF-FILE
             AT END
               MOVE "Y" TO IVF-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-IVF-CNT.
           IF CFIVF-KAISHA-COD = SPACE
             MOVE "01" TO WK-ROW-KAISHA-COD
           ELSE
             MOVE CFIVF-KAISHA-COD TO WK-ROW-KAISHA-COD
           END-IF.
           IF WK-ROW-KAISHA-COD NOT = WK-KAISHA-COD
             ADD 1 TO WK-TASHA-SKIP-CNT
             GO TO EXT
           END-IF.
           IF CFIVF-CLEARED
            OR CFIVF-VOIDED
            OR CFIVF-WRITTEN-OFF
             GO TO EXT
           END-IF.
           COMPUTE WK-ZANDAKA = CFIVF-KINGAKU - CFIVF-NYUKIN-KINGAKU.
           IF WK-ZANDAKA <= ZERO
             GO TO EXT
           END-IF.
           ADD 1 TO WK-OPEN-CNT.
      *
           COMPUTE WK-KEIKA-NISSU = WK-BASE-INT
             - FUNCTION INTEGER-OF-DATE (CFIVF-HAKKO-DATE).
           EVALUATE TRUE
             WHEN WK-KEIKA-NISSU <= 30
               MOVE 1 TO WK-BUCKET-NO
             WHEN WK-KEIKA-NISSU <= 60
               MOVE 2 TO WK-BUCKET-NO
             WHEN WK-KEIKA-NISSU <= 90
               MOVE 3 TO WK-BUCKET-NO
             WHEN WK-KEIKA-NISSU <= 120
               MOVE 4 TO WK-BUCKET-NO
             WHEN OTHER
               MOVE 5 TO WK-BUCKET-NO
           END-EVALUATE.
      *
           MOVE "N" TO WK-AGE-FOUND-FLG.
           IF WK-AGE-CNT > ZERO
             SET WK-AGE-IDX TO 1
             SEARCH WK-AGE-ENT
               AT END
                 CONTINUE
               WHEN WK-AGE-IDX > WK-AGE-CNT
                 CONTINUE
               WHEN WK-AGE-TOKU-COD (WK-AGE-IDX) = CFIVF-TOKU-COD
                 MOVE "Y" TO WK-AGE-FOUND-FLG
             END-SEARCH
           END-IF.
           IF WK-AGE-FOUND-FLG = "N"
             IF WK-AGE-CNT >= 5000
               DISPLAY "!!! KUBM156 ABEND : AGE TABLE FULL !!!"
               MOVE RC-ABEND TO RETURN-CODE
               PERFORM TERM-RTN
               STOP RUN
             END-IF
             ADD 1 TO WK-AGE-CNT
             SET WK-AGE-IDX TO WK-AGE-CNT
             MOVE CFIVF-TOKU-COD TO WK-AGE-TOKU-COD (WK-AGE-IDX)
             MOVE ZERO TO WK-AGE-BUCKET (WK-AGE-IDX 1)
             MOVE ZERO TO WK-AGE-BUCKET (WK-AGE-IDX 2)
             MOVE ZERO TO WK-AGE-BUCKET (WK-AGE-IDX 3)
             MOVE ZERO TO WK-AGE-BUCKET (WK-AGE-IDX 4)
             MOVE ZERO TO WK-AGE-BUCKET (WK-AGE-IDX 5)
           END-IF.
           ADD WK-ZANDAKA TO WK-AGE-BUCKET (WK-AGE-IDX WK-BUCKET-NO).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    得意先1件分の引当額計算と明細印字
      ******************************************************************
       CALC-RTN            SECTION.
           SET WK-AGE-IDX TO WK-T.
           COMPUTE WK-TOKU-ZAN = WK-AGE-BUCKET (WK-AGE-IDX 1)
                               + WK-AGE-BUCKET (WK-AGE-IDX 2)
                               + WK-AGE-BUCKET (WK-AGE-IDX 3)
                               + WK-AGE-BUCKET (WK-AGE-IDX 4)
                               + WK-AGE-BUCKET (WK-AGE-IDX 5).
           MOVE ZERO TO WK-TOKU-HIKIATE.
           MOVE SPACE TO WK-HIKIATE-KBN.
      *
      *    個別引当指定
           MOVE "N" TO WK-BDK-FOUND-FLG.
           IF WK-BDK-CNT > ZERO
             SET WK-BDK-IDX TO 1
             SEARCH WK-BDK-ENT
               AT END
                 CONTINUE
               WHEN WK-BDK-IDX > WK-BDK-CNT
                 CONTINUE
               WHEN WK-BDK-TOKU-COD (WK-BDK-IDX)
                      = WK-AGE-TOKU-COD (WK-AGE-IDX)
                 MOVE "Y" TO WK-BDK-FOUND-FLG
             END-SEARCH
           END-IF.
           IF WK-BDK-FOUND-FLG = "Y"
             MOVE "K" TO WK-HIKIATE-KBN
             IF WK-BDK-KINGAKU (WK-BDK-IDX) NOT = ZERO
               MOVE WK-BDK-KINGAKU (WK-BDK-IDX) TO WK-TOKU-HIKIATE
             ELSE
               COMPUTE WK-TOKU-HIKIATE ROUNDED =
                 WK-TOKU-ZAN * WK-BDK-RATE (WK-BDK-IDX)
             END-IF
             GO TO KOBETSU-END
           END-IF.
      *
      *    与信保留中の得意先(不渡り"9"／その他"8"の率があれば)
           MOVE "N" TO WK-CHD-FOUND-FLG.
           IF WK-CHD-CNT > ZERO
             SET WK-CHD-IDX TO 1
             SEARCH WK-CHD-ENT
               AT END
                 CONTINUE
               WHEN WK-CHD-IDX > WK-CHD-CNT
                 CONTINUE
               WHEN WK-CHD-TOKU-COD (WK-CHD-IDX)
                      = WK-AGE-TOKU-COD (WK-AGE-IDX)
                 MOVE "Y" TO WK-CHD-FOUND-FLG
             END-SEARCH
           END-IF.
           IF WK-CHD-FOUND-FLG = "Y"
             IF WK-CHD-RIYU (WK-CHD-IDX) = "F"
               MOVE 9 TO WK-RATE-NO
               MOVE "F" TO WK-HIKIATE-KBN
             ELSE
               MOVE 8 TO WK-RATE-NO
               MOVE "H" TO WK-HIKIATE-KBN
             END-IF
             IF WK-RATE-ARI (WK-RATE-NO) = "Y"
               COMPUTE WK-TOKU-HIKIATE ROUNDED =
                 WK-TOKU-ZAN * WK-RATE (WK-RATE-NO)
               GO TO KOBETSU-END
             END-IF
             MOVE SPACE TO WK-HIKIATE-KBN
           END-IF.
      *
      *    一般引当：年齢区分ごとの残高×区分の率
           PERFORM IPPAN-RTN
             VARYING WK-B FROM 1 BY 1 UNTIL WK-B > 5.
           ADD WK-TOKU-HIKIATE TO WK-IPPAN-GOKEI.
           GO TO PRINT-OUT.
       KOBETSU-END.
           IF WK-TOKU-HIKIATE > WK-TOKU-ZAN
             MOVE WK-TOKU-ZAN TO WK-TOKU-HIKIATE
           END-IF.
           ADD WK-TOKU-HIKIATE TO WK-KOBETSU-GOKEI.
           ADD 1 TO WK-KOBETSU-CNT.
       PRINT-OUT.
           ADD WK-TOKU-HIKIATE TO WK-HIKIATE-GOKEI.
           ADD WK-TOKU-ZAN TO WK-SOU-ZAN.
           PERFORM SOU-BUCKET-RTN
             VARYING WK-B FROM 1 BY 1 UNTIL WK-B > 5.
      *
           MOVE WK-AGE-TOKU-COD (WK-AGE-IDX) TO WK-RPM-TOKU-COD.
           PERFORM SET-RPM-BUCKET-RTN
             VARYING WK-B FROM 1 BY 1 UNTIL WK-B > 5.
           MOVE WK-TOKU-ZAN TO WK-RPM-ZAN.
           MOVE WK-HIKIATE-KBN TO WK-RPM-KBN.
           MOVE WK-TOKU-HIKIATE TO WK-RPM-HIKIATE.
           MOVE WK-RPT-MEISAI TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       IPPAN-RTN           SECTION.
           COMPUTE WK-BUCKET-HIKIATE ROUNDED =
             WK-AGE-BUCKET (WK-AGE-IDX WK-B) * WK-RATE (WK-B).
           ADD WK-BUCKET-HIKIATE TO WK-TOKU-HIKIATE.
           ADD WK-BUCKET-HIKIATE TO WK-SOU-B-HIKIATE (WK-B).
       EXT.
           EXIT.
      *
       SOU-BUCKET-RTN      SECTION.
           ADD WK-AGE-BUCKET (WK-AGE-IDX WK-B) TO WK-SOU-BUCKET (WK-B).
       EXT.
           EXIT.
      *
       SET-RPM-BUCKET-RTN  SECTION.
           MOVE WK-AGE-BUCKET (WK-AGE-IDX WK-B)
             TO WK-RPM-BUCKET (WK-B).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    合計行と引当金残高・前月比の印字
      ******************************************************************
       PRINT-TOTAL-RTN     SECTION.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "ZAN " TO WK-RPM-TOKU-COD.
           MOVE WK-SOU-BUCKET (1) TO WK-RPM-BUCKET (1).
           MOVE WK-SOU-BUCKET (2) TO WK-RPM-BUCKET (2).
           MOVE WK-SOU-BUCKET (3) TO WK-RPM-BUCKET (3).
           MOVE WK-SOU-BUCKET (4) TO WK-RPM-BUCKET (4).
           MOVE WK-SOU-BUCKET (5) TO WK-RPM-BUCKET (5).
           MOVE WK-SOU-ZAN TO WK-RPM-ZAN.
           MOVE SPACE TO WK-RPM-KBN.
           MOVE WK-HIKIATE-GOKEI TO WK-RPM-HIKIATE.
           MOVE WK-RPT-MEISAI TO RPT-REC.
           WRITE RPT-REC.
      *    一般引当の区分別内訳
           MOVE "IPP " TO WK-RPM-TOKU-COD.
           MOVE WK-SOU-B-HIKIATE (1) TO WK-RPM-BUCKET (1).
           MOVE WK-SOU-B-HIKIATE (2) TO WK-RPM-BUCKET (2).
           MOVE WK-SOU-B-HIKIATE (3) TO WK-RPM-BUCKET (3).
           MOVE WK-SOU-B-HIKIATE (4) TO WK-RPM-BUCKET (4).
           MOVE WK-SOU-B-HIKIATE (5) TO WK-RPM-BUCKET (5).
           MOVE ZERO TO WK-RPM-ZAN.
           MOVE WK-IPPAN-GOKEI TO WK-RPM-HIKIATE.
           MOVE WK-RPT-MEISAI TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
      *
           COMPUTE WK-SAGAKU = WK-HIKIATE-GOKEI - WK-ZENGETSU-ZAN.
           MOVE "IPPAN HIKIATE" TO WK-RPS-TITLE.
           MOVE WK-IPPAN-GOKEI TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           MOVE "KOBETSU HIKIATE" TO WK-RPS-TITLE.
           MOVE WK-KOBETSU-GOKEI TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           MOVE "HIKIATEKIN ZANDAKA" TO WK-RPS-TITLE.
           MOVE WK-HIKIATE-GOKEI TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           MOVE "SHOKYAKU TORIKUZUSHI" TO WK-RPS-TITLE.
           MOVE WK-TORIKUZUSHI TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           MOVE "ZENGETSU ZANDAKA" TO WK-RPS-TITLE.
           MOVE WK-ZENGETSU-ZAN TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           IF WK-SAGAKU < ZERO
             MOVE "REINYU GAKU" TO WK-RPS-TITLE
           ELSE
             MOVE "KURIIRE GAKU" TO WK-RPS-TITLE
           END-IF.
           MOVE WK-SAGAKU TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    繰入(8450／1190)・戻入(1190／8460)の仕訳
      ******************************************************************
       WRITE-JNL-RTN       SECTION.
           IF WK-SAGAKU = ZERO
             GO TO EXT
           END-IF.
           IF WK-SAGAKU > ZERO
             MOVE WK-SAGAKU TO WK-SAGAKU-ABS
             MOVE SPACE TO JNL-REC
             MOVE "KUBM156" TO CFJNL-PGM-ID
             MOVE WK-KAISHA-COD TO CFJNL-KAISHA-COD
             MOVE WK-BASE-DATE TO CFJNL-DATE
             MOVE "8450" TO CFJNL-KANJO-COD
             MOVE "D" TO CFJNL-TAISHAKU
             MOVE WK-SAGAKU-ABS TO CFJNL-KINGAKU
             MOVE WK-BASE-DATE TO CFJNL-REF
             MOVE "HIKIATEKIN KURIIRE" TO CFJNL-TEKIYO
             WRITE JNL-REC
             MOVE SPACE TO JNL-REC
             MOVE "KUBM156" TO CFJNL-PGM-ID
             MOVE WK-KAISHA-COD TO CFJNL-KAISHA-COD
             MOVE WK-BASE-DATE TO CFJNL-DATE
             MOVE "1190" TO CFJNL-KANJO-COD
             MOVE "C" TO CFJNL-TAISHAKU
             MOVE WK-SAGAKU-ABS TO CFJNL-KINGAKU
             MOVE WK-BASE-DATE TO CFJNL-REF
             MOVE "HIKIATEKIN KURIIRE" TO CFJNL-TEKIYO
             WRITE JNL-REC
           ELSE
             COMPUTE WK-SAGAKU-ABS = ZERO - WK-SAGAKU
             MOVE SPACE TO JNL-REC
             MOVE "KUBM156" TO CFJNL-PGM-ID
             MOVE WK-KAISHA-COD TO CFJNL-KAISHA-COD
             MOVE WK-BASE-DATE TO CFJNL-DATE
             MOVE "1190" TO CFJNL-KANJO-COD
             MOVE "D" TO CFJNL-TAISHAKU
             MOVE WK-SAGAKU-ABS TO CFJNL-KINGAKU
             MOVE WK-BASE-DATE TO CFJNL-REF
             MOVE "HIKIATEKIN REINYU" TO CFJNL-TEKIYO
             WRITE JNL-REC
             MOVE SPACE TO JNL-REC
             MOVE "KUBM156" TO CFJNL-PGM-ID
             MOVE WK-KAISHA-COD TO CFJNL-KAISHA-COD
             MOVE WK-BASE-DATE TO CFJNL-DATE
             MOVE "8460" TO CFJNL-KANJO-COD
             MOVE "C" TO CFJNL-TAISHAKU
             MOVE WK-SAGAKU-ABS TO CFJNL-KINGAKU
             MOVE WK-BASE-DATE TO CFJNL-REF
             MOVE "HIKIATEKIN REINYU" TO CFJNL-TEKIYO
             WRITE JNL-REC
           END-IF.
       EXT.
           EXIT.
      *
      *    今回残高を残高履歴へ追記する。
       WRITE-BDB-RTN       SECTION.
           OPEN EXTEND BDB-FILE.
           IF WK-BDB-FILE-ERR NOT = "00"
             OPEN OUTPUT BDB-FILE
           END-IF.
           IF WK-BDB-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM156 ABEND NOT BDB-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             GO TO EXT
           END-IF.
           MOVE SPACE TO BDB-REC.
           MOVE WK-BASE-DATE TO CFBDB-DATE.
           MOVE "M" TO CFBDB-KBN.
           MOVE WK-KAISHA-COD TO CFBDB-KAISHA-COD.
           MOVE WK-HIKIATE-GOKEI TO CFBDB-ZANDAKA.
           MOVE WK-IPPAN-GOKEI TO CFBDB-IPPAN.
           MOVE WK-KOBETSU-GOKEI TO CFBDB-KOBETSU.
           MOVE WK-SAGAKU TO CFBDB-SAGAKU.
           WRITE BDB-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-IVF-FILE-ERR = "00"
             CLOSE IVF-FILE
           END-IF.
           IF WK-BDB-FILE-ERR = "00"
             CLOSE BDB-FILE
           END-IF.
           IF WK-JNL-FILE-ERR = "00"
             CLOSE JNL-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "IVFCNT=" WK-IVF-CNT.
           DISPLAY "TASHASKIPCNT=" WK-TASHA-SKIP-CNT.
           DISPLAY "OPENCNT=" WK-OPEN-CNT.
           DISPLAY "KOBETSUCNT=" WK-KOBETSU-CNT.
           DISPLAY "HIKIATE=" WK-HIKIATE-GOKEI.
           DISPLAY "SAGAKU=" WK-SAGAKU.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM156 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KUBM156"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "IVFCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-IVF-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "OPENCNT"             TO RUNHIS-CNT-LABEL (2).
           MOVE WK-OPEN-CNT           TO RUNHIS-CNT-VALUE (2).
           MOVE "KOBETSUCNT"          TO RUNHIS-CNT-LABEL (3).
           MOVE WK-KOBETSU-CNT        TO RUNHIS-CNT-VALUE (3).
           MOVE "HIKIATE"             TO RUNHIS-CNT-LABEL (4).
           MOVE WK-HIKIATE-GOKEI      TO RUNHIS-CNT-VALUE (4).
           MOVE "SAGAKU"              TO RUNHIS-CNT-LABEL (5).
           MOVE WK-SAGAKU             TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KUBM156 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
