       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KUBM152.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：受取手形登録
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。得意先から受け取った約束手形・
      *                 電子記録債権(でんさい)の登録依頼(NTI)を読み、
      *                 充当先の請求書(最大5件)を請求書発行台帳
      *                 (KCCFIVF)上で入金済みにした新世代(IVO)を書き
      *                 出す。登録した手形は受取手形台帳(KCCFNRF)へ
      *                 保有中("R")で追記し、「受取手形(1140)／売掛金
      *                 (1130)」の仕訳データ(JNL)を出力する。充当額の
      *                 合計が手形金額と合わない依頼、未回収残を超える
      *                 依頼、登録済みの手形番号は登録せず一覧に残す。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：仕訳データに得意先コード(CFJNL-TOKU-COD)と
      *                 出力元プログラム(CFJNL-PGM-ID)を設定
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：会社コードに対応。環境変数KAISHA-COD(省略時
      *                 "01")の会社の請求書にだけ充当でき、他社の
      *                 請求書を指定した依頼は登録しない。受取手形
      *                 台帳と仕訳データに会社コードを設定
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT NTI-FILE
             ASSIGN TO EXTERNAL NTI
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-NTI-FILE-ERR.
           SELECT IVF-FILE
             ASSIGN TO EXTERNAL IVF
               FILE STATUS IS WK-IVF-FILE-ERR.
           SELECT IVO-FILE
             ASSIGN TO EXTERNAL IVO
               FILE STATUS IS WK-IVO-FILE-ERR.
           SELECT NRF-FILE
             ASSIGN TO EXTERNAL NRF
               FILE STATUS IS WK-NRF-FILE-ERR.
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
      *    手形登録依頼(手形1枚1行。充当先請求書は最大5件)
       FD  NTI-FILE.
       01  NTI-REC.
           03  NTI-TEGATA-NO           PIC  X(10).
           03  NTI-SHUBETSU            PIC  X(01).
           03  NTI-TOKU-COD            PIC  X(04).
           03  NTI-FURIDASHI-DATE      PIC  9(08).
           03  NTI-MANKI-DATE          PIC  9(08).
           03  NTI-KINGAKU             PIC  9(13).
           03  NTI-INV-CNT             PIC  9(01).
           03  NTI-INV-ENT             OCCURS 5 TIMES.
             05  NTI-INVOICE-NO        PIC  9(08).
             05  NTI-ATE-KINGAKU       PIC  9(13).
       FD  IVF-FILE.
       01  IVF-REC.
           COPY KCCFIVF.
       FD  IVO-FILE.
       01  IVO-REC.
           COPY KCCFIVF.
       FD  NRF-FILE.
       01  NRF-REC.
           COPY KCCFNRF.
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
       01  WK-NTI-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IVF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IVO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-NRF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-JNL-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  NTI-END-FLG                 PIC  X(01) VALUE "N".
       01  IVF-END-FLG                 PIC  X(01) VALUE "N".
       01  NRF-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      *    処理対象の会社(環境変数KAISHA-COD。省略時"01")
       01  WK-KAISHA-COD               PIC  X(02) VALUE "01".
       01  WK-ENV-KAISHA-COD           PIC  X(02) VALUE SPACE.
      ******************************************************************
      *  請求書発行台帳テーブル(台帳の並び順のまま保持し、充当結果を
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
      *    判定中の依頼1件分の仮充当額(登録確定で入金額へ移す)
             05  WK-IVF-KARI           PIC S9(13).
       01  WK-IVF-POS                  PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  登録済み手形番号テーブル(受取手形台帳の既存行＋当日登録分)
      ******************************************************************
       01  WK-NRF-TBL.
           03  WK-NRF-CNT              PIC  9(05) VALUE ZERO.
           03  WK-NRF-ENT              OCCURS 9999 TIMES
                                        INDEXED BY WK-NRF-IDX.
             05  WK-NRF-TEGATA-NO      PIC  X(10).
      *
      *    依頼1件の判定用
       01  WK-INV-POS-TBL.
           03  WK-INV-POS              PIC  9(05) OCCURS 5 TIMES.
       01  WK-I                        PIC  9(02) VALUE ZERO.
       01  WK-ERR-FLG                  PIC  X(01) VALUE "N".
       01  WK-ERR-MSG                  PIC  X(30) VALUE SPACE.
       01  WK-ATE-GOKEI                PIC S9(13) VALUE ZERO.
       01  WK-MIKAISHU                 PIC S9(13) VALUE ZERO.
      *
       01  WK-NTI-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-TOROKU-CNT               PIC  9(09) VALUE ZERO.
       01  WK-FUKA-CNT                 PIC  9(09) VALUE ZERO.
       01  WK-TOROKU-GOKEI             PIC S9(13) VALUE ZERO.
       01  WK-IVO-CNT                  PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  登録一覧印字用
      ******************************************************************
       01  WK-RPT-LINE.
           03  FILLER                  PIC  X(07) VALUE "TEGATA=".
           03  WK-RPT-TEGATA-NO        PIC  X(10).
           03  FILLER                  PIC  X(05) VALUE " SHU=".
           03  WK-RPT-SHUBETSU         PIC  X(01).
           03  FILLER                  PIC  X(06) VALUE " TOKU=".
           03  WK-RPT-TOKU-COD         PIC  X(04).
           03  FILLER                  PIC  X(07) VALUE " MANKI=".
           03  WK-RPT-MANKI-DATE       PIC  9(08).
           03  FILLER                  PIC  X(09) VALUE " KINGAKU=".
           03  WK-RPT-KINGAKU          PIC  -(12)9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-MSG              PIC  X(30).
       01  WK-RPT-INV-LINE.
           03  FILLER                  PIC  X(12) VALUE
             "    INVOICE=".
           03  WK-RPI-INVOICE-NO       PIC  9(08).
           03  FILLER                  PIC  X(05) VALUE " ATE=".
           03  WK-RPI-ATE-KINGAKU      PIC  -(12)9.
           03  FILLER                  PIC  X(08) VALUE " STATUS=".
           03  WK-RPI-STATUS           PIC  X(01).
       01  WK-RPT-GOKEI.
           03  FILLER                  PIC  X(13) VALUE
             "TOROKU KENSU=".
           03  WK-RPG-KENSU            PIC  ZZZZZZZZ9.
           03  FILLER                  PIC  X(09) VALUE " KINGAKU=".
           03  WK-RPG-GOKEI            PIC  -(12)9.
           03  FILLER                  PIC  X(07) VALUE " FUKA=".
           03  WK-RPG-FUKA             PIC  ZZZZZZZZ9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL NTI-END-FLG = "Y"
             PERFORM WRITE-IVO-RTN
             MOVE WK-TOROKU-CNT TO WK-RPG-KENSU
             MOVE WK-TOROKU-GOKEI TO WK-RPG-GOKEI
             MOVE WK-FUKA-CNT TO WK-RPG-FUKA
             MOVE WK-RPT-GOKEI TO RPT-REC
             WRITE RPT-REC
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
      ******************************************************************
      *    初期処理（業務日付の取得、請求書発行台帳・登録済み手形番号
      *    の先読み）
      ******************************************************************
       INIT-RTN            SECTION.
           DISPLAY "*** KUBM152 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
           DISPLAY "KAISHA-COD" UPON ENVIRONMENT-NAME.
           ACCEPT WK-ENV-KAISHA-COD FROM ENVIRONMENT-VALUE.
           IF WK-ENV-KAISHA-COD NOT = SPACE
             MOVE WK-ENV-KAISHA-COD TO WK-KAISHA-COD
           END-IF.
           DISPLAY "*** KUBM152 KAISHA=" WK-KAISHA-COD.
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
           OPEN INPUT IVF-FILE.
           IF WK-IVF-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM152 ABEND NOT IVF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-IVF-RTN  UNTIL IVF-END-FLG = "Y".
           CLOSE IVF-FILE.
           MOVE HIGH-VALUE TO WK-IVF-FILE-ERR.
      *
      *    受取手形台帳は初回登録時は存在しないので、開けない場合は
      *    登録済みなしとして続行する。
           OPEN INPUT NRF-FILE.
           IF WK-NRF-FILE-ERR = "00"
             PERFORM LOAD-NRF-RTN  UNTIL NRF-END-FLG = "Y"
             CLOSE NRF-FILE
           END-IF.
           OPEN EXTEND NRF-FILE.
           IF WK-NRF-FILE-ERR NOT = "00"
             OPEN OUTPUT NRF-FILE
           END-IF.
           IF WK-NRF-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM152 ABEND NOT NRF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
      *
           OPEN INPUT NTI-FILE.
           IF WK-NTI-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM152 ABEND NOT NTI-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT JNL-FILE.
           IF WK-JNL-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM152 ABEND NOT JNL-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM152 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           MOVE "*** KUBM152 UKETORI TEGATA TOROKU ***" TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      *    請求書発行台帳を並び順のままテーブルへ積む。
       LOAD-IVF-RTN        SECTION.
           READ IVF-FILE
             AT END
               MOVE "Y" TO IVF-END-FLG
               GO TO EXT
           END-READ.
           IF WK-IVF-CNT >= 9999
             DISPLAY "!!! KUBM152 ABEND : IVF TABLE FULL !!!"
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
           MOVE ZERO TO WK-IVF-KARI (WK-IVF-IDX).
           IF CFIVF-KAISHA-COD OF IVF-REC = SPACE
             MOVE "01" TO WK-IVF-KAISHA-COD (WK-IVF-IDX)
           ELSE
             MOVE CFIVF-KAISHA-COD OF IVF-REC
               TO WK-IVF-KAISHA-COD (WK-IVF-IDX)
           END-IF.
       EXT.
           EXIT.
      *
      *    受取手形台帳の既存の手形番号をテーブルへ積む。
       LOAD-NRF-RTN        SECTION.
           READ NRF-FILE
             AT END
               MOVE "Y" TO NRF-END-FLG
               GO TO EXT
           END-READ.
           IF WK-NRF-CNT >= 9999
             DISPLAY "!!! KUBM152 ABEND : NRF TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-NRF-CNT.
           SET WK-NRF-IDX TO WK-NRF-CNT.
           MOVE CFNRF-TEGATA-NO TO WK-NRF-TEGATA-NO (WK-NRF-IDX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    登録依頼1件ごとの判定と登録
      ******************************************************************
       MAIN-RTN            SECTION.
           READ NTI-FILE
             AT END
               MOVE "Y" TO NTI-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-NTI-CNT.
           MOVE "N" TO WK-ERR-FLG.
           MOVE SPACE TO WK-ERR-MSG.
           MOVE ZERO TO WK-ATE-GOKEI.
           INITIALIZE WK-INV-POS-TBL.
      *
           PERFORM CHECK-HEAD-RTN.
           IF WK-ERR-FLG = "N"
             PERFORM CHECK-INV-RTN
               VARYING WK-I FROM 1 BY 1
               UNTIL WK-I > NTI-INV-CNT
             IF WK-ERR-FLG = "N"
              AND WK-ATE-GOKEI NOT = NTI-KINGAKU
               MOVE "Y" TO WK-ERR-FLG
               MOVE "JUTO GOKEI FUICCHI" TO WK-ERR-MSG
             END-IF
           END-IF.
      *
           IF WK-ERR-FLG = "Y"
             PERFORM CLEAR-KARI-RTN
               VARYING WK-I FROM 1 BY 1
               UNTIL WK-I > 5
             ADD 1 TO WK-FUKA-CNT
             MOVE RC-WARNING TO RETURN-CODE
             PERFORM PRINT-HEAD-RTN
             GO TO EXT
           END-IF.
      *
           PERFORM TOROKU-RTN.
       EXT.
           EXIT.
      *
      *    手形そのものの項目チェック
       CHECK-HEAD-RTN      SECTION.
           IF NTI-TEGATA-NO = SPACE
             MOVE "Y" TO WK-ERR-FLG
             MOVE "TEGATA-NO NASHI" TO WK-ERR-MSG
             GO TO EXT
           END-IF.
           IF NTI-SHUBETSU NOT = "T" AND NTI-SHUBETSU NOT = "E"
             MOVE "Y" TO WK-ERR-FLG
             MOVE "SHUBETSU FUSEI" TO WK-ERR-MSG
             GO TO EXT
           END-IF.
           IF NTI-KINGAKU IS NOT NUMERIC OR NTI-KINGAKU = ZERO
             MOVE "Y" TO WK-ERR-FLG
             MOVE "KINGAKU FUSEI" TO WK-ERR-MSG
             GO TO EXT
           END-IF.
           IF NTI-FURIDASHI-DATE IS NOT NUMERIC
            OR NTI-MANKI-DATE IS NOT NUMERIC
            OR NTI-MANKI-DATE < NTI-FURIDASHI-DATE
             MOVE "Y" TO WK-ERR-FLG
             MOVE "HIZUKE FUSEI" TO WK-ERR-MSG
             GO TO EXT
           END-IF.
           IF NTI-INV-CNT IS NOT NUMERIC
            OR NTI-INV-CNT < 1 OR NTI-INV-CNT > 5
             MOVE "Y" TO WK-ERR-FLG
             MOVE "JUTO KENSU FUSEI" TO WK-ERR-MSG
             GO TO EXT
           END-IF.
           IF WK-NRF-CNT > ZERO
             SET WK-NRF-IDX TO 1
             SEARCH WK-NRF-ENT
               AT END
                 CONTINUE
               WHEN WK-NRF-TEGATA-NO (WK-NRF-IDX) = NTI-TEGATA-NO
                 MOVE "Y" TO WK-ERR-FLG
                 MOVE "TOROKU ZUMI" TO WK-ERR-MSG
             END-SEARCH
           END-IF.
       EXT.
           EXIT.
      *
      *    充当先請求書1件のチェック。同じ依頼の中で同じ請求書へ
      *    重ねて充当しても未回収残を超えないよう仮充当額を積む。
       CHECK-INV-RTN       SECTION.
           IF WK-ERR-FLG = "Y"
             GO TO EXT
           END-IF.
           IF NTI-ATE-KINGAKU (WK-I) IS NOT NUMERIC
            OR NTI-ATE-KINGAKU (WK-I) = ZERO
             MOVE "Y" TO WK-ERR-FLG
             MOVE "JUTO KINGAKU FUSEI" TO WK-ERR-MSG
             GO TO EXT
           END-IF.
           SET WK-IVF-IDX TO 1.
           SEARCH WK-IVF-ENT
             AT END
               MOVE "Y" TO WK-ERR-FLG
               MOVE "SEIKYUSHO NASHI" TO WK-ERR-MSG
               GO TO EXT
             WHEN WK-IVF-IDX > WK-IVF-CNT
               MOVE "Y" TO WK-ERR-FLG
               MOVE "SEIKYUSHO NASHI" TO WK-ERR-MSG
               GO TO EXT
             WHEN WK-IVF-INVOICE-NO (WK-IVF-IDX)
                    = NTI-INVOICE-NO (WK-I)
               SET WK-IVF-POS TO WK-IVF-IDX
           END-SEARCH.
           IF WK-IVF-TOKU-COD (WK-IVF-POS) NOT = NTI-TOKU-COD
             MOVE "Y" TO WK-ERR-FLG
             MOVE "TOKUISAKI FUICCHI" TO WK-ERR-MSG
             GO TO EXT
           END-IF.
           IF WK-IVF-KAISHA-COD (WK-IVF-POS) NOT = WK-KAISHA-COD
             MOVE "Y" TO WK-ERR-FLG
             MOVE "KAISHA FUICCHI" TO WK-ERR-MSG
             GO TO EXT
           END-IF.
           IF WK-IVF-STATUS (WK-IVF-POS) NOT = "O"
            AND WK-IVF-STATUS (WK-IVF-POS) NOT = "P"
             MOVE "Y" TO WK-ERR-FLG
             MOVE "SEIKYUSHO MIKAISHU DENAI" TO WK-ERR-MSG
             GO TO EXT
           END-IF.
           MOVE WK-IVF-POS TO WK-INV-POS (WK-I).
           ADD NTI-ATE-KINGAKU (WK-I) TO WK-IVF-KARI (WK-IVF-POS).
           ADD NTI-ATE-KINGAKU (WK-I) TO WK-ATE-GOKEI.
           COMPUTE WK-MIKAISHU =
             WK-IVF-KINGAKU (WK-IVF-POS)
             - WK-IVF-NYUKIN (WK-IVF-POS)
             - WK-IVF-KARI (WK-IVF-POS).
           IF WK-MIKAISHU < ZERO
             MOVE "Y" TO WK-ERR-FLG
             MOVE "MIKAISHU ZAN CHOKA" TO WK-ERR-MSG
           END-IF.
       EXT.
           EXIT.
      *
      *    登録不可の依頼の仮充当額を取り消す。
       CLEAR-KARI-RTN      SECTION.
           IF WK-INV-POS (WK-I) > ZERO
             MOVE ZERO TO WK-IVF-KARI (WK-INV-POS (WK-I))
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    手形の登録（請求書への充当、台帳追記、仕訳、一覧）
      ******************************************************************
       TOROKU-RTN          SECTION.
           MOVE SPACE TO NRF-REC.
           MOVE NTI-TEGATA-NO TO CFNRF-TEGATA-NO.
           MOVE NTI-SHUBETSU TO CFNRF-SHUBETSU.
           MOVE NTI-TOKU-COD TO CFNRF-TOKU-COD.
           MOVE NTI-FURIDASHI-DATE TO CFNRF-FURIDASHI-DATE.
           MOVE NTI-MANKI-DATE TO CFNRF-MANKI-DATE.
           MOVE NTI-KINGAKU TO CFNRF-KINGAKU.
           MOVE "R" TO CFNRF-STATUS.
           MOVE WK-BASE-DATE TO CFNRF-TOROKU-DATE.
           MOVE ZERO TO CFNRF-KESSAI-DATE.
           MOVE NTI-INV-CNT TO CFNRF-INV-CNT.
           MOVE WK-KAISHA-COD TO CFNRF-KAISHA-COD.
           PERFORM SET-NRF-INV-RTN
             VARYING WK-I FROM 1 BY 1
             UNTIL WK-I > 5.
           WRITE NRF-REC.
      *
           IF WK-NRF-CNT >= 9999
             DISPLAY "!!! KUBM152 ABEND : NRF TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-NRF-CNT.
           SET WK-NRF-IDX TO WK-NRF-CNT.
           MOVE NTI-TEGATA-NO TO WK-NRF-TEGATA-NO (WK-NRF-IDX).
      *
      *    受取手形／売掛金
           MOVE SPACE TO JNL-REC.
           MOVE "KUBM152" TO CFJNL-PGM-ID.
           MOVE WK-KAISHA-COD TO CFJNL-KAISHA-COD.
           MOVE NTI-TOKU-COD TO CFJNL-TOKU-COD.
           MOVE WK-BASE-DATE TO CFJNL-DATE.
           MOVE "1140" TO CFJNL-KANJO-COD.
           MOVE "D" TO CFJNL-TAISHAKU.
           MOVE NTI-KINGAKU TO CFJNL-KINGAKU.
           MOVE NTI-TEGATA-NO TO CFJNL-REF.
           MOVE "UKETORI TEGATA" TO CFJNL-TEKIYO.
           WRITE JNL-REC.
           MOVE SPACE TO JNL-REC.
           MOVE "KUBM152" TO CFJNL-PGM-ID.
           MOVE WK-KAISHA-COD TO CFJNL-KAISHA-COD.
           MOVE NTI-TOKU-COD TO CFJNL-TOKU-COD.
           MOVE WK-BASE-DATE TO CFJNL-DATE.
           MOVE "1130" TO CFJNL-KANJO-COD.
           MOVE "C" TO CFJNL-TAISHAKU.
           MOVE NTI-KINGAKU TO CFJNL-KINGAKU.
           MOVE NTI-TEGATA-NO TO CFJNL-REF.
           MOVE "UKETORI TEGATA" TO CFJNL-TEKIYO.
           WRITE JNL-REC.
      *
           ADD 1 TO WK-TOROKU-CNT.
           ADD NTI-KINGAKU TO WK-TOROKU-GOKEI.
           MOVE "TOROKU" TO WK-ERR-MSG.
           PERFORM PRINT-HEAD-RTN.
           PERFORM APPLY-INV-RTN
             VARYING WK-I FROM 1 BY 1
             UNTIL WK-I > NTI-INV-CNT.
       EXT.
           EXIT.
      *
       SET-NRF-INV-RTN     SECTION.
           IF WK-I > NTI-INV-CNT
             MOVE ZERO TO CFNRF-INVOICE-NO (WK-I)
             MOVE ZERO TO CFNRF-ATE-KINGAKU (WK-I)
           ELSE
             MOVE NTI-INVOICE-NO (WK-I) TO CFNRF-INVOICE-NO (WK-I)
             MOVE NTI-ATE-KINGAKU (WK-I) TO CFNRF-ATE-KINGAKU (WK-I)
           END-IF.
       EXT.
           EXIT.
      *
      *    仮充当額を入金額へ移し、請求書の状態を決め直す。
       APPLY-INV-RTN       SECTION.
           MOVE WK-INV-POS (WK-I) TO WK-IVF-POS.
           IF WK-IVF-KARI (WK-IVF-POS) NOT = ZERO
             ADD WK-IVF-KARI (WK-IVF-POS) TO WK-IVF-NYUKIN (WK-IVF-POS)
             MOVE ZERO TO WK-IVF-KARI (WK-IVF-POS)
             IF WK-IVF-NYUKIN (WK-IVF-POS)
                  >= WK-IVF-KINGAKU (WK-IVF-POS)
               MOVE "C" TO WK-IVF-STATUS (WK-IVF-POS)
             ELSE
               MOVE "P" TO WK-IVF-STATUS (WK-IVF-POS)
             END-IF
           END-IF.
           MOVE NTI-INVOICE-NO (WK-I) TO WK-RPI-INVOICE-NO.
           MOVE NTI-ATE-KINGAKU (WK-I) TO WK-RPI-ATE-KINGAKU.
           MOVE WK-IVF-STATUS (WK-IVF-POS) TO WK-RPI-STATUS.
           MOVE WK-RPT-INV-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       PRINT-HEAD-RTN      SECTION.
           MOVE NTI-TEGATA-NO TO WK-RPT-TEGATA-NO.
           MOVE NTI-SHUBETSU TO WK-RPT-SHUBETSU.
           MOVE NTI-TOKU-COD TO WK-RPT-TOKU-COD.
           MOVE NTI-MANKI-DATE TO WK-RPT-MANKI-DATE.
           MOVE NTI-KINGAKU TO WK-RPT-KINGAKU.
           MOVE WK-ERR-MSG TO WK-RPT-MSG.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    請求書発行台帳の新世代出力（テーブルの充当結果を元の並び
      *    のまま反映する）
      ******************************************************************
       WRITE-IVO-RTN       SECTION.
           OPEN INPUT IVF-FILE.
           IF WK-IVF-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM152 ABEND NOT IVF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             GO TO EXT
           END-IF.
           OPEN OUTPUT IVO-FILE.
           IF WK-IVO-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM152 ABEND NOT IVO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             GO TO EXT
           END-IF.
           MOVE "N" TO IVF-END-FLG.
           MOVE ZERO TO WK-IVF-POS.
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
           ADD 1 TO WK-IVF-POS.
           MOVE IVF-REC TO IVO-REC.
           IF WK-IVF-POS <= WK-IVF-CNT
             MOVE WK-IVF-NYUKIN (WK-IVF-POS)
               TO CFIVF-NYUKIN-KINGAKU OF IVO-REC
             MOVE WK-IVF-STATUS (WK-IVF-POS)
               TO CFIVF-STATUS OF IVO-REC
           END-IF.
           WRITE IVO-REC.
           ADD 1 TO WK-IVO-CNT.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-NTI-FILE-ERR = "00"
             CLOSE NTI-FILE
           END-IF.
           IF WK-IVF-FILE-ERR = "00"
             CLOSE IVF-FILE
           END-IF.
           IF WK-IVO-FILE-ERR = "00"
             CLOSE IVO-FILE
           END-IF.
           IF WK-NRF-FILE-ERR = "00"
             CLOSE NRF-FILE
           END-IF.
           IF WK-JNL-FILE-ERR = "00"
             CLOSE JNL-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "NTICNT=" WK-NTI-CNT.
           DISPLAY "TOROKUCNT=" WK-TOROKU-CNT.
           DISPLAY "FUKACNT=" WK-FUKA-CNT.
           DISPLAY "TOROKUGOKEI=" WK-TOROKU-GOKEI.
           DISPLAY "IVOCNT=" WK-IVO-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM152 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KUBM152"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "NTICNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-NTI-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "TOROKUCNT"           TO RUNHIS-CNT-LABEL (2).
           MOVE WK-TOROKU-CNT         TO RUNHIS-CNT-VALUE (2).
           MOVE "FUKACNT"             TO RUNHIS-CNT-LABEL (3).
           MOVE WK-FUKA-CNT           TO RUNHIS-CNT-VALUE (3).
           MOVE "TOROKUGKEI"          TO RUNHIS-CNT-LABEL (4).
           MOVE WK-TOROKU-GOKEI       TO RUNHIS-CNT-VALUE (4).
           MOVE "IVOCNT"              TO RUNHIS-CNT-LABEL (5).
           MOVE WK-IVO-CNT            TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KUBM152 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
