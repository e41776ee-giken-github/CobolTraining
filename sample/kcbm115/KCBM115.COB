       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KCBM115.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：共通
      * プログラム名  ：売掛金残高照合
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。月末に実行し、売掛金補助元帳
      *                 (請求書発行台帳KCCFIVF)の月末残高と、その月
      *                 の仕訳(KUBM078の仕訳データGJFと、併合される
      *                 KCCFJNL形式の仕訳データJNL)から積み上げた
      *                 売掛金勘定(1130)の月末残高を照合する。補助元帳
      *                 側の当月増減は、請求書発行・赤伝(IVF)、入金
      *                 消込(KCCFPLF)、前受金充当(KCCFDEP)、少額差額
      *                 (KCCFSDL)、手形受取・不渡り(KCCFNRF)、相殺
      *                 (KCCFNTL)、取消(IVF"V")、貸倒償却(IVF"W")
      *                 から出力元プログラム・得意先別に集計し、仕訳
      *                 側(CFJNL-PGM-ID・CFJNL-TOKU-COD)と突き合わせて
      *                 差額を出力元・得意先別に照合表(RPT)へ印字
      *                 する。結果は売掛金残高照合履歴(KCCFARH)へ追記
      *                 し、会計期間クローズ管理(KCBM110)は差額の
      *                 ある月のクローズを保留する。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：会社コードに対応。環境変数KAISHA-COD(省略時
      *                 "01")の会社について照合する。請求書発行台帳・
      *                 受取手形台帳・仕訳データ(GJF・JNL)は各行の
      *                 会社コードで選び、会社コードを持たない入金
      *                 消込・前受金・少額差額・相殺の各台帳は充当先
      *                 の請求書がその会社のものかで選ぶ。照合履歴は
      *                 会社ごとに持つ
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
           SELECT PLF-FILE
             ASSIGN TO EXTERNAL PLF
               FILE STATUS IS WK-PLF-FILE-ERR.
           SELECT DEP-FILE
             ASSIGN TO EXTERNAL DEP
               FILE STATUS IS WK-DEP-FILE-ERR.
           SELECT SDL-FILE
             ASSIGN TO EXTERNAL SDL
               FILE STATUS IS WK-SDL-FILE-ERR.
           SELECT NRF-FILE
             ASSIGN TO EXTERNAL NRF
               FILE STATUS IS WK-NRF-FILE-ERR.
           SELECT NTL-FILE
             ASSIGN TO EXTERNAL NTL
               FILE STATUS IS WK-NTL-FILE-ERR.
           SELECT GJF-FILE
             ASSIGN TO EXTERNAL GJF
               FILE STATUS IS WK-GJF-FILE-ERR.
           SELECT JNL-FILE
             ASSIGN TO EXTERNAL JNL
               FILE STATUS IS WK-JNL-FILE-ERR.
           SELECT ARH-FILE
             ASSIGN TO EXTERNAL ARH
               FILE STATUS IS WK-ARH-FILE-ERR.
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
       FD  PLF-FILE.
       01  PLF-REC.
           COPY KCCFPLF.
       FD  DEP-FILE.
       01  DEP-REC.
           COPY KCCFDEP.
       FD  SDL-FILE.
       01  SDL-REC.
           COPY KCCFSDL.
       FD  NRF-FILE.
       01  NRF-REC.
           COPY KCCFNRF.
       FD  NTL-FILE.
       01  NTL-REC.
           COPY KCCFNTL.
      *    仕訳データ出力(KUBM078)の会計パッケージ取込用仕訳レコード
      *    (1行で借方・貸方の対を表す。摘要は"JUCHU nnnn tttt")
       FD  GJF-FILE.
       01  GJF-REC.
           03  GJF-DENPYO-NO           PIC  9(06).
           03  GJF-DATE                PIC  9(08).
           03  GJF-DR-CODE             PIC  X(04).
           03  GJF-CR-CODE             PIC  X(04).
           03  GJF-KINGAKU             PIC  9(11).
           03  GJF-ZEI-KBN             PIC  X(01).
           03  GJF-TEKIYO              PIC  X(20).
           03  GJF-TEKIYO-R            REDEFINES GJF-TEKIYO.
             05  FILLER                PIC  X(11).
             05  GJF-TEKIYO-TOKU-COD   PIC  X(04).
             05  FILLER                PIC  X(05).
           03  GJF-KAISHA-COD          PIC  X(02).
           03  FILLER                  PIC  X(04).
       FD  JNL-FILE.
       01  JNL-REC.
           COPY KCCFJNL.
       FD  ARH-FILE.
       01  ARH-REC.
           COPY KCCFARH.
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
       01  WK-IVF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-PLF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-DEP-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SDL-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-NRF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-NTL-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-GJF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-JNL-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ARH-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  IVF-END-FLG                 PIC  X(01) VALUE "N".
       01  PLF-END-FLG                 PIC  X(01) VALUE "N".
       01  DEP-END-FLG                 PIC  X(01) VALUE "N".
       01  SDL-END-FLG                 PIC  X(01) VALUE "N".
       01  NRF-END-FLG                 PIC  X(01) VALUE "N".
       01  NTL-END-FLG                 PIC  X(01) VALUE "N".
       01  GJF-END-FLG                 PIC  X(01) VALUE "N".
       01  JNL-END-FLG                 PIC  X(01) VALUE "N".
       01  ARH-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
       01  WK-NENGETSU                 PIC  9(06) VALUE ZERO.
      *    照合する会社(環境変数KAISHA-COD。省略時"01")
       01  WK-KAISHA-COD               PIC  X(02) VALUE "01".
       01  WK-ENV-KAISHA-COD           PIC  X(02) VALUE SPACE.
       01  WK-ROW-KAISHA-COD           PIC  X(02) VALUE SPACE.
      ******************************************************************
      *  照合する会社の請求書番号テーブル(会社コードを持たない台帳の
      *  行を充当先の請求書番号で選ぶのに使う)
      ******************************************************************
       01  WK-KINV-TBL.
           03  WK-KINV-CNT             PIC  9(05) VALUE ZERO.
           03  WK-KINV-ENT             OCCURS 9999 TIMES
                                        INDEXED BY WK-KINV-IDX.
             05  WK-KINV-INVOICE-NO    PIC  9(08).
       01  WK-KEY-INVOICE-NO           PIC  9(08) VALUE ZERO.
       01  WK-KINV-HIT-FLG             PIC  X(01) VALUE "N".
      *    売掛金の社内勘定コード(KUBM078と同じ)
       01  WK-ACCT-URIKAKE             PIC  X(04) VALUE "1130".
       01  WK-ACCT-FUTSU-YOKIN         PIC  X(04) VALUE "1110".
      ******************************************************************
      *  出力元・得意先別の当月増減テーブル(補助元帳側・仕訳側)
      ******************************************************************
       01  WK-SAI-TBL.
           03  WK-SAI-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SAI-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-SAI-IDX.
             05  WK-SAI-PGM-ID         PIC  X(08).
             05  WK-SAI-TOKU-COD       PIC  X(04).
             05  WK-SAI-HOJO           PIC S9(13).
             05  WK-SAI-GL             PIC S9(13).
      ******************************************************************
      *  出力元別の当月増減テーブル
      ******************************************************************
       01  WK-SRC-TBL.
           03  WK-SRC-CNT              PIC  9(03) VALUE ZERO.
           03  WK-SRC-ENT              OCCURS 50 TIMES
                                        INDEXED BY WK-SRC-IDX.
             05  WK-SRC-PGM-ID         PIC  X(08).
             05  WK-SRC-HOJO           PIC S9(13).
             05  WK-SRC-GL             PIC S9(13).
       01  WK-IX                       PIC  9(05) VALUE ZERO.
      *
      *    増減1件分(ADD-SAI-RTNへの受け渡し)
       01  WK-KEY-PGM-ID               PIC  X(08) VALUE SPACE.
       01  WK-KEY-TOKU-COD             PIC  X(04) VALUE SPACE.
       01  WK-KEY-HOJO                 PIC S9(13) VALUE ZERO.
       01  WK-KEY-GL                   PIC S9(13) VALUE ZERO.
      *
      *    残高
       01  WK-HOJO-ZAN                 PIC S9(13) VALUE ZERO.
       01  WK-HOJO-ZOGEN               PIC S9(13) VALUE ZERO.
       01  WK-HOJO-ZENGETSU            PIC S9(13) VALUE ZERO.
       01  WK-GL-ZAN                   PIC S9(13) VALUE ZERO.
       01  WK-GL-ZOGEN                 PIC S9(13) VALUE ZERO.
       01  WK-GL-ZENGETSU              PIC S9(13) VALUE ZERO.
       01  WK-SAGAKU                   PIC S9(13) VALUE ZERO.
       01  WK-ZENGETSU-SAGAKU          PIC S9(13) VALUE ZERO.
       01  WK-MEISAI-SAGAKU            PIC S9(13) VALUE ZERO.
      *    前月以前の最新照合履歴(無ければ初回として補助元帳の月初
      *    残高を総勘定元帳の月初残高とみなす)
       01  WK-ARH-NENGETSU             PIC  9(06) VALUE ZERO.
       01  WK-ARH-HOJO-ZAN             PIC S9(13) VALUE ZERO.
       01  WK-ARH-GL-ZAN               PIC S9(13) VALUE ZERO.
       01  WK-SHOKAI-FLG               PIC  X(01) VALUE "Y".
       01  WK-NYUKIN-JUTO              PIC S9(13) VALUE ZERO.
      *
       01  WK-IVF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-JNL-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-GJF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-SAI-ARI-CNT              PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  照合表印字用
      ******************************************************************
       01  WK-RPT-HEAD1.
           03  FILLER                  PIC  X(35) VALUE
             "*** URIKAKEKIN ZANDAKA SHOGO ***".
           03  FILLER                  PIC  X(09) VALUE "NENGETSU=".
           03  WK-RH1-NENGETSU         PIC  9(06).
           03  FILLER                  PIC  X(06) VALUE " DATE=".
           03  WK-RH1-DATE             PIC  9(08).
           03  FILLER                  PIC  X(08) VALUE " KAISHA=".
           03  WK-RH1-KAISHA-COD       PIC  X(02).
       01  WK-RPT-HEAD2.
           03  FILLER                  PIC  X(14) VALUE "PGM-ID".
           03  FILLER                  PIC  X(06) VALUE "TOKU".
           03  FILLER                  PIC  X(16) VALUE
             "    HOJO ZOGEN".
           03  FILLER                  PIC  X(16) VALUE
             "      GL ZOGEN".
           03  FILLER                  PIC  X(16) VALUE
             "        SAGAKU".
       01  WK-RPT-MEISAI.
           03  WK-RPM-PGM-ID           PIC  X(08).
           03  FILLER                  PIC  X(06) VALUE SPACE.
           03  WK-RPM-TOKU-COD         PIC  X(04).
           03  FILLER                  PIC  X(02) VALUE SPACE.
           03  WK-RPM-HOJO             PIC  -(15)9.
           03  WK-RPM-GL               PIC  -(15)9.
           03  WK-RPM-SAGAKU           PIC  -(15)9.
       01  WK-RPT-SUMMARY.
           03  WK-RPS-TITLE            PIC  X(20).
           03  WK-RPS-HOJO             PIC  -(15)9.
           03  WK-RPS-GL               PIC  -(15)9.
           03  WK-RPS-SAGAKU           PIC  -(15)9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL IVF-END-FLG = "Y"
             PERFORM SUM-PLF-RTN
             PERFORM SUM-DEP-RTN
             PERFORM SUM-SDL-RTN
             PERFORM SUM-NRF-RTN
             PERFORM SUM-NTL-RTN
             PERFORM SUM-GJF-RTN
             PERFORM SUM-JNL-RTN
             PERFORM CALC-RTN
             PERFORM PRINT-RTN
             PERFORM WRITE-ARH-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
      ******************************************************************
      *    初期処理（業務日付の取得、前月以前の照合履歴の先読み）
      ******************************************************************
       INIT-RTN            SECTION.
           DISPLAY "*** KCBM115 START ***".
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
           DISPLAY "KAISHA-COD" UPON ENVIRONMENT-NAME.
           ACCEPT WK-ENV-KAISHA-COD FROM ENVIRONMENT-VALUE.
           IF WK-ENV-KAISHA-COD NOT = SPACE
             MOVE WK-ENV-KAISHA-COD TO WK-KAISHA-COD
           END-IF.
           DISPLAY "*** KCBM115 KAISHA=" WK-KAISHA-COD.
      *
      *    照合履歴(初回実行時はファイルなし)
           OPEN INPUT ARH-FILE.
           IF WK-ARH-FILE-ERR = "00"
             PERFORM LOAD-ARH-RTN  UNTIL ARH-END-FLG = "Y"
             CLOSE ARH-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-ARH-FILE-ERR.
      *
           OPEN INPUT IVF-FILE.
           IF WK-IVF-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM115 ABEND NOT IVF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM115 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM READ-IVF-RTN.
       EXT.
           EXIT.
      *
      *    対象年月より前の行のうち最新のもの(同じ年月は後の行)
       LOAD-ARH-RTN        SECTION.
           READ ARH-FILE
             AT END
               MOVE "Y" TO ARH-END-FLG
               GO TO EXT
           END-READ.
           IF CFARH-KAISHA-COD = SPACE
             MOVE "01" TO WK-ROW-KAISHA-COD
           ELSE
             MOVE CFARH-KAISHA-COD TO WK-ROW-KAISHA-COD
           END-IF.
           IF WK-ROW-KAISHA-COD NOT = WK-KAISHA-COD
             GO TO EXT
           END-IF.
           IF CFARH-NENGETSU < WK-NENGETSU
            AND CFARH-NENGETSU >= WK-ARH-NENGETSU
             MOVE CFARH-NENGETSU TO WK-ARH-NENGETSU
             MOVE CFARH-HOJO-ZAN TO WK-ARH-HOJO-ZAN
             MOVE CFARH-GL-ZAN TO WK-ARH-GL-ZAN
             MOVE "N" TO WK-SHOKAI-FLG
           END-IF.
       EXT.
           EXIT.
      *
       READ-IVF-RTN        SECTION.
           READ IVF-FILE
             AT END
               MOVE "Y" TO IVF-END-FLG
           END-READ.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    請求書発行台帳1行ごとの処理（月末残高と、発行・赤伝・取消
      *    ・再発行・貸倒償却の当月増減）
      ******************************************************************
       MAIN-RTN            SECTION.
      *    他社の請求書は読み飛ばす
           IF CFIVF-KAISHA-COD = SPACE
             MOVE "01" TO WK-ROW-KAISHA-COD
           ELSE
             MOVE CFIVF-KAISHA-COD TO WK-ROW-KAISHA-COD
           END-IF.
           IF WK-ROW-KAISHA-COD NOT = WK-KAISHA-COD
             PERFORM READ-IVF-RTN
             GO TO EXT
           END-IF.
           ADD 1 TO WK-IVF-CNT.
           IF WK-KINV-CNT >= 9999
             DISPLAY "!!! KCBM115 ABEND : KINV TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-KINV-CNT.
           MOVE CFIVF-INVOICE-NO TO WK-KINV-INVOICE-NO (WK-KINV-CNT).
           IF NOT CFIVF-VOIDED AND NOT CFIVF-WRITTEN-OFF
             COMPUTE WK-HOJO-ZAN = WK-HOJO-ZAN
               + CFIVF-KINGAKU - CFIVF-NYUKIN-KINGAKU
           END-IF.
      *
           MOVE CFIVF-TOKU-COD TO WK-KEY-TOKU-COD.
           MOVE ZERO TO WK-KEY-GL.
      *    発行・赤伝(マイナス行)は売上仕訳(KUBM078)と突き合わせる。
      *    取消に伴う再発行の行は取消(KUBM120)の増減とする。
           IF CFIVF-HAKKO-DATE (1:6) = WK-NENGETSU
             IF CFIVF-REF-INVOICE-NO = ZERO
               MOVE "KUBM078" TO WK-KEY-PGM-ID
             ELSE
               MOVE "KUBM120" TO WK-KEY-PGM-ID
             END-IF
             MOVE CFIVF-KINGAKU TO WK-KEY-HOJO
             PERFORM ADD-SAI-RTN
           END-IF.
           IF CFIVF-VOIDED
            AND CFIVF-VOID-DATE (1:6) = WK-NENGETSU
             MOVE "KUBM120" TO WK-KEY-PGM-ID
             COMPUTE WK-KEY-HOJO =
               CFIVF-NYUKIN-KINGAKU - CFIVF-KINGAKU
             PERFORM ADD-SAI-RTN
           END-IF.
           IF CFIVF-WRITTEN-OFF
            AND CFIVF-SHOKYAKU-DATE (1:6) = WK-NENGETSU
             MOVE "KUBM157" TO WK-KEY-PGM-ID
             COMPUTE WK-KEY-HOJO = ZERO - CFIVF-SHOKYAKU-KINGAKU
             PERFORM ADD-SAI-RTN
           END-IF.
      *
           PERFORM READ-IVF-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    入金消込台帳（当月の入金の充当額。口座振替の入金も含む）
      ******************************************************************
       SUM-PLF-RTN         SECTION.
           OPEN INPUT PLF-FILE.
           IF WK-PLF-FILE-ERR NOT = "00"
             GO TO EXT
           END-IF.
           PERFORM READ-PLF-RTN  UNTIL PLF-END-FLG = "Y".
           CLOSE PLF-FILE.
           MOVE HIGH-VALUE TO WK-PLF-FILE-ERR.
       EXT.
           EXIT.
      *
       READ-PLF-RTN        SECTION.
           READ PLF-FILE
             AT END
               MOVE "Y" TO PLF-END-FLG
               GO TO EXT
           END-READ.
           IF CFPLF-NYUKIN-DATE (1:6) NOT = WK-NENGETSU
             GO TO EXT
           END-IF.
      *    充当額の無い旧行は全額消込のみ入金額を充当額とみなす
           IF CFPLF-JUTO-KINGAKU IS NUMERIC
             MOVE CFPLF-JUTO-KINGAKU TO WK-NYUKIN-JUTO
           ELSE
             IF CFPLF-MATCHED
               MOVE CFPLF-KINGAKU TO WK-NYUKIN-JUTO
             ELSE
               MOVE ZERO TO WK-NYUKIN-JUTO
             END-IF
           END-IF.
           IF WK-NYUKIN-JUTO = ZERO
             GO TO EXT
           END-IF.
           MOVE CFPLF-INVOICE-NO TO WK-KEY-INVOICE-NO.
           PERFORM CHECK-KINV-RTN.
           IF WK-KINV-HIT-FLG = "N"
             GO TO EXT
           END-IF.
           MOVE "KUBM075" TO WK-KEY-PGM-ID.
           MOVE CFPLF-TOKU-COD TO WK-KEY-TOKU-COD.
           COMPUTE WK-KEY-HOJO = ZERO - WK-NYUKIN-JUTO.
           MOVE ZERO TO WK-KEY-GL.
           PERFORM ADD-SAI-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    前受金台帳（当月の充当行）
      ******************************************************************
       SUM-DEP-RTN         SECTION.
           OPEN INPUT DEP-FILE.
           IF WK-DEP-FILE-ERR NOT = "00"
             GO TO EXT
           END-IF.
           PERFORM READ-DEP-RTN  UNTIL DEP-END-FLG = "Y".
           CLOSE DEP-FILE.
           MOVE HIGH-VALUE TO WK-DEP-FILE-ERR.
       EXT.
           EXIT.
      *
       READ-DEP-RTN        SECTION.
           READ DEP-FILE
             AT END
               MOVE "Y" TO DEP-END-FLG
               GO TO EXT
           END-READ.
           MOVE CFDEP-REF-INVOICE-NO TO WK-KEY-INVOICE-NO.
           PERFORM CHECK-KINV-RTN.
           IF WK-KINV-HIT-FLG = "N"
             GO TO EXT
           END-IF.
           IF CFDEP-JUTO
            AND CFDEP-DATE (1:6) = WK-NENGETSU
             MOVE "KUBM117" TO WK-KEY-PGM-ID
             MOVE CFDEP-TOKU-COD TO WK-KEY-TOKU-COD
             COMPUTE WK-KEY-HOJO = ZERO - CFDEP-KINGAKU
             MOVE ZERO TO WK-KEY-GL
             PERFORM ADD-SAI-RTN
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    少額差額台帳（当月に差額を残して全額消込にした額）
      ******************************************************************
       SUM-SDL-RTN         SECTION.
           OPEN INPUT SDL-FILE.
           IF WK-SDL-FILE-ERR NOT = "00"
             GO TO EXT
           END-IF.
           PERFORM READ-SDL-RTN  UNTIL SDL-END-FLG = "Y".
           CLOSE SDL-FILE.
           MOVE HIGH-VALUE TO WK-SDL-FILE-ERR.
       EXT.
           EXIT.
      *
       READ-SDL-RTN        SECTION.
           READ SDL-FILE
             AT END
               MOVE "Y" TO SDL-END-FLG
               GO TO EXT
           END-READ.
           MOVE CFSDL-INVOICE-NO TO WK-KEY-INVOICE-NO.
           PERFORM CHECK-KINV-RTN.
           IF WK-KINV-HIT-FLG = "N"
             GO TO EXT
           END-IF.
           IF CFSDL-DATE (1:6) = WK-NENGETSU
             MOVE "KUBM148" TO WK-KEY-PGM-ID
             MOVE CFSDL-TOKU-COD TO WK-KEY-TOKU-COD
             COMPUTE WK-KEY-HOJO = ZERO - CFSDL-SAGAKU
             MOVE ZERO TO WK-KEY-GL
             PERFORM ADD-SAI-RTN
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    受取手形台帳（当月の手形受取と不渡りによる売掛金の復活）
      ******************************************************************
       SUM-NRF-RTN         SECTION.
           OPEN INPUT NRF-FILE.
           IF WK-NRF-FILE-ERR NOT = "00"
             GO TO EXT
           END-IF.
           PERFORM READ-NRF-RTN  UNTIL NRF-END-FLG = "Y".
           CLOSE NRF-FILE.
           MOVE HIGH-VALUE TO WK-NRF-FILE-ERR.
       EXT.
           EXIT.
      *
       READ-NRF-RTN        SECTION.
           READ NRF-FILE
             AT END
               MOVE "Y" TO NRF-END-FLG
               GO TO EXT
           END-READ.
           IF CFNRF-KAISHA-COD = SPACE
             MOVE "01" TO WK-ROW-KAISHA-COD
           ELSE
             MOVE CFNRF-KAISHA-COD TO WK-ROW-KAISHA-COD
           END-IF.
           IF WK-ROW-KAISHA-COD NOT = WK-KAISHA-COD
             GO TO EXT
           END-IF.
           MOVE CFNRF-TOKU-COD TO WK-KEY-TOKU-COD.
           MOVE ZERO TO WK-KEY-GL.
           IF CFNRF-TOROKU-DATE (1:6) = WK-NENGETSU
             MOVE "KUBM152" TO WK-KEY-PGM-ID
             COMPUTE WK-KEY-HOJO = ZERO - CFNRF-KINGAKU
             PERFORM ADD-SAI-RTN
           END-IF.
           IF CFNRF-FUWATARI
            AND CFNRF-KESSAI-DATE (1:6) = WK-NENGETSU
             MOVE "KUBM153" TO WK-KEY-PGM-ID
             MOVE CFNRF-KINGAKU TO WK-KEY-HOJO
             PERFORM ADD-SAI-RTN
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    相殺明細台帳（当月の売掛金側の相殺額）
      ******************************************************************
       SUM-NTL-RTN         SECTION.
           OPEN INPUT NTL-FILE.
           IF WK-NTL-FILE-ERR NOT = "00"
             GO TO EXT
           END-IF.
           PERFORM READ-NTL-RTN  UNTIL NTL-END-FLG = "Y".
           CLOSE NTL-FILE.
           MOVE HIGH-VALUE TO WK-NTL-FILE-ERR.
       EXT.
           EXIT.
      *
       READ-NTL-RTN        SECTION.
           READ NTL-FILE
             AT END
               MOVE "Y" TO NTL-END-FLG
               GO TO EXT
           END-READ.
           IF CFNTL-URIKAKE
             MOVE CFNTL-AR-INVOICE-NO TO WK-KEY-INVOICE-NO
             PERFORM CHECK-KINV-RTN
             IF WK-KINV-HIT-FLG = "N"
               GO TO EXT
             END-IF
           END-IF.
           IF CFNTL-URIKAKE
            AND CFNTL-DATE (1:6) = WK-NENGETSU
             MOVE "KCBM114" TO WK-KEY-PGM-ID
             MOVE CFNTL-TOKU-COD TO WK-KEY-TOKU-COD
             COMPUTE WK-KEY-HOJO = ZERO - CFNTL-KINGAKU
             MOVE ZERO TO WK-KEY-GL
             PERFORM ADD-SAI-RTN
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    KUBM078の仕訳データ（売掛金が借方なら増、貸方なら減）
      ******************************************************************
       SUM-GJF-RTN         SECTION.
           OPEN INPUT GJF-FILE.
           IF WK-GJF-FILE-ERR NOT = "00"
             GO TO EXT
           END-IF.
           PERFORM READ-GJF-RTN  UNTIL GJF-END-FLG = "Y".
           CLOSE GJF-FILE.
           MOVE HIGH-VALUE TO WK-GJF-FILE-ERR.
       EXT.
           EXIT.
      *
       READ-GJF-RTN        SECTION.
           READ GJF-FILE
             AT END
               MOVE "Y" TO GJF-END-FLG
               GO TO EXT
           END-READ.
           IF GJF-DATE (1:6) NOT = WK-NENGETSU
             GO TO EXT
           END-IF.
           IF GJF-KAISHA-COD = SPACE
             MOVE "01" TO WK-ROW-KAISHA-COD
           ELSE
             MOVE GJF-KAISHA-COD TO WK-ROW-KAISHA-COD
           END-IF.
           IF WK-ROW-KAISHA-COD NOT = WK-KAISHA-COD
             GO TO EXT
           END-IF.
           MOVE "KUBM078" TO WK-KEY-PGM-ID.
           MOVE GJF-TEKIYO-TOKU-COD TO WK-KEY-TOKU-COD.
           MOVE ZERO TO WK-KEY-HOJO.
           IF GJF-DR-CODE = WK-ACCT-URIKAKE
             ADD 1 TO WK-GJF-CNT
             MOVE GJF-KINGAKU TO WK-KEY-GL
             PERFORM ADD-SAI-RTN
           END-IF.
           IF GJF-CR-CODE = WK-ACCT-URIKAKE
             ADD 1 TO WK-GJF-CNT
             COMPUTE WK-KEY-GL = ZERO - GJF-KINGAKU
             PERFORM ADD-SAI-RTN
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    KCCFJNL形式の仕訳データ（周辺処理の出力を当月分併合した
      *    もの）。償却済債権の取立入金(KUBM075の普通預金借方)は入金
      *    消込台帳の充当額に含まれるが売掛金を減らさないので、補助
      *    元帳側の増減へ戻す。
      ******************************************************************
       SUM-JNL-RTN         SECTION.
           OPEN INPUT JNL-FILE.
           IF WK-JNL-FILE-ERR NOT = "00"
             GO TO EXT
           END-IF.
           PERFORM READ-JNL-RTN  UNTIL JNL-END-FLG = "Y".
           CLOSE JNL-FILE.
           MOVE HIGH-VALUE TO WK-JNL-FILE-ERR.
       EXT.
           EXIT.
      *
       READ-JNL-RTN        SECTION.
           READ JNL-FILE
             AT END
               MOVE "Y" TO JNL-END-FLG
               GO TO EXT
           END-READ.
           IF CFJNL-DATE (1:6) NOT = WK-NENGETSU
             GO TO EXT
           END-IF.
           IF CFJNL-KAISHA-COD = SPACE
             MOVE "01" TO WK-ROW-KAISHA-COD
           ELSE
             MOVE CFJNL-KAISHA-COD TO WK-ROW-KAISHA-COD
           END-IF.
           IF WK-ROW-KAISHA-COD NOT = WK-KAISHA-COD
             GO TO EXT
           END-IF.
           MOVE CFJNL-PGM-ID TO WK-KEY-PGM-ID.
           IF WK-KEY-PGM-ID = SPACE
             MOVE "UNKNOWN" TO WK-KEY-PGM-ID
           END-IF.
           MOVE CFJNL-TOKU-COD TO WK-KEY-TOKU-COD.
           IF CFJNL-KANJO-COD = WK-ACCT-URIKAKE
             ADD 1 TO WK-JNL-CNT
             MOVE ZERO TO WK-KEY-HOJO
             IF CFJNL-TAISHAKU = "D"
               MOVE CFJNL-KINGAKU TO WK-KEY-GL
             ELSE
               COMPUTE WK-KEY-GL = ZERO - CFJNL-KINGAKU
             END-IF
             PERFORM ADD-SAI-RTN
           END-IF.
           IF CFJNL-PGM-ID = "KUBM075"
            AND CFJNL-KANJO-COD = WK-ACCT-FUTSU-YOKIN
            AND CFJNL-TAISHAKU = "D"
             MOVE CFJNL-KINGAKU TO WK-KEY-HOJO
             MOVE ZERO TO WK-KEY-GL
             PERFORM ADD-SAI-RTN
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    照合する会社の請求書かの判定（請求書番号で検索する）
      ******************************************************************
       CHECK-KINV-RTN      SECTION.
           MOVE "N" TO WK-KINV-HIT-FLG.
           IF WK-KINV-CNT = ZERO
             GO TO EXT
           END-IF.
           SET WK-KINV-IDX TO 1.
           SEARCH WK-KINV-ENT
             AT END
               CONTINUE
             WHEN WK-KINV-IDX > WK-KINV-CNT
               CONTINUE
             WHEN WK-KINV-INVOICE-NO (WK-KINV-IDX) = WK-KEY-INVOICE-NO
               MOVE "Y" TO WK-KINV-HIT-FLG
           END-SEARCH.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    増減1件の積み上げ（出力元・得意先別と出力元別）
      ******************************************************************
       ADD-SAI-RTN         SECTION.
           SET WK-SAI-IDX TO 1.
           SEARCH WK-SAI-ENT
             AT END
               DISPLAY "!!! KCBM115 ABEND : SAI TABLE FULL !!!"
               MOVE RC-ABEND TO RETURN-CODE
               PERFORM TERM-RTN
               STOP RUN
             WHEN WK-SAI-IDX > WK-SAI-CNT
               ADD 1 TO WK-SAI-CNT
               MOVE WK-KEY-PGM-ID TO WK-SAI-PGM-ID (WK-SAI-IDX)
               MOVE WK-KEY-TOKU-COD TO WK-SAI-TOKU-COD (WK-SAI-IDX)
               MOVE ZERO TO WK-SAI-HOJO (WK-SAI-IDX)
               MOVE ZERO TO WK-SAI-GL (WK-SAI-IDX)
             WHEN WK-SAI-PGM-ID (WK-SAI-IDX) = WK-KEY-PGM-ID
              AND WK-SAI-TOKU-COD (WK-SAI-IDX) = WK-KEY-TOKU-COD
               CONTINUE
           END-SEARCH.
           ADD WK-KEY-HOJO TO WK-SAI-HOJO (WK-SAI-IDX).
           ADD WK-KEY-GL TO WK-SAI-GL (WK-SAI-IDX).
      *
           SET WK-SRC-IDX TO 1.
           SEARCH WK-SRC-ENT
             AT END
               DISPLAY "!!! KCBM115 ABEND : SRC TABLE FULL !!!"
               MOVE RC-ABEND TO RETURN-CODE
               PERFORM TERM-RTN
               STOP RUN
             WHEN WK-SRC-IDX > WK-SRC-CNT
               ADD 1 TO WK-SRC-CNT
               MOVE WK-KEY-PGM-ID TO WK-SRC-PGM-ID (WK-SRC-IDX)
               MOVE ZERO TO WK-SRC-HOJO (WK-SRC-IDX)
               MOVE ZERO TO WK-SRC-GL (WK-SRC-IDX)
             WHEN WK-SRC-PGM-ID (WK-SRC-IDX) = WK-KEY-PGM-ID
               CONTINUE
           END-SEARCH.
           ADD WK-KEY-HOJO TO WK-SRC-HOJO (WK-SRC-IDX).
           ADD WK-KEY-GL TO WK-SRC-GL (WK-SRC-IDX).
      *
           ADD WK-KEY-HOJO TO WK-HOJO-ZOGEN.
           ADD WK-KEY-GL TO WK-GL-ZOGEN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    月初・月末残高と差額の算出（補助元帳の月初残高は月末残高
      *    から当月増減を戻して求める）
      ******************************************************************
       CALC-RTN            SECTION.
           COMPUTE WK-HOJO-ZENGETSU = WK-HOJO-ZAN - WK-HOJO-ZOGEN.
           IF WK-SHOKAI-FLG = "Y"
             MOVE WK-HOJO-ZENGETSU TO WK-GL-ZENGETSU
           ELSE
             MOVE WK-ARH-GL-ZAN TO WK-GL-ZENGETSU
           END-IF.
           COMPUTE WK-GL-ZAN = WK-GL-ZENGETSU + WK-GL-ZOGEN.
           COMPUTE WK-SAGAKU = WK-HOJO-ZAN - WK-GL-ZAN.
           COMPUTE WK-ZENGETSU-SAGAKU =
             WK-HOJO-ZENGETSU - WK-GL-ZENGETSU.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    照合表印字（月初残高、出力元別の増減、差額のある出力元・
      *    得意先の明細、月末残高）
      ******************************************************************
       PRINT-RTN           SECTION.
           MOVE WK-NENGETSU TO WK-RH1-NENGETSU.
           MOVE WK-BASE-DATE TO WK-RH1-DATE.
           MOVE WK-KAISHA-COD TO WK-RH1-KAISHA-COD.
           MOVE WK-RPT-HEAD1 TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
      *
           MOVE "ZENGETSU ZAN" TO WK-RPS-TITLE.
           MOVE WK-HOJO-ZENGETSU TO WK-RPS-HOJO.
           MOVE WK-GL-ZENGETSU TO WK-RPS-GL.
           MOVE WK-ZENGETSU-SAGAKU TO WK-RPS-SAGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           IF WK-SHOKAI-FLG = "Y"
             MOVE "(SHOKAI : GL ZENGETSU ZAN = HOJO ZENGETSU ZAN)"
               TO RPT-REC
             WRITE RPT-REC
           ELSE
             IF WK-ARH-HOJO-ZAN NOT = WK-HOJO-ZENGETSU
               MOVE "ZENKAI HOJO ZAN" TO WK-RPS-TITLE
               MOVE WK-ARH-HOJO-ZAN TO WK-RPS-HOJO
               MOVE ZERO TO WK-RPS-GL
               COMPUTE WK-MEISAI-SAGAKU =
                 WK-HOJO-ZENGETSU - WK-ARH-HOJO-ZAN
               MOVE WK-MEISAI-SAGAKU TO WK-RPS-SAGAKU
               MOVE WK-RPT-SUMMARY TO RPT-REC
               WRITE RPT-REC
             END-IF
           END-IF.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
      *
           MOVE WK-RPT-HEAD2 TO RPT-REC.
           WRITE RPT-REC.
           PERFORM PRINT-SRC-RTN
             VARYING WK-IX FROM 1 BY 1 UNTIL WK-IX > WK-SRC-CNT.
           MOVE "ZOGEN GOKEI" TO WK-RPS-TITLE.
           MOVE WK-HOJO-ZOGEN TO WK-RPS-HOJO.
           MOVE WK-GL-ZOGEN TO WK-RPS-GL.
           COMPUTE WK-MEISAI-SAGAKU = WK-HOJO-ZOGEN - WK-GL-ZOGEN.
           MOVE WK-MEISAI-SAGAKU TO WK-RPS-SAGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
      *
           MOVE "*** SAGAKU MEISAI ***" TO RPT-REC.
           WRITE RPT-REC.
           MOVE WK-RPT-HEAD2 TO RPT-REC.
           WRITE RPT-REC.
           PERFORM PRINT-SAI-RTN
             VARYING WK-IX FROM 1 BY 1 UNTIL WK-IX > WK-SAI-CNT.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
      *
           MOVE "GETSUMATSU ZAN" TO WK-RPS-TITLE.
           MOVE WK-HOJO-ZAN TO WK-RPS-HOJO.
           MOVE WK-GL-ZAN TO WK-RPS-GL.
           MOVE WK-SAGAKU TO WK-RPS-SAGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           IF WK-SAGAKU = ZERO
             MOVE "SHOGO KEKKA : ITCHI" TO RPT-REC
           ELSE
             MOVE "SHOGO KEKKA : SAGAKU ARI (CLOSE HORYU)" TO RPT-REC
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       PRINT-SRC-RTN       SECTION.
           MOVE SPACE TO WK-RPM-TOKU-COD.
           MOVE WK-SRC-PGM-ID (WK-IX) TO WK-RPM-PGM-ID.
           MOVE WK-SRC-HOJO (WK-IX) TO WK-RPM-HOJO.
           MOVE WK-SRC-GL (WK-IX) TO WK-RPM-GL.
           COMPUTE WK-MEISAI-SAGAKU =
             WK-SRC-HOJO (WK-IX) - WK-SRC-GL (WK-IX).
           MOVE WK-MEISAI-SAGAKU TO WK-RPM-SAGAKU.
           MOVE WK-RPT-MEISAI TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       PRINT-SAI-RTN       SECTION.
           COMPUTE WK-MEISAI-SAGAKU =
             WK-SAI-HOJO (WK-IX) - WK-SAI-GL (WK-IX).
           IF WK-MEISAI-SAGAKU = ZERO
             GO TO EXT
           END-IF.
           ADD 1 TO WK-SAI-ARI-CNT.
           MOVE WK-SAI-PGM-ID (WK-IX) TO WK-RPM-PGM-ID.
           MOVE WK-SAI-TOKU-COD (WK-IX) TO WK-RPM-TOKU-COD.
           MOVE WK-SAI-HOJO (WK-IX) TO WK-RPM-HOJO.
           MOVE WK-SAI-GL (WK-IX) TO WK-RPM-GL.
           MOVE WK-MEISAI-SAGAKU TO WK-RPM-SAGAKU.
           MOVE WK-RPT-MEISAI TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      *    照合結果を照合履歴へ追記する。
       WRITE-ARH-RTN       SECTION.
           OPEN EXTEND ARH-FILE.
           IF WK-ARH-FILE-ERR NOT = "00"
             OPEN OUTPUT ARH-FILE
           END-IF.
           IF WK-ARH-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM115 ABEND NOT ARH-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             GO TO EXT
           END-IF.
           MOVE SPACE TO ARH-REC.
           MOVE WK-NENGETSU TO CFARH-NENGETSU.
           MOVE WK-KAISHA-COD TO CFARH-KAISHA-COD.
           MOVE WK-HOJO-ZAN TO CFARH-HOJO-ZAN.
           MOVE WK-GL-ZAN TO CFARH-GL-ZAN.
           MOVE WK-SAGAKU TO CFARH-SAGAKU.
           IF WK-SAGAKU = ZERO
             MOVE "T" TO CFARH-STATUS
           ELSE
             MOVE "D" TO CFARH-STATUS
           END-IF.
           MOVE WK-BASE-DATE TO CFARH-JIKKO-DATE.
           WRITE ARH-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-IVF-FILE-ERR = "00"
             CLOSE IVF-FILE
           END-IF.
           IF WK-PLF-FILE-ERR = "00"
             CLOSE PLF-FILE
           END-IF.
           IF WK-DEP-FILE-ERR = "00"
             CLOSE DEP-FILE
           END-IF.
           IF WK-SDL-FILE-ERR = "00"
             CLOSE SDL-FILE
           END-IF.
           IF WK-NRF-FILE-ERR = "00"
             CLOSE NRF-FILE
           END-IF.
           IF WK-NTL-FILE-ERR = "00"
             CLOSE NTL-FILE
           END-IF.
           IF WK-GJF-FILE-ERR = "00"
             CLOSE GJF-FILE
           END-IF.
           IF WK-JNL-FILE-ERR = "00"
             CLOSE JNL-FILE
           END-IF.
           IF WK-ARH-FILE-ERR = "00"
             CLOSE ARH-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "IVFCNT=" WK-IVF-CNT.
           DISPLAY "GJFCNT=" WK-GJF-CNT.
           DISPLAY "JNLCNT=" WK-JNL-CNT.
           DISPLAY "SAICNT=" WK-SAI-ARI-CNT.
           DISPLAY "SAGAKU=" WK-SAGAKU.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KCBM115 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KCBM115"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "IVFCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-IVF-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "GJFCNT"              TO RUNHIS-CNT-LABEL (2).
           MOVE WK-GJF-CNT            TO RUNHIS-CNT-VALUE (2).
           MOVE "JNLCNT"              TO RUNHIS-CNT-LABEL (3).
           MOVE WK-JNL-CNT            TO RUNHIS-CNT-VALUE (3).
           MOVE "SAICNT"              TO RUNHIS-CNT-LABEL (4).
           MOVE WK-SAI-ARI-CNT        TO RUNHIS-CNT-VALUE (4).
           MOVE "SAGAKU"              TO RUNHIS-CNT-LABEL (5).
           MOVE WK-SAGAKU             TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KCBM115 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
