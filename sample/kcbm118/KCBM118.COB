       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KCBM118.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：共通
      * プログラム名  ：残高確認差異リスト
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。残高確認台帳(KCCFZKN)の基準日(環境
      *                 変数KCBM118-KIJUN、既定は台帳の最新の基準日)
      *                 の確認書について、回答残高と当社残高を突き
      *                 合わせた差異リスト(RPT)を印字する。差額のある
      *                 取引先には、基準日前後の日数(環境変数KCBM118-
      *                 NISSU、既定10日)内の未達取引を差額の説明として
      *                 列挙する。得意先は基準日後の入金(KCCFPLF)と
      *                 基準日前の請求書(KCCFIVF、先方未計上)、仕入先
      *                 は基準日後に当方が計上した仕入請求書(KCCFAPF、
      *                 当方未計上)と基準日前の支払(KCCFPAD、先方未着)
      *                 とし、説明のつかない差額を印字する。未回答の
      *                 確認書も一覧に含める。説明のつかない差額がある
      *                 場合は終了コードを警告とする。
      *                 会社は環境変数KAISHA-COD(省略時"01")で指定し、
      *                 台帳・請求書・買掛金はその会社の行だけを対象と
      *                 する(会社コードSPACEの行は"01")。見出しに会社
      *                 コードを印字する。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ZKN-FILE
             ASSIGN TO EXTERNAL ZKN
               FILE STATUS IS WK-ZKN-FILE-ERR.
           SELECT TOK-FILE
             ASSIGN TO EXTERNAL TOK
               FILE STATUS IS WK-TOK-FILE-ERR.
           SELECT SIR-FILE
             ASSIGN TO EXTERNAL SIR
               FILE STATUS IS WK-SIR-FILE-ERR.
           SELECT PLF-FILE
             ASSIGN TO EXTERNAL PLF
               FILE STATUS IS WK-PLF-FILE-ERR.
           SELECT IVF-FILE
             ASSIGN TO EXTERNAL IVF
               FILE STATUS IS WK-IVF-FILE-ERR.
           SELECT APF-FILE
             ASSIGN TO EXTERNAL APF
               FILE STATUS IS WK-APF-FILE-ERR.
           SELECT PAD-FILE
             ASSIGN TO EXTERNAL PAD
               FILE STATUS IS WK-PAD-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
       FD  ZKN-FILE.
       01  ZKN-REC.
           COPY KCCFZKN.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY KCCFTOK.
       FD  SIR-FILE.
       01  SIR-REC.
           COPY KCCFSIR.
       FD  PLF-FILE.
       01  PLF-REC.
           COPY KCCFPLF.
       FD  IVF-FILE.
       01  IVF-REC.
           COPY KCCFIVF.
       FD  APF-FILE.
       01  APF-REC.
           COPY KCCFAPF.
       FD  PAD-FILE.
       01  PAD-REC.
           COPY KCCFPAD.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(120).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-ZKN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SIR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-PLF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IVF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-APF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-PAD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  ZKN-END-FLG                 PIC  X(01) VALUE "N".
       01  TOK-END-FLG                 PIC  X(01) VALUE "N".
       01  SIR-END-FLG                 PIC  X(01) VALUE "N".
       01  PLF-END-FLG                 PIC  X(01) VALUE "N".
       01  IVF-END-FLG                 PIC  X(01) VALUE "N".
       01  APF-END-FLG                 PIC  X(01) VALUE "N".
       01  PAD-END-FLG                 PIC  X(01) VALUE "N".
      *    対象の基準日(環境変数KCBM118-KIJUN。既定は台帳の最新)
       01  WK-KIJUN-DATE               PIC  9(08) VALUE ZERO.
       01  WK-KIJUN-X                  PIC  X(08) VALUE SPACE.
       01  WK-KIJUN-N REDEFINES WK-KIJUN-X
                                       PIC  9(08).
      *    未達取引とみなす基準日前後の日数(環境変数KCBM118-NISSU)
       01  WK-NISSU                    PIC  9(03) VALUE 10.
       01  WK-NISSU-X                  PIC  X(03) VALUE SPACE.
       01  WK-NISSU-N REDEFINES WK-NISSU-X
                                       PIC  9(03).
       01  WK-KIJUN-DAYS               PIC S9(09) VALUE ZERO.
       01  WK-MAE-DATE                 PIC  9(08) VALUE ZERO.
       01  WK-ATO-DATE                 PIC  9(08) VALUE ZERO.
      *    突き合わせる会社(環境変数KAISHA-COD。省略時"01")
       01  WK-KAISHA-COD               PIC  X(02) VALUE "01".
       01  WK-ENV-KAISHA-COD           PIC  X(02) VALUE SPACE.
       01  WK-ROW-KAISHA-COD           PIC  X(02) VALUE SPACE.
      ******************************************************************
      *  対象基準日の確認書テーブル
      ******************************************************************
       01  WK-ZKN-TBL.
           03  WK-ZKN-CNT              PIC  9(05) VALUE ZERO.
           03  WK-ZKN-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-ZKN-IDX.
             05  WK-ZKN-KAKUNIN-NO     PIC  9(08).
             05  WK-ZKN-TAISHO-KBN     PIC  X(01).
             05  WK-ZKN-TORIHIKI-COD   PIC  X(06).
             05  WK-ZKN-TOSHA-ZAN      PIC S9(13).
             05  WK-ZKN-KAITO-STATUS   PIC  X(01).
             05  WK-ZKN-KAITO-DATE     PIC  9(08).
             05  WK-ZKN-KAITO-ZAN      PIC S9(13).
             05  WK-ZKN-SAGAKU         PIC S9(13).
             05  WK-ZKN-SETSUMEI       PIC S9(13).
      ******************************************************************
      *  差額を説明する未達取引テーブル(WK-MTC-ZIXは確認書の位置、
      *  WK-MTC-KINGAKUは当社残高－回答残高の差額に対する寄与)
      ******************************************************************
       01  WK-MTC-TBL.
           03  WK-MTC-CNT              PIC  9(05) VALUE ZERO.
           03  WK-MTC-ENT              OCCURS 10000 TIMES
                                        INDEXED BY WK-MTC-IDX.
             05  WK-MTC-ZIX            PIC  9(05).
             05  WK-MTC-SHUBETSU       PIC  X(20).
             05  WK-MTC-REF-NO         PIC  X(10).
             05  WK-MTC-DATE           PIC  9(08).
             05  WK-MTC-KINGAKU        PIC S9(13).
      ******************************************************************
      *  取引先名称テーブル
      ******************************************************************
       01  WK-MEI-TBL.
           03  WK-MEI-CNT              PIC  9(05) VALUE ZERO.
           03  WK-MEI-ENT              OCCURS 3000 TIMES
                                        INDEXED BY WK-MEI-IDX.
             05  WK-MEI-TAISHO-KBN     PIC  X(01).
             05  WK-MEI-TORIHIKI-COD   PIC  X(06).
             05  WK-MEI-TORIHIKI-MEI   PIC  X(20).
       01  WK-IX                       PIC  9(05) VALUE ZERO.
       01  WK-MIX                      PIC  9(05) VALUE ZERO.
      *
      *    確認書の検索キーと未達取引1件分(ADD-MTC-RTNへの受け渡し)
       01  WK-KEY-TAISHO-KBN           PIC  X(01) VALUE SPACE.
       01  WK-KEY-TORIHIKI-COD         PIC  X(06) VALUE SPACE.
       01  WK-KEY-MEI                  PIC  X(20) VALUE SPACE.
       01  WK-KEY-SHUBETSU             PIC  X(20) VALUE SPACE.
       01  WK-KEY-REF-NO               PIC  X(10) VALUE SPACE.
       01  WK-KEY-DATE                 PIC  9(08) VALUE ZERO.
       01  WK-KEY-KINGAKU              PIC S9(13) VALUE ZERO.
       01  WK-FOUND-FLG                PIC  X(01) VALUE "N".
       01  WK-MISETSUMEI               PIC S9(13) VALUE ZERO.
      *
       01  WK-LTR-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-ITCHI-CNT                PIC  9(09) VALUE ZERO.
       01  WK-SAI-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-MIKAITO-CNT              PIC  9(09) VALUE ZERO.
       01  WK-MISETSUMEI-CNT           PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  差異リスト印字用
      ******************************************************************
       01  WK-RPT-HEAD1.
           03  FILLER                  PIC  X(35) VALUE
             "*** ZANDAKA KAKUNIN SAI LIST ***".
           03  FILLER                  PIC  X(08) VALUE "KIJUNBI=".
           03  WK-RH1-KIJUN-DATE       PIC  9(08).
           03  FILLER                  PIC  X(07) VALUE " NISSU=".
           03  WK-RH1-NISSU            PIC  ZZ9.
           03  FILLER                  PIC  X(08) VALUE " KAISHA=".
           03  WK-RH1-KAISHA-COD       PIC  X(02).
       01  WK-RPT-HEAD2.
           03  FILLER                  PIC  X(10) VALUE "KAKUNIN-NO".
           03  FILLER                  PIC  X(02) VALUE SPACE.
           03  FILLER                  PIC  X(02) VALUE "KB".
           03  FILLER                  PIC  X(08) VALUE "TORIHIKI".
           03  FILLER                  PIC  X(21) VALUE "MEISHO".
           03  FILLER                  PIC  X(16) VALUE
             "    TOSHA ZAN".
           03  FILLER                  PIC  X(16) VALUE
             "    KAITO ZAN".
           03  FILLER                  PIC  X(16) VALUE
             "       SAGAKU".
           03  FILLER                  PIC  X(08) VALUE " JOKYO".
       01  WK-RPT-MEISAI.
           03  WK-RPM-KAKUNIN-NO       PIC  9(08).
           03  FILLER                  PIC  X(04) VALUE SPACE.
           03  WK-RPM-TAISHO-KBN       PIC  X(01).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPM-TORIHIKI-COD     PIC  X(06).
           03  FILLER                  PIC  X(02) VALUE SPACE.
           03  WK-RPM-TORIHIKI-MEI     PIC  X(20).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPM-TOSHA-ZAN        PIC  -(15)9.
           03  WK-RPM-KAITO-ZAN        PIC  -(15)9.
           03  WK-RPM-SAGAKU           PIC  -(15)9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPM-JOKYO            PIC  X(07).
       01  WK-RPT-MITATSU.
           03  FILLER                  PIC  X(06) VALUE SPACE.
           03  WK-RPA-SHUBETSU         PIC  X(20).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPA-REF-NO           PIC  X(10).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPA-DATE             PIC  9(08).
           03  FILLER                  PIC  X(28) VALUE SPACE.
           03  WK-RPA-KINGAKU          PIC  -(15)9.
       01  WK-RPT-SETSUMEI.
           03  FILLER                  PIC  X(06) VALUE SPACE.
           03  WK-RPS-TITLE            PIC  X(68).
           03  WK-RPS-KINGAKU          PIC  -(15)9.
       01  WK-RPT-SUMMARY.
           03  WK-RPT-SUM-TITLE        PIC  X(20).
           03  WK-RPT-SUM-CNT          PIC  ZZZZZZZZ9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM SUM-PLF-RTN
             PERFORM SUM-IVF-RTN
             PERFORM SUM-APF-RTN
             PERFORM SUM-PAD-RTN
             PERFORM PRINT-RTN
               VARYING WK-IX FROM 1 BY 1 UNTIL WK-IX > WK-ZKN-CNT
             PERFORM PRINT-SUMMARY-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
      ******************************************************************
      *    初期処理（対象基準日の決定、確認書・取引先名称の読込）
      ******************************************************************
       INIT-RTN            SECTION.
           DISPLAY "*** KCBM118 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
           DISPLAY "KAISHA-COD" UPON ENVIRONMENT-NAME.
           ACCEPT WK-ENV-KAISHA-COD FROM ENVIRONMENT-VALUE.
           IF WK-ENV-KAISHA-COD NOT = SPACE
             MOVE WK-ENV-KAISHA-COD TO WK-KAISHA-COD
           END-IF.
           DISPLAY "*** KCBM118 KAISHA=" WK-KAISHA-COD.
      *
           DISPLAY "KCBM118-KIJUN" UPON ENVIRONMENT-NAME.
           ACCEPT WK-KIJUN-X FROM ENVIRONMENT-VALUE.
           IF WK-KIJUN-X NOT = SPACE
            AND WK-KIJUN-N IS NUMERIC
             MOVE WK-KIJUN-N TO WK-KIJUN-DATE
           END-IF.
           DISPLAY "KCBM118-NISSU" UPON ENVIRONMENT-NAME.
           ACCEPT WK-NISSU-X FROM ENVIRONMENT-VALUE.
           IF WK-NISSU-X NOT = SPACE
            AND WK-NISSU-N IS NUMERIC
             MOVE WK-NISSU-N TO WK-NISSU
           END-IF.
      *
      *    基準日の指定が無ければ台帳の最新の基準日とする
           OPEN INPUT ZKN-FILE.
           IF WK-ZKN-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM118 ABEND NOT ZKN-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           IF WK-KIJUN-DATE = ZERO
             PERFORM SCAN-ZKN-RTN  UNTIL ZKN-END-FLG = "Y"
             CLOSE ZKN-FILE
             MOVE "N" TO ZKN-END-FLG
             OPEN INPUT ZKN-FILE
           END-IF.
           PERFORM LOAD-ZKN-RTN  UNTIL ZKN-END-FLG = "Y".
           CLOSE ZKN-FILE.
           MOVE HIGH-VALUE TO WK-ZKN-FILE-ERR.
           DISPLAY "KIJUNBI=" WK-KIJUN-DATE " NISSU=" WK-NISSU.
           IF WK-ZKN-CNT = ZERO
             DISPLAY "*** KCBM118 KAKUNINSHO NASHI"
             MOVE RC-WARNING TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
      *
           COMPUTE WK-KIJUN-DAYS =
             FUNCTION INTEGER-OF-DATE (WK-KIJUN-DATE).
           COMPUTE WK-MAE-DATE =
             FUNCTION DATE-OF-INTEGER (WK-KIJUN-DAYS - WK-NISSU).
           COMPUTE WK-ATO-DATE =
             FUNCTION DATE-OF-INTEGER (WK-KIJUN-DAYS + WK-NISSU).
      *
           OPEN INPUT TOK-FILE.
           IF WK-TOK-FILE-ERR = "00"
             PERFORM LOAD-TOK-RTN  UNTIL TOK-END-FLG = "Y"
             CLOSE TOK-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-TOK-FILE-ERR.
           OPEN INPUT SIR-FILE.
           IF WK-SIR-FILE-ERR = "00"
             PERFORM LOAD-SIR-RTN  UNTIL SIR-END-FLG = "Y"
             CLOSE SIR-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-SIR-FILE-ERR.
      *
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM118 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           MOVE WK-KIJUN-DATE TO WK-RH1-KIJUN-DATE.
           MOVE WK-NISSU TO WK-RH1-NISSU.
           MOVE WK-KAISHA-COD TO WK-RH1-KAISHA-COD.
           MOVE WK-RPT-HEAD1 TO RPT-REC.
           WRITE RPT-REC.
           MOVE WK-RPT-HEAD2 TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       SCAN-ZKN-RTN        SECTION.
           READ ZKN-FILE
             AT END
               MOVE "Y" TO ZKN-END-FLG
               GO TO EXT
           END-READ.
           MOVE CFZKN-KAISHA-COD TO WK-ROW-KAISHA-COD.
           PERFORM SET-ROW-KAISHA-RTN.
           IF WK-ROW-KAISHA-COD NOT = WK-KAISHA-COD
             GO TO EXT
           END-IF.
           IF CFZKN-KIJUN-DATE > WK-KIJUN-DATE
             MOVE CFZKN-KIJUN-DATE TO WK-KIJUN-DATE
           END-IF.
       EXT.
           EXIT.
      *
       LOAD-ZKN-RTN        SECTION.
           READ ZKN-FILE
             AT END
               MOVE "Y" TO ZKN-END-FLG
               GO TO EXT
           END-READ.
           IF CFZKN-KIJUN-DATE NOT = WK-KIJUN-DATE
             GO TO EXT
           END-IF.
           MOVE CFZKN-KAISHA-COD TO WK-ROW-KAISHA-COD.
           PERFORM SET-ROW-KAISHA-RTN.
           IF WK-ROW-KAISHA-COD NOT = WK-KAISHA-COD
             GO TO EXT
           END-IF.
           IF WK-ZKN-CNT >= 5000
             DISPLAY "!!! KCBM118 ABEND : ZKN TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-ZKN-CNT.
           SET WK-ZKN-IDX TO WK-ZKN-CNT.
           MOVE CFZKN-KAKUNIN-NO TO WK-ZKN-KAKUNIN-NO (WK-ZKN-IDX).
           MOVE CFZKN-TAISHO-KBN TO WK-ZKN-TAISHO-KBN (WK-ZKN-IDX).
           MOVE CFZKN-TORIHIKI-COD
             TO WK-ZKN-TORIHIKI-COD (WK-ZKN-IDX).
           MOVE CFZKN-TOSHA-ZAN TO WK-ZKN-TOSHA-ZAN (WK-ZKN-IDX).
           MOVE CFZKN-KAITO-STATUS
             TO WK-ZKN-KAITO-STATUS (WK-ZKN-IDX).
           MOVE ZERO TO WK-ZKN-KAITO-DATE (WK-ZKN-IDX).
           MOVE ZERO TO WK-ZKN-KAITO-ZAN (WK-ZKN-IDX).
           MOVE ZERO TO WK-ZKN-SAGAKU (WK-ZKN-IDX).
           MOVE ZERO TO WK-ZKN-SETSUMEI (WK-ZKN-IDX).
           IF CFZKN-KAITO-ZUMI
             MOVE CFZKN-KAITO-DATE TO WK-ZKN-KAITO-DATE (WK-ZKN-IDX)
             MOVE CFZKN-KAITO-ZAN TO WK-ZKN-KAITO-ZAN (WK-ZKN-IDX)
             COMPUTE WK-ZKN-SAGAKU (WK-ZKN-IDX) =
               CFZKN-TOSHA-ZAN - CFZKN-KAITO-ZAN
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
           MOVE "T" TO WK-KEY-TAISHO-KBN.
           MOVE CFTOK-TOKU-COD TO WK-KEY-TORIHIKI-COD.
           PERFORM FIND-ZKN-RTN.
           IF WK-FOUND-FLG = "Y"
             MOVE CFTOK-TOKU-MEI TO WK-KEY-MEI
             PERFORM ADD-MEI-RTN
           END-IF.
       EXT.
           EXIT.
      *
       LOAD-SIR-RTN        SECTION.
           READ SIR-FILE
             AT END
               MOVE "Y" TO SIR-END-FLG
               GO TO EXT
           END-READ.
           MOVE "S" TO WK-KEY-TAISHO-KBN.
           MOVE CFSIR-SUPPLIER-COD TO WK-KEY-TORIHIKI-COD.
           PERFORM FIND-ZKN-RTN.
           IF WK-FOUND-FLG = "Y"
             MOVE CFSIR-SUPPLIER-MEI TO WK-KEY-MEI
             PERFORM ADD-MEI-RTN
           END-IF.
       EXT.
           EXIT.
      *
      *    確認書のある取引先だけ名称を保持する
       ADD-MEI-RTN         SECTION.
           IF WK-MEI-CNT >= 3000
             DISPLAY "!!! KCBM118 ABEND : MEI TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-MEI-CNT.
           SET WK-MEI-IDX TO WK-MEI-CNT.
           MOVE WK-KEY-TAISHO-KBN TO WK-MEI-TAISHO-KBN (WK-MEI-IDX).
           MOVE WK-KEY-TORIHIKI-COD
             TO WK-MEI-TORIHIKI-COD (WK-MEI-IDX).
           MOVE WK-KEY-MEI TO WK-MEI-TORIHIKI-MEI (WK-MEI-IDX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    得意先：基準日後の入金(先方は支払済みとして計上)
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
           IF CFPLF-NYUKIN-DATE <= WK-KIJUN-DATE
            OR CFPLF-NYUKIN-DATE > WK-ATO-DATE
             GO TO EXT
           END-IF.
           MOVE "T" TO WK-KEY-TAISHO-KBN.
           MOVE CFPLF-TOKU-COD TO WK-KEY-TORIHIKI-COD.
           MOVE "NYUKIN (KIJUNBI GO)" TO WK-KEY-SHUBETSU.
           MOVE CFPLF-INVOICE-NO TO WK-KEY-REF-NO.
           MOVE CFPLF-NYUKIN-DATE TO WK-KEY-DATE.
           MOVE CFPLF-KINGAKU TO WK-KEY-KINGAKU.
           PERFORM ADD-MTC-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    得意先：基準日直前に発行した請求書(先方未計上)
      ******************************************************************
       SUM-IVF-RTN         SECTION.
           OPEN INPUT IVF-FILE.
           IF WK-IVF-FILE-ERR NOT = "00"
             GO TO EXT
           END-IF.
           PERFORM READ-IVF-RTN  UNTIL IVF-END-FLG = "Y".
           CLOSE IVF-FILE.
           MOVE HIGH-VALUE TO WK-IVF-FILE-ERR.
       EXT.
           EXIT.
      *
       READ-IVF-RTN        SECTION.
           READ IVF-FILE
             AT END
               MOVE "Y" TO IVF-END-FLG
               GO TO EXT
           END-READ.
           MOVE CFIVF-KAISHA-COD TO WK-ROW-KAISHA-COD.
           PERFORM SET-ROW-KAISHA-RTN.
           IF WK-ROW-KAISHA-COD NOT = WK-KAISHA-COD
             GO TO EXT
           END-IF.
           IF CFIVF-HAKKO-DATE <= WK-MAE-DATE
            OR CFIVF-HAKKO-DATE > WK-KIJUN-DATE
             GO TO EXT
           END-IF.
           IF CFIVF-VOIDED
            AND CFIVF-VOID-DATE <= WK-KIJUN-DATE
             GO TO EXT
           END-IF.
           MOVE "T" TO WK-KEY-TAISHO-KBN.
           MOVE CFIVF-TOKU-COD TO WK-KEY-TORIHIKI-COD.
           MOVE "SEIKYU (SENPO MIKEI)" TO WK-KEY-SHUBETSU.
           MOVE CFIVF-INVOICE-NO TO WK-KEY-REF-NO.
           MOVE CFIVF-HAKKO-DATE TO WK-KEY-DATE.
           MOVE CFIVF-KINGAKU TO WK-KEY-KINGAKU.
           PERFORM ADD-MTC-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    仕入先：基準日後に計上した仕入請求書(当方未計上)
      ******************************************************************
       SUM-APF-RTN         SECTION.
           OPEN INPUT APF-FILE.
           IF WK-APF-FILE-ERR NOT = "00"
             GO TO EXT
           END-IF.
           PERFORM READ-APF-RTN  UNTIL APF-END-FLG = "Y".
           CLOSE APF-FILE.
           MOVE HIGH-VALUE TO WK-APF-FILE-ERR.
       EXT.
           EXIT.
      *
       READ-APF-RTN        SECTION.
           READ APF-FILE
             AT END
               MOVE "Y" TO APF-END-FLG
               GO TO EXT
           END-READ.
           MOVE CFAPF-KAISHA-COD TO WK-ROW-KAISHA-COD.
           PERFORM SET-ROW-KAISHA-RTN.
           IF WK-ROW-KAISHA-COD NOT = WK-KAISHA-COD
             GO TO EXT
           END-IF.
           IF CFAPF-KEIJO-DATE <= WK-KIJUN-DATE
            OR CFAPF-KEIJO-DATE > WK-ATO-DATE
             GO TO EXT
           END-IF.
           MOVE "S" TO WK-KEY-TAISHO-KBN.
           MOVE CFAPF-SUPPLIER-COD TO WK-KEY-TORIHIKI-COD.
           MOVE "SEIKYU (TOHO MIKEI)" TO WK-KEY-SHUBETSU.
           MOVE CFAPF-INVOICE-NO TO WK-KEY-REF-NO.
           MOVE CFAPF-KEIJO-DATE TO WK-KEY-DATE.
           COMPUTE WK-KEY-KINGAKU = ZERO - CFAPF-KINGAKU.
           PERFORM ADD-MTC-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    仕入先：基準日直前の支払(先方未着)。支払明細は直近の支払
      *    実行分だけを持つため、無ければ対象なし
      ******************************************************************
       SUM-PAD-RTN         SECTION.
           OPEN INPUT PAD-FILE.
           IF WK-PAD-FILE-ERR NOT = "00"
             GO TO EXT
           END-IF.
           PERFORM READ-PAD-RTN  UNTIL PAD-END-FLG = "Y".
           CLOSE PAD-FILE.
           MOVE HIGH-VALUE TO WK-PAD-FILE-ERR.
       EXT.
           EXIT.
      *
       READ-PAD-RTN        SECTION.
           READ PAD-FILE
             AT END
               MOVE "Y" TO PAD-END-FLG
               GO TO EXT
           END-READ.
           IF NOT CFPAD-SEIKYU
            OR CFPAD-SHIHARAI-DATE <= WK-MAE-DATE
            OR CFPAD-SHIHARAI-DATE > WK-KIJUN-DATE
             GO TO EXT
           END-IF.
           MOVE "S" TO WK-KEY-TAISHO-KBN.
           MOVE CFPAD-SUPPLIER-COD TO WK-KEY-TORIHIKI-COD.
           MOVE "SHIHARAI (SENPO MI)" TO WK-KEY-SHUBETSU.
           MOVE CFPAD-INVOICE-NO TO WK-KEY-REF-NO.
           MOVE CFPAD-SHIHARAI-DATE TO WK-KEY-DATE.
           COMPUTE WK-KEY-KINGAKU = ZERO - CFPAD-SEIKYU-KINGAKU.
           PERFORM ADD-MTC-RTN.
       EXT.
           EXIT.
      *
      *    回答済みで差額のある確認書にだけ未達取引を積む
       ADD-MTC-RTN         SECTION.
           PERFORM FIND-ZKN-RTN.
           IF WK-FOUND-FLG NOT = "Y"
             GO TO EXT
           END-IF.
           IF WK-ZKN-KAITO-STATUS (WK-ZKN-IDX) NOT = "K"
            OR WK-ZKN-SAGAKU (WK-ZKN-IDX) = ZERO
             GO TO EXT
           END-IF.
           IF WK-MTC-CNT >= 10000
             DISPLAY "!!! KCBM118 ABEND : MTC TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-MTC-CNT.
           SET WK-MTC-IDX TO WK-MTC-CNT.
           SET WK-MTC-ZIX (WK-MTC-IDX) TO WK-ZKN-IDX.
           MOVE WK-KEY-SHUBETSU TO WK-MTC-SHUBETSU (WK-MTC-IDX).
           MOVE WK-KEY-REF-NO TO WK-MTC-REF-NO (WK-MTC-IDX).
           MOVE WK-KEY-DATE TO WK-MTC-DATE (WK-MTC-IDX).
           MOVE WK-KEY-KINGAKU TO WK-MTC-KINGAKU (WK-MTC-IDX).
           ADD WK-KEY-KINGAKU TO WK-ZKN-SETSUMEI (WK-ZKN-IDX).
       EXT.
           EXIT.
      *
       FIND-ZKN-RTN        SECTION.
           MOVE "N" TO WK-FOUND-FLG.
           IF WK-ZKN-CNT = ZERO
             GO TO EXT
           END-IF.
           SET WK-ZKN-IDX TO 1.
           SEARCH WK-ZKN-ENT
             AT END
               CONTINUE
             WHEN WK-ZKN-IDX > WK-ZKN-CNT
               CONTINUE
             WHEN WK-ZKN-TAISHO-KBN (WK-ZKN-IDX) = WK-KEY-TAISHO-KBN
              AND WK-ZKN-TORIHIKI-COD (WK-ZKN-IDX) =
                    WK-KEY-TORIHIKI-COD
               MOVE "Y" TO WK-FOUND-FLG
           END-SEARCH.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    確認書1通ごとの印字（差額がある場合は未達取引と未説明差額）
      ******************************************************************
       PRINT-RTN           SECTION.
           ADD 1 TO WK-LTR-CNT.
           MOVE WK-ZKN-KAKUNIN-NO (WK-IX) TO WK-RPM-KAKUNIN-NO.
           MOVE WK-ZKN-TAISHO-KBN (WK-IX) TO WK-RPM-TAISHO-KBN.
           MOVE WK-ZKN-TORIHIKI-COD (WK-IX) TO WK-RPM-TORIHIKI-COD.
           MOVE SPACE TO WK-RPM-TORIHIKI-MEI.
           IF WK-MEI-CNT > ZERO
             SET WK-MEI-IDX TO 1
             SEARCH WK-MEI-ENT
               AT END
                 CONTINUE
               WHEN WK-MEI-IDX > WK-MEI-CNT
                 CONTINUE
               WHEN WK-MEI-TAISHO-KBN (WK-MEI-IDX) =
                      WK-ZKN-TAISHO-KBN (WK-IX)
                AND WK-MEI-TORIHIKI-COD (WK-MEI-IDX) =
                      WK-ZKN-TORIHIKI-COD (WK-IX)
                 MOVE WK-MEI-TORIHIKI-MEI (WK-MEI-IDX)
                   TO WK-RPM-TORIHIKI-MEI
             END-SEARCH
           END-IF.
           MOVE WK-ZKN-TOSHA-ZAN (WK-IX) TO WK-RPM-TOSHA-ZAN.
           MOVE WK-ZKN-KAITO-ZAN (WK-IX) TO WK-RPM-KAITO-ZAN.
           MOVE WK-ZKN-SAGAKU (WK-IX) TO WK-RPM-SAGAKU.
           IF WK-ZKN-KAITO-STATUS (WK-IX) NOT = "K"
             MOVE "MIKAITO" TO WK-RPM-JOKYO
             ADD 1 TO WK-MIKAITO-CNT
           ELSE
             IF WK-ZKN-SAGAKU (WK-IX) = ZERO
               MOVE "ITCHI" TO WK-RPM-JOKYO
               ADD 1 TO WK-ITCHI-CNT
             ELSE
               MOVE "SAI ARI" TO WK-RPM-JOKYO
               ADD 1 TO WK-SAI-CNT
             END-IF
           END-IF.
           MOVE WK-RPT-MEISAI TO RPT-REC.
           WRITE RPT-REC.
           IF WK-ZKN-KAITO-STATUS (WK-IX) NOT = "K"
            OR WK-ZKN-SAGAKU (WK-IX) = ZERO
             GO TO EXT
           END-IF.
      *
           PERFORM PRINT-MTC-RTN
             VARYING WK-MIX FROM 1 BY 1 UNTIL WK-MIX > WK-MTC-CNT.
           MOVE "MITATSU TORIHIKI GOKEI" TO WK-RPS-TITLE.
           MOVE WK-ZKN-SETSUMEI (WK-IX) TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SETSUMEI TO RPT-REC.
           WRITE RPT-REC.
           COMPUTE WK-MISETSUMEI =
             WK-ZKN-SAGAKU (WK-IX) - WK-ZKN-SETSUMEI (WK-IX).
           MOVE "MISETSUMEI SAGAKU" TO WK-RPS-TITLE.
           MOVE WK-MISETSUMEI TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SETSUMEI TO RPT-REC.
           WRITE RPT-REC.
           IF WK-MISETSUMEI NOT = ZERO
             ADD 1 TO WK-MISETSUMEI-CNT
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
       EXT.
           EXIT.
      *
       PRINT-MTC-RTN       SECTION.
           IF WK-MTC-ZIX (WK-MIX) NOT = WK-IX
             GO TO EXT
           END-IF.
           MOVE WK-MTC-SHUBETSU (WK-MIX) TO WK-RPA-SHUBETSU.
           MOVE WK-MTC-REF-NO (WK-MIX) TO WK-RPA-REF-NO.
           MOVE WK-MTC-DATE (WK-MIX) TO WK-RPA-DATE.
           MOVE WK-MTC-KINGAKU (WK-MIX) TO WK-RPA-KINGAKU.
           MOVE WK-RPT-MITATSU TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       PRINT-SUMMARY-RTN   SECTION.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "KAKUNINSHO" TO WK-RPT-SUM-TITLE.
           MOVE WK-LTR-CNT TO WK-RPT-SUM-CNT.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           MOVE "ITCHI" TO WK-RPT-SUM-TITLE.
           MOVE WK-ITCHI-CNT TO WK-RPT-SUM-CNT.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           MOVE "SAI ARI" TO WK-RPT-SUM-TITLE.
           MOVE WK-SAI-CNT TO WK-RPT-SUM-CNT.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           MOVE "  (MISETSUMEI)" TO WK-RPT-SUM-TITLE.
           MOVE WK-MISETSUMEI-CNT TO WK-RPT-SUM-CNT.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           MOVE "MIKAITO" TO WK-RPT-SUM-TITLE.
           MOVE WK-MIKAITO-CNT TO WK-RPT-SUM-CNT.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      *    行の会社(SPACEは"01")
       SET-ROW-KAISHA-RTN  SECTION.
           IF WK-ROW-KAISHA-COD = SPACE
             MOVE "01" TO WK-ROW-KAISHA-COD
           END-IF.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "LTRCNT=" WK-LTR-CNT.
           DISPLAY "ITCHICNT=" WK-ITCHI-CNT.
           DISPLAY "SAICNT=" WK-SAI-CNT.
           DISPLAY "MISETSUMEICNT=" WK-MISETSUMEI-CNT.
           DISPLAY "MIKAITOCNT=" WK-MIKAITO-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KCBM118 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KCBM118"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "LTRCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-LTR-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "ITCHICNT"            TO RUNHIS-CNT-LABEL (2).
           MOVE WK-ITCHI-CNT          TO RUNHIS-CNT-VALUE (2).
           MOVE "SAICNT"              TO RUNHIS-CNT-LABEL (3).
           MOVE WK-SAI-CNT            TO RUNHIS-CNT-VALUE (3).
           MOVE "MISETSUMEICNT"       TO RUNHIS-CNT-LABEL (4).
           MOVE WK-MISETSUMEI-CNT     TO RUNHIS-CNT-VALUE (4).
           MOVE "MIKAITOCNT"          TO RUNHIS-CNT-LABEL (5).
           MOVE WK-MIKAITO-CNT        TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KCBM118 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
