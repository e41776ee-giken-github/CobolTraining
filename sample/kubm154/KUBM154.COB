       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KUBM154.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：口座振替依頼データ作成
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。回収方法が口座振替(CFTOK-KOZA-
      *                 FURIKAE)の得意先について、請求書発行台帳
      *                 (KCCFIVF)の未回収・一部入金の請求書のうち
      *                 支払期日が引落日(業務日付から環境変数
      *                 KUBM154-LEAD-DAYS営業日後、未設定は3営業日)
      *                 以前で未依頼のものを選び、全銀フォーマットの
      *                 口座振替依頼データ(FRQ)を作成する。顧客番号
      *                 欄に請求書番号を入れ、振替結果取込(KUBM155)が
      *                 結果を請求書へ戻す。依頼した請求書は依頼済み
      *                 (CFIVF-FURIKAE-IRAI)にした新世代(IVO)を書き
      *                 出し、依頼一覧(RPT)を印字する。口座情報の
      *                 無い得意先の請求書は依頼せず一覧に残す。
      *                 会社は環境変数KAISHA-COD(省略時"01")で指定し、
      *                 その会社の請求書だけを依頼する(会社コード
      *                 SPACEの行は"01"。他社の行はそのまま新世代へ
      *                 出力する)。委託者コード・委託者名・取引銀行は
      *                 会社別の委託者テーブルから取り、テーブルに無い
      *                 会社は異常終了とする。一覧の見出しに会社コード
      *                 を印字する。
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
           SELECT IVF-FILE
             ASSIGN TO EXTERNAL IVF
               FILE STATUS IS WK-IVF-FILE-ERR.
           SELECT IVO-FILE
             ASSIGN TO EXTERNAL IVO
               FILE STATUS IS WK-IVO-FILE-ERR.
           SELECT FRQ-FILE
             ASSIGN TO EXTERNAL FRQ
               FILE STATUS IS WK-FRQ-FILE-ERR.
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
       FD  IVF-FILE.
       01  IVF-REC.
           COPY KCCFIVF.
       FD  IVO-FILE.
       01  IVO-REC.
           COPY KCCFIVF.
       FD  FRQ-FILE.
       01  FRQ-REC                     PIC  X(120).
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(100).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
           COPY CALCYESTERDAY-PARAMS.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-BSD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IVF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IVO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-FRQ-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  TOK-END-FLG                 PIC  X(01) VALUE "N".
       01  IVF-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      *    依頼する会社(環境変数KAISHA-COD。省略時"01")
       01  WK-KAISHA-COD               PIC  X(02) VALUE "01".
       01  WK-ENV-KAISHA-COD           PIC  X(02) VALUE SPACE.
       01  WK-ROW-KAISHA-COD           PIC  X(02) VALUE SPACE.
      ******************************************************************
      *  引落日までの営業日数(環境変数KUBM154-LEAD-DAYS。未設定は3)
      ******************************************************************
       01  WK-LEAD-X                   PIC  X(02) VALUE SPACE.
       01  WK-LEAD-N REDEFINES WK-LEAD-X
                                       PIC  9(02).
       01  WK-LEAD-DAYS                PIC S9(05) VALUE 3.
       01  WK-HIKIOTOSHI-DATE          PIC  9(08) VALUE ZERO.
      ******************************************************************
      *  口座振替の得意先テーブル
      ******************************************************************
       01  WK-TOK-TBL.
           03  WK-TOK-CNT              PIC  9(05) VALUE ZERO.
           03  WK-TOK-ENT              OCCURS 2000 TIMES
                                        INDEXED BY WK-TOK-IDX.
             05  WK-TOK-TOKU-COD       PIC  X(04).
             05  WK-TOK-BANK-COD       PIC  X(04).
             05  WK-TOK-SHITEN-COD     PIC  X(03).
             05  WK-TOK-KOZA-NO        PIC  X(07).
             05  WK-TOK-KANA-MEI       PIC  X(30).
       01  WK-TOK-FOUND-FLG            PIC  X(01) VALUE "N".
      *
       01  WK-ZAN-KINGAKU              PIC S9(13) VALUE ZERO.
       01  WK-IVF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-IRAI-CNT                 PIC  9(09) VALUE ZERO.
       01  WK-IRAI-GOKEI               PIC S9(13) VALUE ZERO.
       01  WK-KOZA-NASHI-CNT           PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  会社別の委託者テーブル(会社コード・委託者コード・委託者名・
      *  取引銀行・支店・預金種目・口座番号)
      ******************************************************************
       01  WK-ITK-DATA.
           03  FILLER                  PIC  X(02) VALUE "01".
           03  FILLER                  PIC  X(10) VALUE "0000000001".
           03  FILLER                  PIC  X(40) VALUE
             "KENSHU SHOJI KK".
           03  FILLER                  PIC  X(04) VALUE "0001".
           03  FILLER                  PIC  X(15) VALUE
             "KENSHU GINKO".
           03  FILLER                  PIC  X(03) VALUE "001".
           03  FILLER                  PIC  X(15) VALUE "HONTEN".
           03  FILLER                  PIC  X(01) VALUE "1".
           03  FILLER                  PIC  X(07) VALUE "0000001".
           03  FILLER                  PIC  X(02) VALUE "02".
           03  FILLER                  PIC  X(10) VALUE "0000000002".
           03  FILLER                  PIC  X(40) VALUE
             "KENSHU HANBAI KK".
           03  FILLER                  PIC  X(04) VALUE "0001".
           03  FILLER                  PIC  X(15) VALUE
             "KENSHU GINKO".
           03  FILLER                  PIC  X(03) VALUE "001".
           03  FILLER                  PIC  X(15) VALUE "HONTEN".
           03  FILLER                  PIC  X(01) VALUE "1".
           03  FILLER                  PIC  X(07) VALUE "0000002".
       01  WK-ITK-TBL REDEFINES WK-ITK-DATA.
           03  WK-ITK-ENT              OCCURS 2 TIMES
                                        INDEXED BY WK-ITK-IDX.
             05  WK-ITK-KAISHA-COD     PIC  X(02).
             05  WK-ITK-ITAKU-COD      PIC  X(10).
             05  WK-ITK-ITAKU-MEI      PIC  X(40).
             05  WK-ITK-BANK-COD       PIC  X(04).
             05  WK-ITK-BANK-MEI       PIC  X(15).
             05  WK-ITK-SHITEN-COD     PIC  X(03).
             05  WK-ITK-SHITEN-MEI     PIC  X(15).
             05  WK-ITK-SHUMOKU        PIC  X(01).
             05  WK-ITK-KOZA-NO        PIC  X(07).
      ******************************************************************
      *  全銀フォーマット(口座振替)レコード組立用
      ******************************************************************
       01  WK-FRQ-HEADER.
           03  FILLER                  PIC  X(01) VALUE "1".
           03  FILLER                  PIC  X(02) VALUE "91".
           03  FILLER                  PIC  X(01) VALUE "0".
      *    委託者コード・委託者名(委託者テーブルから設定)
           03  WK-FRH-ITAKU-COD        PIC  X(10).
           03  WK-FRH-ITAKU-MEI        PIC  X(40).
           03  WK-FRH-HIKIOTOSHI-MMDD  PIC  9(04).
           03  WK-FRH-BANK-COD         PIC  X(04).
           03  WK-FRH-BANK-MEI         PIC  X(15).
           03  WK-FRH-SHITEN-COD       PIC  X(03).
           03  WK-FRH-SHITEN-MEI       PIC  X(15).
           03  WK-FRH-SHUMOKU          PIC  X(01).
           03  WK-FRH-KOZA-NO          PIC  X(07).
           03  FILLER                  PIC  X(17) VALUE SPACE.
       01  WK-FRQ-DATA.
           03  FILLER                  PIC  X(01) VALUE "2".
           03  WK-FRD-BANK-COD         PIC  X(04).
           03  FILLER                  PIC  X(15) VALUE SPACE.
           03  WK-FRD-SHITEN-COD       PIC  X(03).
           03  FILLER                  PIC  X(15) VALUE SPACE.
           03  FILLER                  PIC  X(04) VALUE SPACE.
           03  FILLER                  PIC  X(01) VALUE "1".
           03  WK-FRD-KOZA-NO          PIC  X(07).
           03  WK-FRD-KOZA-MEI         PIC  X(30).
           03  WK-FRD-KINGAKU          PIC  9(10).
           03  FILLER                  PIC  X(01) VALUE "0".
      *    顧客番号(請求書番号＋得意先コード)
           03  WK-FRD-INVOICE-NO       PIC  9(08).
           03  WK-FRD-TOKU-COD         PIC  X(04).
           03  FILLER                  PIC  X(08) VALUE SPACE.
      *    振替結果コード(依頼時は"0")
           03  FILLER                  PIC  X(01) VALUE "0".
           03  FILLER                  PIC  X(08) VALUE SPACE.
       01  WK-FRQ-TRAILER.
           03  FILLER                  PIC  X(01) VALUE "8".
           03  WK-FRT-KENSU            PIC  9(06).
           03  WK-FRT-KINGAKU          PIC  9(12).
           03  FILLER                  PIC  X(36) VALUE ALL "0".
           03  FILLER                  PIC  X(65) VALUE SPACE.
       01  WK-FRQ-END.
           03  FILLER                  PIC  X(01) VALUE "9".
           03  FILLER                  PIC  X(119) VALUE SPACE.
      ******************************************************************
      *  依頼一覧印字用
      ******************************************************************
       01  WK-RPT-LINE.
           03  FILLER                  PIC  X(08) VALUE "INVOICE=".
           03  WK-RPT-INVOICE-NO       PIC  9(08).
           03  FILLER                  PIC  X(06) VALUE " TOKU=".
           03  WK-RPT-TOKU-COD         PIC  X(04).
           03  FILLER                  PIC  X(05) VALUE " DUE=".
           03  WK-RPT-DUE-DATE         PIC  9(08).
           03  FILLER                  PIC  X(09) VALUE " KINGAKU=".
           03  WK-RPT-KINGAKU          PIC  -(12)9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-MSG              PIC  X(20).
       01  WK-RPT-GOKEI.
           03  FILLER                  PIC  X(12) VALUE
             "IRAI KENSU=".
           03  WK-RPG-KENSU            PIC  ZZZZZZZZ9.
           03  FILLER                  PIC  X(09) VALUE " KINGAKU=".
           03  WK-RPG-GOKEI            PIC  -(12)9.
           03  FILLER                  PIC  X(12) VALUE " HIKIOTOSHI=".
           03  WK-RPG-HIKIOTOSHI-DATE  PIC  9(08).
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL IVF-END-FLG = "Y"
             MOVE WK-IRAI-CNT TO WK-FRT-KENSU
             MOVE WK-IRAI-GOKEI TO WK-FRT-KINGAKU
             MOVE WK-FRQ-TRAILER TO FRQ-REC
             WRITE FRQ-REC
             MOVE WK-FRQ-END TO FRQ-REC
             WRITE FRQ-REC
             MOVE WK-IRAI-CNT TO WK-RPG-KENSU
             MOVE WK-IRAI-GOKEI TO WK-RPG-GOKEI
             MOVE WK-HIKIOTOSHI-DATE TO WK-RPG-HIKIOTOSHI-DATE
             MOVE WK-RPT-GOKEI TO RPT-REC
             WRITE RPT-REC
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
      ******************************************************************
      *    初期処理（業務日付・引落日の決定、口座振替得意先の先読み）
      ******************************************************************
       INIT-RTN            SECTION.
           DISPLAY "*** KUBM154 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
           DISPLAY "KAISHA-COD" UPON ENVIRONMENT-NAME.
           ACCEPT WK-ENV-KAISHA-COD FROM ENVIRONMENT-VALUE.
           IF WK-ENV-KAISHA-COD NOT = SPACE
             MOVE WK-ENV-KAISHA-COD TO WK-KAISHA-COD
           END-IF.
           DISPLAY "*** KUBM154 KAISHA=" WK-KAISHA-COD.
      *    委託者の決定
           SET WK-ITK-IDX TO 1.
           SEARCH WK-ITK-ENT
             AT END
               DISPLAY "*** KUBM154 ABEND NOT ITAKUSHA KAISHA="
                 WK-KAISHA-COD
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
               GO TO EXT
             WHEN WK-ITK-KAISHA-COD (WK-ITK-IDX) = WK-KAISHA-COD
               MOVE WK-ITK-ITAKU-COD (WK-ITK-IDX) TO WK-FRH-ITAKU-COD
               MOVE WK-ITK-ITAKU-MEI (WK-ITK-IDX) TO WK-FRH-ITAKU-MEI
               MOVE WK-ITK-BANK-COD (WK-ITK-IDX) TO WK-FRH-BANK-COD
               MOVE WK-ITK-BANK-MEI (WK-ITK-IDX) TO WK-FRH-BANK-MEI
               MOVE WK-ITK-SHITEN-COD (WK-ITK-IDX)
                 TO WK-FRH-SHITEN-COD
               MOVE WK-ITK-SHITEN-MEI (WK-ITK-IDX)
                 TO WK-FRH-SHITEN-MEI
               MOVE WK-ITK-SHUMOKU (WK-ITK-IDX) TO WK-FRH-SHUMOKU
               MOVE WK-ITK-KOZA-NO (WK-ITK-IDX) TO WK-FRH-KOZA-NO
           END-SEARCH.
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
           DISPLAY "KUBM154-LEAD-DAYS" UPON ENVIRONMENT-NAME.
           ACCEPT WK-LEAD-X FROM ENVIRONMENT-VALUE.
           IF WK-LEAD-X NOT = SPACE
            AND WK-LEAD-N IS NUMERIC
             MOVE WK-LEAD-N TO WK-LEAD-DAYS
           END-IF.
      *    引落日＝業務日付＋リード営業日
           MOVE WK-BASE-DATE TO WK-HIKIOTOSHI-DATE.
           MOVE WK-BASE-DATE TO DATE-YYYYMMDD.
           MOVE WK-LEAD-DAYS TO OFFSET-DAYS.
           MOVE "Y" TO BUSDAY-FLG.
           CALL "CALCYESTERDAY" USING CALCYESTERDAY-P1.
           IF ERR = SPACE
             MOVE RESULT-YYYYMMDD TO WK-HIKIOTOSHI-DATE
           ELSE
             DISPLAY "*** KUBM154 ABEND HIKIOTOSHI-DATE CALC ERROR"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           DISPLAY "*** KUBM154 HIKIOTOSHI=" WK-HIKIOTOSHI-DATE " ***".
      *
           OPEN INPUT TOK-FILE.
           IF WK-TOK-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM154 ABEND NOT TOK-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-TOK-RTN  UNTIL TOK-END-FLG = "Y".
           CLOSE TOK-FILE.
           MOVE HIGH-VALUE TO WK-TOK-FILE-ERR.
      *
           OPEN INPUT IVF-FILE.
           IF WK-IVF-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM154 ABEND NOT IVF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT IVO-FILE.
           IF WK-IVO-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM154 ABEND NOT IVO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT FRQ-FILE.
           IF WK-FRQ-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM154 ABEND NOT FRQ-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM154 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
      *
           MOVE WK-HIKIOTOSHI-DATE (5:4) TO WK-FRH-HIKIOTOSHI-MMDD.
           MOVE WK-FRQ-HEADER TO FRQ-REC.
           WRITE FRQ-REC.
           MOVE SPACE TO RPT-REC.
           STRING "*** KUBM154 KOZA FURIKAE IRAI KAISHA="
                  WK-KAISHA-COD " ***"
             DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      *    回収方法が口座振替の得意先だけをテーブルへ積む。
       LOAD-TOK-RTN        SECTION.
           READ TOK-FILE
             AT END
               MOVE "Y" TO TOK-END-FLG
               GO TO EXT
           END-READ.
           IF NOT CFTOK-KOZA-FURIKAE
             GO TO EXT
           END-IF.
           IF WK-TOK-CNT >= 2000
             DISPLAY "!!! KUBM154 ABEND : TOK TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-TOK-CNT.
           SET WK-TOK-IDX TO WK-TOK-CNT.
           MOVE CFTOK-TOKU-COD TO WK-TOK-TOKU-COD (WK-TOK-IDX).
           MOVE CFTOK-BANK-COD TO WK-TOK-BANK-COD (WK-TOK-IDX).
           MOVE CFTOK-SHITEN-COD TO WK-TOK-SHITEN-COD (WK-TOK-IDX).
           MOVE CFTOK-KOZA-NO TO WK-TOK-KOZA-NO (WK-TOK-IDX).
           MOVE CFTOK-KANA-MEI TO WK-TOK-KANA-MEI (WK-TOK-IDX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    請求書1件ごとの依頼判定
      ******************************************************************
       MAIN-RTN            SECTION.
           READ IVF-FILE
             AT END
               MOVE "Y" TO IVF-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-IVF-CNT.
           MOVE IVF-REC TO IVO-REC.
      *    他社の請求書は依頼せずそのまま出力する
           MOVE CFIVF-KAISHA-COD OF IVF-REC TO WK-ROW-KAISHA-COD.
           PERFORM SET-ROW-KAISHA-RTN.
           IF WK-ROW-KAISHA-COD NOT = WK-KAISHA-COD
             GO TO WRITE-OUT
           END-IF.
      *
           IF NOT CFIVF-OPEN OF IVF-REC
            AND NOT CFIVF-PARTIAL OF IVF-REC
             GO TO WRITE-OUT
           END-IF.
           IF CFIVF-FURIKAE-STATUS OF IVF-REC NOT = SPACE
             GO TO WRITE-OUT
           END-IF.
           IF CFIVF-DUE-DATE OF IVF-REC = ZERO
            OR CFIVF-DUE-DATE OF IVF-REC > WK-HIKIOTOSHI-DATE
             GO TO WRITE-OUT
           END-IF.
           COMPUTE WK-ZAN-KINGAKU =
             CFIVF-KINGAKU OF IVF-REC
             - CFIVF-NYUKIN-KINGAKU OF IVF-REC.
           IF WK-ZAN-KINGAKU <= ZERO
             GO TO WRITE-OUT
           END-IF.
      *
           MOVE "N" TO WK-TOK-FOUND-FLG.
           IF WK-TOK-CNT > ZERO
             SET WK-TOK-IDX TO 1
             SEARCH WK-TOK-ENT
               AT END
                 CONTINUE
               WHEN WK-TOK-IDX > WK-TOK-CNT
                 CONTINUE
               WHEN WK-TOK-TOKU-COD (WK-TOK-IDX)
                      = CFIVF-TOKU-COD OF IVF-REC
                 MOVE "Y" TO WK-TOK-FOUND-FLG
             END-SEARCH
           END-IF.
           IF WK-TOK-FOUND-FLG = "N"
             GO TO WRITE-OUT
           END-IF.
      *
           IF WK-TOK-BANK-COD (WK-TOK-IDX) = SPACE
            OR WK-TOK-KOZA-NO (WK-TOK-IDX) = SPACE
             ADD 1 TO WK-KOZA-NASHI-CNT
             MOVE RC-WARNING TO RETURN-CODE
             MOVE "KOZA JOHO NASHI" TO WK-RPT-MSG
             PERFORM PRINT-LINE-RTN
             GO TO WRITE-OUT
           END-IF.
      *
           MOVE WK-TOK-BANK-COD (WK-TOK-IDX) TO WK-FRD-BANK-COD.
           MOVE WK-TOK-SHITEN-COD (WK-TOK-IDX) TO WK-FRD-SHITEN-COD.
           MOVE WK-TOK-KOZA-NO (WK-TOK-IDX) TO WK-FRD-KOZA-NO.
           MOVE WK-TOK-KANA-MEI (WK-TOK-IDX) TO WK-FRD-KOZA-MEI.
           MOVE WK-ZAN-KINGAKU TO WK-FRD-KINGAKU.
           MOVE CFIVF-INVOICE-NO OF IVF-REC TO WK-FRD-INVOICE-NO.
           MOVE CFIVF-TOKU-COD OF IVF-REC TO WK-FRD-TOKU-COD.
           MOVE WK-FRQ-DATA TO FRQ-REC.
           WRITE FRQ-REC.
           MOVE "R" TO CFIVF-FURIKAE-STATUS OF IVO-REC.
           ADD 1 TO WK-IRAI-CNT.
           ADD WK-ZAN-KINGAKU TO WK-IRAI-GOKEI.
           MOVE "IRAI" TO WK-RPT-MSG.
           PERFORM PRINT-LINE-RTN.
       WRITE-OUT.
           WRITE IVO-REC.
       EXT.
           EXIT.
      *
       PRINT-LINE-RTN      SECTION.
           MOVE CFIVF-INVOICE-NO OF IVF-REC TO WK-RPT-INVOICE-NO.
           MOVE CFIVF-TOKU-COD OF IVF-REC TO WK-RPT-TOKU-COD.
           MOVE CFIVF-DUE-DATE OF IVF-REC TO WK-RPT-DUE-DATE.
           MOVE WK-ZAN-KINGAKU TO WK-RPT-KINGAKU.
           MOVE WK-RPT-LINE TO RPT-REC.
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
           IF WK-TOK-FILE-ERR = "00"
             CLOSE TOK-FILE
           END-IF.
           IF WK-IVF-FILE-ERR = "00"
             CLOSE IVF-FILE
           END-IF.
           IF WK-IVO-FILE-ERR = "00"
             CLOSE IVO-FILE
           END-IF.
           IF WK-FRQ-FILE-ERR = "00"
             CLOSE FRQ-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "IVFCNT=" WK-IVF-CNT.
           DISPLAY "IRAICNT=" WK-IRAI-CNT.
           DISPLAY "IRAIGOKEI=" WK-IRAI-GOKEI.
           DISPLAY "KOZANASHICNT=" WK-KOZA-NASHI-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM154 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KUBM154"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 4                     TO RUNHIS-CNT-CNT.
           MOVE "IVFCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-IVF-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "IRAICNT"             TO RUNHIS-CNT-LABEL (2).
           MOVE WK-IRAI-CNT           TO RUNHIS-CNT-VALUE (2).
           MOVE "IRAIGOKEI"           TO RUNHIS-CNT-LABEL (3).
           MOVE WK-IRAI-GOKEI         TO RUNHIS-CNT-VALUE (3).
           MOVE "KOZANASHI"           TO RUNHIS-CNT-LABEL (4).
           MOVE WK-KOZA-NASHI-CNT     TO RUNHIS-CNT-VALUE (4).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KUBM154 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
