       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KUBM155.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：口座振替結果取込
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。銀行から返却された全銀フォーマット
      *                 の口座振替結果データ(FRS)を読み、顧客番号欄の
      *                 請求書番号で請求書発行台帳(KCCFIVF)と照合する。
      *                 振替済(結果コード"0")は入金額へ加算して状態を
      *                 消込済／一部入金とし、入金消込台帳(KCCFPLF)へ
      *                 追記する。振替不能は依頼状態を不能("E")にして
      *                 不能理由とともに一覧(RPT)へ印字する。依頼済み
      *                 でない請求書・台帳に無い請求書の結果は警告として
      *                 印字し、台帳は更新しない。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT FRS-FILE
             ASSIGN TO EXTERNAL FRS
               FILE STATUS IS WK-FRS-FILE-ERR.
           SELECT IVF-FILE
             ASSIGN TO EXTERNAL IVF
               FILE STATUS IS WK-IVF-FILE-ERR.
           SELECT IVO-FILE
             ASSIGN TO EXTERNAL IVO
               FILE STATUS IS WK-IVO-FILE-ERR.
           SELECT PLF-FILE
             ASSIGN TO EXTERNAL PLF
               FILE STATUS IS WK-PLF-FILE-ERR.
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
      *    口座振替結果データ(全銀フォーマット 120バイト)
       FD  FRS-FILE.
       01  FRS-REC.
           03  FRS-DATA-KBN            PIC  X(01).
           03  FILLER                  PIC  X(119).
       01  FRS-HEADER.
           03  FILLER                  PIC  X(54).
           03  FRS-HIKIOTOSHI-MMDD     PIC  9(04).
           03  FILLER                  PIC  X(62).
       01  FRS-DATA.
           03  FILLER                  PIC  X(01).
           03  FRS-BANK-COD            PIC  X(04).
           03  FILLER                  PIC  X(15).
           03  FRS-SHITEN-COD          PIC  X(03).
           03  FILLER                  PIC  X(15).
           03  FILLER                  PIC  X(04).
           03  FILLER                  PIC  X(01).
           03  FRS-KOZA-NO             PIC  X(07).
           03  FRS-KOZA-MEI            PIC  X(30).
           03  FRS-KINGAKU             PIC  9(10).
           03  FILLER                  PIC  X(01).
           03  FRS-INVOICE-NO          PIC  9(08).
           03  FRS-TOKU-COD            PIC  X(04).
           03  FILLER                  PIC  X(08).
           03  FRS-KEKKA-COD           PIC  X(01).
           03  FILLER                  PIC  X(08).
       FD  IVF-FILE.
       01  IVF-REC.
           COPY KCCFIVF.
       FD  IVO-FILE.
       01  IVO-REC.
           COPY KCCFIVF.
       FD  PLF-FILE.
       01  PLF-REC.
           COPY KCCFPLF.
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
       01  WK-FRS-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IVF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IVO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-PLF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  FRS-END-FLG                 PIC  X(01) VALUE "N".
       01  IVF-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      ******************************************************************
      *  引落日(ヘッダの月日に年を補う。業務日付の月日より後なら前年)
      ******************************************************************
       01  WK-HIKIOTOSHI-DATE          PIC  9(08) VALUE ZERO.
       01  WK-HIKIOTOSHI-DATE-R REDEFINES WK-HIKIOTOSHI-DATE.
           03  WK-HIK-YYYY             PIC  9(04).
           03  WK-HIK-MMDD             PIC  9(04).
       01  WK-BASE-DATE-R.
           03  WK-BAS-YYYY             PIC  9(04).
           03  WK-BAS-MMDD             PIC  9(04).
      ******************************************************************
      *  振替結果テーブル
      ******************************************************************
       01  WK-RES-TBL.
           03  WK-RES-CNT              PIC  9(05) VALUE ZERO.
           03  WK-RES-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-RES-IDX.
             05  WK-RES-INVOICE-NO     PIC  9(08).
             05  WK-RES-TOKU-COD       PIC  X(04).
             05  WK-RES-KINGAKU        PIC  9(10).
             05  WK-RES-KEKKA-COD      PIC  X(01).
             05  WK-RES-KOZA-MEI       PIC  X(30).
             05  WK-RES-USED-FLG       PIC  X(01).
       01  WK-RES-FOUND-FLG            PIC  X(01) VALUE "N".
       01  WK-I                        PIC  9(05) VALUE ZERO.
      *
       01  WK-FRS-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-IVF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-SUMI-CNT                 PIC  9(09) VALUE ZERO.
       01  WK-SUMI-GOKEI               PIC S9(13) VALUE ZERO.
       01  WK-FUNO-CNT                 PIC  9(09) VALUE ZERO.
       01  WK-FUNO-GOKEI               PIC S9(13) VALUE ZERO.
       01  WK-FUITCHI-CNT              PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  結果一覧印字用
      ******************************************************************
       01  WK-RPT-LINE.
           03  FILLER                  PIC  X(08) VALUE "INVOICE=".
           03  WK-RPT-INVOICE-NO       PIC  9(08).
           03  FILLER                  PIC  X(06) VALUE " TOKU=".
           03  WK-RPT-TOKU-COD         PIC  X(04).
           03  FILLER                  PIC  X(09) VALUE " KINGAKU=".
           03  WK-RPT-KINGAKU          PIC  -(12)9.
           03  FILLER                  PIC  X(07) VALUE " KEKKA=".
           03  WK-RPT-KEKKA-COD        PIC  X(01).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-MSG              PIC  X(30).
       01  WK-RPT-GOKEI.
           03  WK-RPG-TITLE            PIC  X(12).
           03  FILLER                  PIC  X(07) VALUE " KENSU=".
           03  WK-RPG-KENSU            PIC  ZZZZZZZZ9.
           03  FILLER                  PIC  X(09) VALUE " KINGAKU=".
           03  WK-RPG-GOKEI            PIC  -(12)9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL IVF-END-FLG = "Y"
             PERFORM PRINT-FUITCHI-RTN
               VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-RES-CNT
             MOVE "FURIKAE SUMI" TO WK-RPG-TITLE
             MOVE WK-SUMI-CNT TO WK-RPG-KENSU
             MOVE WK-SUMI-GOKEI TO WK-RPG-GOKEI
             MOVE WK-RPT-GOKEI TO RPT-REC
             WRITE RPT-REC
             MOVE "FURIKAE FUNO" TO WK-RPG-TITLE
             MOVE WK-FUNO-CNT TO WK-RPG-KENSU
             MOVE WK-FUNO-GOKEI TO WK-RPG-GOKEI
             MOVE WK-RPT-GOKEI TO RPT-REC
             WRITE RPT-REC
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
      ******************************************************************
      *    初期処理（業務日付の取得、振替結果の先読み）
      ******************************************************************
       INIT-RTN            SECTION.
           DISPLAY "*** KUBM155 START ***".
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
           MOVE WK-BASE-DATE TO WK-BASE-DATE-R.
           MOVE WK-BASE-DATE TO WK-HIKIOTOSHI-DATE.
      *
           OPEN INPUT FRS-FILE.
           IF WK-FRS-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM155 ABEND NOT FRS-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-FRS-RTN  UNTIL FRS-END-FLG = "Y".
           CLOSE FRS-FILE.
           MOVE HIGH-VALUE TO WK-FRS-FILE-ERR.
           DISPLAY "*** KUBM155 HIKIOTOSHI=" WK-HIKIOTOSHI-DATE " ***".
      *
           OPEN INPUT IVF-FILE.
           IF WK-IVF-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM155 ABEND NOT IVF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT IVO-FILE.
           IF WK-IVO-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM155 ABEND NOT IVO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN EXTEND PLF-FILE.
           IF WK-PLF-FILE-ERR NOT = "00"
             OPEN OUTPUT PLF-FILE
           END-IF.
           IF WK-PLF-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM155 ABEND NOT PLF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM155 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           MOVE "*** KUBM155 KOZA FURIKAE KEKKA ***" TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      *    ヘッダから引落日を、データレコードを結果テーブルへ取り込む。
       LOAD-FRS-RTN        SECTION.
           READ FRS-FILE
             AT END
               MOVE "Y" TO FRS-END-FLG
               GO TO EXT
           END-READ.
           IF FRS-DATA-KBN = "1"
             IF FRS-HIKIOTOSHI-MMDD IS NUMERIC
               MOVE WK-BAS-YYYY TO WK-HIK-YYYY
               MOVE FRS-HIKIOTOSHI-MMDD TO WK-HIK-MMDD
               IF WK-HIK-MMDD > WK-BAS-MMDD
                 SUBTRACT 1 FROM WK-HIK-YYYY
               END-IF
             END-IF
             GO TO EXT
           END-IF.
           IF FRS-DATA-KBN NOT = "2"
             GO TO EXT
           END-IF.
           ADD 1 TO WK-FRS-CNT.
           IF WK-RES-CNT >= 5000
             DISPLAY "!!! KUBM155 ABEND : RES TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-RES-CNT.
           SET WK-RES-IDX TO WK-RES-CNT.
           MOVE FRS-INVOICE-NO TO WK-RES-INVOICE-NO (WK-RES-IDX).
           MOVE FRS-TOKU-COD TO WK-RES-TOKU-COD (WK-RES-IDX).
           MOVE FRS-KINGAKU TO WK-RES-KINGAKU (WK-RES-IDX).
           MOVE FRS-KEKKA-COD TO WK-RES-KEKKA-COD (WK-RES-IDX).
           MOVE FRS-KOZA-MEI TO WK-RES-KOZA-MEI (WK-RES-IDX).
           MOVE "N" TO WK-RES-USED-FLG (WK-RES-IDX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    請求書1件ごとの振替結果反映
      ******************************************************************
       MAIN-RTN            SECTION.
           READ IVF-FILE
             AT END
               MOVE "Y" TO IVF-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-IVF-CNT.
           MOVE IVF-REC TO IVO-REC.
      *
           IF NOT CFIVF-FURIKAE-IRAI OF IVF-REC
             GO TO WRITE-OUT
           END-IF.
           MOVE "N" TO WK-RES-FOUND-FLG.
           IF WK-RES-CNT > ZERO
             SET WK-RES-IDX TO 1
             SEARCH WK-RES-ENT
               AT END
                 CONTINUE
               WHEN WK-RES-IDX > WK-RES-CNT
                 CONTINUE
               WHEN WK-RES-INVOICE-NO (WK-RES-IDX)
                      = CFIVF-INVOICE-NO OF IVF-REC
                AND WK-RES-TOKU-COD (WK-RES-IDX)
                      = CFIVF-TOKU-COD OF IVF-REC
                AND WK-RES-USED-FLG (WK-RES-IDX) = "N"
                 MOVE "Y" TO WK-RES-FOUND-FLG
             END-SEARCH
           END-IF.
           IF WK-RES-FOUND-FLG = "N"
             GO TO WRITE-OUT
           END-IF.
           MOVE "Y" TO WK-RES-USED-FLG (WK-RES-IDX).
      *
           IF WK-RES-KEKKA-COD (WK-RES-IDX) = "0"
             PERFORM FURIKAE-SUMI-RTN
           ELSE
             PERFORM FURIKAE-FUNO-RTN
           END-IF.
       WRITE-OUT.
           WRITE IVO-REC.
       EXT.
           EXIT.
      *
      *    振替済：入金額へ加算し、入金消込台帳へ追記する。
       FURIKAE-SUMI-RTN    SECTION.
           ADD WK-RES-KINGAKU (WK-RES-IDX)
             TO CFIVF-NYUKIN-KINGAKU OF IVO-REC.
           IF CFIVF-NYUKIN-KINGAKU OF IVO-REC
                >= CFIVF-KINGAKU OF IVO-REC
             MOVE "C" TO CFIVF-STATUS OF IVO-REC
           ELSE
             MOVE "P" TO CFIVF-STATUS OF IVO-REC
           END-IF.
           MOVE SPACE TO CFIVF-FURIKAE-STATUS OF IVO-REC.
      *
           MOVE SPACE TO PLF-REC.
           MOVE WK-HIKIOTOSHI-DATE TO CFPLF-NYUKIN-DATE.
           MOVE CFIVF-TOKU-COD OF IVF-REC TO CFPLF-TOKU-COD.
           MOVE WK-RES-KINGAKU (WK-RES-IDX) TO CFPLF-KINGAKU.
           MOVE "M" TO CFPLF-STATUS.
           MOVE CFIVF-INVOICE-NO OF IVF-REC TO CFPLF-INVOICE-NO.
           MOVE WK-RES-KOZA-MEI (WK-RES-IDX) TO CFPLF-IRAININ-KANA.
           MOVE WK-RES-KINGAKU (WK-RES-IDX) TO CFPLF-JUTO-KINGAKU.
           WRITE PLF-REC.
      *
           ADD 1 TO WK-SUMI-CNT.
           ADD WK-RES-KINGAKU (WK-RES-IDX) TO WK-SUMI-GOKEI.
       EXT.
           EXIT.
      *
      *    振替不能：依頼状態を不能にし、理由を一覧へ印字する。
       FURIKAE-FUNO-RTN    SECTION.
           MOVE "E" TO CFIVF-FURIKAE-STATUS OF IVO-REC.
           EVALUATE WK-RES-KEKKA-COD (WK-RES-IDX)
             WHEN "1"
               MOVE "FUNO : SHIKIN FUSOKU" TO WK-RPT-MSG
             WHEN "2"
               MOVE "FUNO : TORIHIKI NASHI" TO WK-RPT-MSG
             WHEN "3"
               MOVE "FUNO : YOKINSHA TSUGO TEISHI" TO WK-RPT-MSG
             WHEN "4"
               MOVE "FUNO : IRAISHO NASHI" TO WK-RPT-MSG
             WHEN "8"
               MOVE "FUNO : ITAKUSHA TSUGO TEISHI" TO WK-RPT-MSG
             WHEN OTHER
               MOVE "FUNO : SONOTA" TO WK-RPT-MSG
           END-EVALUATE.
           MOVE CFIVF-INVOICE-NO OF IVF-REC TO WK-RPT-INVOICE-NO.
           MOVE CFIVF-TOKU-COD OF IVF-REC TO WK-RPT-TOKU-COD.
           MOVE WK-RES-KINGAKU (WK-RES-IDX) TO WK-RPT-KINGAKU.
           MOVE WK-RES-KEKKA-COD (WK-RES-IDX) TO WK-RPT-KEKKA-COD.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
           ADD 1 TO WK-FUNO-CNT.
           ADD WK-RES-KINGAKU (WK-RES-IDX) TO WK-FUNO-GOKEI.
           MOVE RC-WARNING TO RETURN-CODE.
       EXT.
           EXIT.
      *
      *    依頼済みの請求書と照合できなかった結果を警告として印字する。
       PRINT-FUITCHI-RTN   SECTION.
           IF WK-RES-USED-FLG (WK-I) = "Y"
             GO TO EXT
           END-IF.
           MOVE WK-RES-INVOICE-NO (WK-I) TO WK-RPT-INVOICE-NO.
           MOVE WK-RES-TOKU-COD (WK-I) TO WK-RPT-TOKU-COD.
           MOVE WK-RES-KINGAKU (WK-I) TO WK-RPT-KINGAKU.
           MOVE WK-RES-KEKKA-COD (WK-I) TO WK-RPT-KEKKA-COD.
           MOVE "WARNING : IRAI NASHI" TO WK-RPT-MSG.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
           ADD 1 TO WK-FUITCHI-CNT.
           MOVE RC-WARNING TO RETURN-CODE.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-FRS-FILE-ERR = "00"
             CLOSE FRS-FILE
           END-IF.
           IF WK-IVF-FILE-ERR = "00"
             CLOSE IVF-FILE
           END-IF.
           IF WK-IVO-FILE-ERR = "00"
             CLOSE IVO-FILE
           END-IF.
           IF WK-PLF-FILE-ERR = "00"
             CLOSE PLF-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "FRSCNT=" WK-FRS-CNT.
           DISPLAY "IVFCNT=" WK-IVF-CNT.
           DISPLAY "SUMICNT=" WK-SUMI-CNT.
           DISPLAY "FUNOCNT=" WK-FUNO-CNT.
           DISPLAY "FUITCHICNT=" WK-FUITCHI-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM155 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KUBM155"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "FRSCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-FRS-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "SUMICNT"             TO RUNHIS-CNT-LABEL (2).
           MOVE WK-SUMI-CNT           TO RUNHIS-CNT-VALUE (2).
           MOVE "SUMIGOKEI"           TO RUNHIS-CNT-LABEL (3).
           MOVE WK-SUMI-GOKEI         TO RUNHIS-CNT-VALUE (3).
           MOVE "FUNOCNT"             TO RUNHIS-CNT-LABEL (4).
           MOVE WK-FUNO-CNT           TO RUNHIS-CNT-VALUE (4).
           MOVE "FUITCHICNT"          TO RUNHIS-CNT-LABEL (5).
           MOVE WK-FUITCHI-CNT        TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KUBM155 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
