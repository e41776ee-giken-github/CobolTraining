       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KSBM124.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：商品
      * プログラム名  ：総合振込 振込不能結果取込
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。銀行から返却された総合振込の振込
      *                 不能(組戻し)データ(FNO：全銀フォーマット)を
      *                 読み、顧客コード１の仕入先コードと顧客コード２
      *                 の請求書番号で買掛金台帳(KCCFAPF)の支払済み・
      *                 一部支払の行と照合する。照合できた行は支払額
      *                 から返却額を戻して状態を未払／一部支払とし、
      *                 台帳新世代(APO)へ書き出す。戻し分は普通預金
      *                 借方・買掛金貸方の仕訳(JNL)を出力する。返却の
      *                 あった仕入先は仕入先マスタ(SIR、索引)を仕入先
      *                 コードで読んで振込先口座を要修正(CFSIR-KOZA-
      *                 YOSHUSEI)に更新し、口座変更(KSBM050)まで支払
      *                 データ作成(KSBM111)の対象から外す。不能一覧
      *                 (RPT)に不能事由を印字し、台帳と照合できない
      *                 返却は警告として印字する。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：仕訳データに出力元プログラム(CFJNL-PGM-ID)を
      *                 設定
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：会社コードに対応。戻しの仕訳データに照合した
      *                 買掛金台帳の行の会社コードを設定する
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT FNO-FILE
             ASSIGN TO EXTERNAL FNO
               FILE STATUS IS WK-FNO-FILE-ERR.
           SELECT SIR-FILE
             ASSIGN TO EXTERNAL SIR
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CFSIR-SUPPLIER-COD
               FILE STATUS IS WK-SIR-FILE-ERR.
           SELECT APF-FILE
             ASSIGN TO EXTERNAL APF
               FILE STATUS IS WK-APF-FILE-ERR.
           SELECT APO-FILE
             ASSIGN TO EXTERNAL APO
               FILE STATUS IS WK-APO-FILE-ERR.
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
      *    振込不能データ(全銀フォーマット 120バイト。データレコードは
      *    支払データ作成(KSBM111)が作成した振込データと同じ形式で、
      *    識別表示の次の1桁に銀行の不能事由コードが入る)
       FD  FNO-FILE.
       01  FNO-REC.
           03  FNO-DATA-KBN            PIC  X(01).
           03  FILLER                  PIC  X(119).
       01  FNO-DATA.
           03  FILLER                  PIC  X(01).
           03  FNO-BANK-COD            PIC  X(04).
           03  FILLER                  PIC  X(15).
           03  FNO-SHITEN-COD          PIC  X(03).
           03  FILLER                  PIC  X(15).
           03  FILLER                  PIC  X(04).
           03  FILLER                  PIC  X(01).
           03  FNO-KOZA-NO             PIC  X(07).
           03  FNO-KOZA-MEI            PIC  X(30).
           03  FNO-KINGAKU             PIC  9(10).
           03  FILLER                  PIC  X(01).
           03  FNO-SUPPLIER-COD        PIC  X(10).
           03  FNO-INVOICE-NO          PIC  X(10).
           03  FILLER                  PIC  X(01).
           03  FILLER                  PIC  X(01).
           03  FNO-FUNO-RIYU           PIC  X(01).
           03  FILLER                  PIC  X(06).
       FD  SIR-FILE.
       01  SIR-REC.
           COPY KCCFSIR.
       FD  APF-FILE.
       01  APF-REC.
           COPY KCCFAPF.
       FD  APO-FILE.
       01  APO-REC.
           COPY KCCFAPF.
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
       01  WK-FNO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SIR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-APF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-APO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-JNL-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  WK-JNL-KAISHA-COD           PIC  X(02) VALUE SPACE.
       01  FNO-END-FLG                 PIC  X(01) VALUE "N".
       01  APF-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      ******************************************************************
      *  振込不能テーブル
      ******************************************************************
       01  WK-FNO-TBL.
           03  WK-FNO-CNT              PIC  9(05) VALUE ZERO.
           03  WK-FNO-ENT              OCCURS 2000 TIMES
                                        INDEXED BY WK-FNO-IDX.
             05  WK-FNO-SUPPLIER-COD   PIC  X(06).
             05  WK-FNO-INVOICE-NO     PIC  X(10).
             05  WK-FNO-KINGAKU        PIC  9(10).
             05  WK-FNO-RIYU           PIC  X(01).
             05  WK-FNO-USED-FLG       PIC  X(01).
       01  WK-FNO-FOUND-FLG            PIC  X(01) VALUE "N".
       01  WK-I                        PIC  9(05) VALUE ZERO.
      *
       01  WK-MODOSHI-KINGAKU          PIC S9(13) VALUE ZERO.
       01  WK-FNO-REC-CNT              PIC  9(09) VALUE ZERO.
       01  WK-APF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-MODOSHI-CNT              PIC  9(09) VALUE ZERO.
       01  WK-MODOSHI-GOKEI            PIC S9(13) VALUE ZERO.
       01  WK-SIR-FLAG-CNT             PIC  9(09) VALUE ZERO.
       01  WK-FUITCHI-CNT              PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  不能一覧印字用
      ******************************************************************
       01  WK-RPT-LINE.
           03  WK-RPT-SUPPLIER-COD     PIC  X(06).
           03  FILLER                  PIC  X(05) VALUE " INV=".
           03  WK-RPT-INVOICE-NO       PIC  X(10).
           03  FILLER                  PIC  X(09) VALUE " KINGAKU=".
           03  WK-RPT-KINGAKU          PIC  -(12)9.
           03  FILLER                  PIC  X(06) VALUE " RIYU=".
           03  WK-RPT-RIYU             PIC  X(01).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-MSG              PIC  X(30).
       01  WK-RPT-GOKEI.
           03  FILLER                  PIC  X(14) VALUE
             "MODOSHI KENSU=".
           03  WK-RPG-KENSU            PIC  ZZZZZZZZ9.
           03  FILLER                  PIC  X(09) VALUE " KINGAKU=".
           03  WK-RPG-GOKEI            PIC  -(12)9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM SIR-RTN
               VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-FNO-CNT
             PERFORM MAIN-RTN  UNTIL APF-END-FLG = "Y"
             PERFORM PRINT-FUITCHI-RTN
               VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-FNO-CNT
             MOVE WK-MODOSHI-CNT TO WK-RPG-KENSU
             MOVE WK-MODOSHI-GOKEI TO WK-RPG-GOKEI
             MOVE WK-RPT-GOKEI TO RPT-REC
             WRITE RPT-REC
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
      ******************************************************************
      *    初期処理（業務日付の取得、振込不能データの先読み）
      ******************************************************************
       INIT-RTN            SECTION.
           DISPLAY "*** KSBM124 START ***".
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
      *
           OPEN INPUT FNO-FILE.
           IF WK-FNO-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM124 ABEND NOT FNO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-FNO-RTN  UNTIL FNO-END-FLG = "Y".
           CLOSE FNO-FILE.
           MOVE HIGH-VALUE TO WK-FNO-FILE-ERR.
      *
           OPEN I-O SIR-FILE.
           IF WK-SIR-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM124 ABEND NOT SIR-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN INPUT APF-FILE.
           IF WK-APF-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM124 ABEND NOT APF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT APO-FILE.
           IF WK-APO-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM124 ABEND NOT APO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT JNL-FILE.
           IF WK-JNL-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM124 ABEND NOT JNL-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM124 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           MOVE "*** KSBM124 FURIKOMI FUNO ICHIRAN ***" TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      *    データレコード(区分"2")だけを振込不能テーブルへ取り込む。
       LOAD-FNO-RTN        SECTION.
           READ FNO-FILE
             AT END
               MOVE "Y" TO FNO-END-FLG
               GO TO EXT
           END-READ.
           IF FNO-DATA-KBN NOT = "2"
             GO TO EXT
           END-IF.
           ADD 1 TO WK-FNO-REC-CNT.
           IF WK-FNO-CNT >= 2000
             DISPLAY "!!! KSBM124 ABEND : FNO TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-FNO-CNT.
           SET WK-FNO-IDX TO WK-FNO-CNT.
           MOVE FNO-SUPPLIER-COD TO WK-FNO-SUPPLIER-COD (WK-FNO-IDX).
           MOVE FNO-INVOICE-NO TO WK-FNO-INVOICE-NO (WK-FNO-IDX).
           MOVE FNO-KINGAKU TO WK-FNO-KINGAKU (WK-FNO-IDX).
           MOVE FNO-FUNO-RIYU TO WK-FNO-RIYU (WK-FNO-IDX).
           MOVE "N" TO WK-FNO-USED-FLG (WK-FNO-IDX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    仕入先マスタの更新(返却のあった仕入先の口座を要修正に。
      *    同じ仕入先の返却が複数あっても更新は1回)
      ******************************************************************
       SIR-RTN             SECTION.
           MOVE WK-FNO-SUPPLIER-COD (WK-I) TO CFSIR-SUPPLIER-COD.
           READ SIR-FILE
             INVALID KEY
               GO TO EXT
           END-READ.
           IF CFSIR-KOZA-YOSHUSEI
             GO TO EXT
           END-IF.
           MOVE "E" TO CFSIR-KOZA-STATUS.
           REWRITE SIR-REC
             INVALID KEY
               DISPLAY "*** KSBM124 WARNING SIR REWRITE NG "
                 CFSIR-SUPPLIER-COD
               MOVE RC-WARNING TO RETURN-CODE
               GO TO EXT
           END-REWRITE.
           ADD 1 TO WK-SIR-FLAG-CNT.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    買掛金台帳1件ごとの支払戻し
      ******************************************************************
       MAIN-RTN            SECTION.
           READ APF-FILE
             AT END
               MOVE "Y" TO APF-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-APF-CNT.
           MOVE APF-REC TO APO-REC.
      *
           IF NOT (CFAPF-PAID OF APF-REC OR CFAPF-PARTIAL OF APF-REC)
            OR CFAPF-DEBIT-NOTE OF APF-REC
             GO TO WRITE-OUT
           END-IF.
           MOVE "N" TO WK-FNO-FOUND-FLG.
           IF WK-FNO-CNT > ZERO
             SET WK-FNO-IDX TO 1
             SEARCH WK-FNO-ENT
               AT END
                 CONTINUE
               WHEN WK-FNO-IDX > WK-FNO-CNT
                 CONTINUE
               WHEN WK-FNO-SUPPLIER-COD (WK-FNO-IDX)
                      = CFAPF-SUPPLIER-COD OF APF-REC
                AND WK-FNO-INVOICE-NO (WK-FNO-IDX)
                      = CFAPF-INVOICE-NO OF APF-REC
                AND WK-FNO-USED-FLG (WK-FNO-IDX) = "N"
                 MOVE "Y" TO WK-FNO-FOUND-FLG
             END-SEARCH
           END-IF.
           IF WK-FNO-FOUND-FLG = "N"
             GO TO WRITE-OUT
           END-IF.
      *
      *    返却額が支払額を超える返却は戻さない(一覧で警告)
           MOVE WK-FNO-KINGAKU (WK-FNO-IDX) TO WK-MODOSHI-KINGAKU.
           IF WK-MODOSHI-KINGAKU > CFAPF-SHIHARAI-KINGAKU OF APF-REC
             GO TO WRITE-OUT
           END-IF.
           MOVE "Y" TO WK-FNO-USED-FLG (WK-FNO-IDX).
           SUBTRACT WK-MODOSHI-KINGAKU
             FROM CFAPF-SHIHARAI-KINGAKU OF APO-REC.
           IF CFAPF-SHIHARAI-KINGAKU OF APO-REC = ZERO
             MOVE "O" TO CFAPF-STATUS OF APO-REC
           ELSE
             MOVE "P" TO CFAPF-STATUS OF APO-REC
           END-IF.
           PERFORM WRITE-JNL-RTN.
      *
           MOVE CFAPF-SUPPLIER-COD OF APF-REC TO WK-RPT-SUPPLIER-COD.
           MOVE CFAPF-INVOICE-NO OF APF-REC TO WK-RPT-INVOICE-NO.
           MOVE WK-MODOSHI-KINGAKU TO WK-RPT-KINGAKU.
           MOVE WK-FNO-RIYU (WK-FNO-IDX) TO WK-RPT-RIYU.
           PERFORM SET-RIYU-RTN.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
           ADD 1 TO WK-MODOSHI-CNT.
           ADD WK-MODOSHI-KINGAKU TO WK-MODOSHI-GOKEI.
           MOVE RC-WARNING TO RETURN-CODE.
       WRITE-OUT.
           WRITE APO-REC.
       EXT.
           EXIT.
      *
      *    支払の戻し：普通預金(借方)／買掛金(貸方)
       WRITE-JNL-RTN       SECTION.
           IF CFAPF-KAISHA-COD OF APF-REC = SPACE
             MOVE "01" TO WK-JNL-KAISHA-COD
           ELSE
             MOVE CFAPF-KAISHA-COD OF APF-REC TO WK-JNL-KAISHA-COD
           END-IF.
           MOVE SPACE TO JNL-REC.
           MOVE "KSBM124" TO CFJNL-PGM-ID.
           MOVE WK-JNL-KAISHA-COD TO CFJNL-KAISHA-COD.
           MOVE WK-BASE-DATE TO CFJNL-DATE.
           MOVE "1110" TO CFJNL-KANJO-COD.
           MOVE "D" TO CFJNL-TAISHAKU.
           MOVE WK-MODOSHI-KINGAKU TO CFJNL-KINGAKU.
           MOVE CFAPF-INVOICE-NO OF APF-REC TO CFJNL-REF.
           MOVE "FURIKOMI FUNO" TO CFJNL-TEKIYO.
           WRITE JNL-REC.
           MOVE SPACE TO JNL-REC.
           MOVE "KSBM124" TO CFJNL-PGM-ID.
           MOVE WK-JNL-KAISHA-COD TO CFJNL-KAISHA-COD.
           MOVE WK-BASE-DATE TO CFJNL-DATE.
           MOVE "2110" TO CFJNL-KANJO-COD.
           MOVE "C" TO CFJNL-TAISHAKU.
           MOVE WK-MODOSHI-KINGAKU TO CFJNL-KINGAKU.
           MOVE CFAPF-INVOICE-NO OF APF-REC TO CFJNL-REF.
           MOVE "FURIKOMI FUNO" TO CFJNL-TEKIYO.
           WRITE JNL-REC.
       EXT.
           EXIT.
      *
      *    不能事由コードの表示文言
       SET-RIYU-RTN        SECTION.
           EVALUATE WK-RPT-RIYU
             WHEN "1"
               MOVE "FUNO : KOZA NASHI" TO WK-RPT-MSG
             WHEN "2"
               MOVE "FUNO : KOZA MEIGI SOI" TO WK-RPT-MSG
             WHEN "3"
               MOVE "FUNO : KOZA KAIYAKU" TO WK-RPT-MSG
             WHEN OTHER
               MOVE "FUNO : SONOTA" TO WK-RPT-MSG
           END-EVALUATE.
       EXT.
           EXIT.
      *
      *    台帳と照合できなかった返却を警告として印字する。
       PRINT-FUITCHI-RTN   SECTION.
           IF WK-FNO-USED-FLG (WK-I) = "Y"
             GO TO EXT
           END-IF.
           MOVE WK-FNO-SUPPLIER-COD (WK-I) TO WK-RPT-SUPPLIER-COD.
           MOVE WK-FNO-INVOICE-NO (WK-I) TO WK-RPT-INVOICE-NO.
           MOVE WK-FNO-KINGAKU (WK-I) TO WK-RPT-KINGAKU.
           MOVE WK-FNO-RIYU (WK-I) TO WK-RPT-RIYU.
           MOVE "WARNING : DAICHO FUITCHI" TO WK-RPT-MSG.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
           ADD 1 TO WK-FUITCHI-CNT.
           MOVE RC-WARNING TO RETURN-CODE.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-SIR-FILE-ERR = "00"
             CLOSE SIR-FILE
           END-IF.
           IF WK-APF-FILE-ERR = "00"
             CLOSE APF-FILE
           END-IF.
           IF WK-APO-FILE-ERR = "00"
             CLOSE APO-FILE
           END-IF.
           IF WK-JNL-FILE-ERR = "00"
             CLOSE JNL-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "FNOCNT=" WK-FNO-REC-CNT.
           DISPLAY "APFCNT=" WK-APF-CNT.
           DISPLAY "MODOSHICNT=" WK-MODOSHI-CNT.
           DISPLAY "MODOSHIGOKEI=" WK-MODOSHI-GOKEI.
           DISPLAY "SIRFLAGCNT=" WK-SIR-FLAG-CNT.
           DISPLAY "FUITCHICNT=" WK-FUITCHI-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM124 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KSBM124"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "FNOCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-FNO-REC-CNT        TO RUNHIS-CNT-VALUE (1).
           MOVE "MODOSHICNT"          TO RUNHIS-CNT-LABEL (2).
           MOVE WK-MODOSHI-CNT        TO RUNHIS-CNT-VALUE (2).
           MOVE "MODOSHIGKE"          TO RUNHIS-CNT-LABEL (3).
           MOVE WK-MODOSHI-GOKEI      TO RUNHIS-CNT-VALUE (3).
           MOVE "SIRFLAGCNT"          TO RUNHIS-CNT-LABEL (4).
           MOVE WK-SIR-FLAG-CNT       TO RUNHIS-CNT-VALUE (4).
           MOVE "FUITCHICNT"          TO RUNHIS-CNT-LABEL (5).
           MOVE WK-FUITCHI-CNT        TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KSBM124 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
