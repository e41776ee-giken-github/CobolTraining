       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KCBM116.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：共通
      * プログラム名  ：残高確認書発行
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。期末監査用に、基準日(環境変数
      *                 KCBM116-KIJUN、既定は業務日付)現在の残高を
      *                 得意先・仕入先ごとに求めて残高確認書(LTR)を
      *                 印字する。得意先は請求書発行台帳(KCCFIVF)の
      *                 基準日以前に発行した請求書の未回収残から
      *                 前受金(KCCFDEP)の預り残高を差し引き、仕入先は
      *                 買掛金台帳(KCCFAPF)の基準日以前に計上した請求
      *                 書の未払残とする。台帳は現在の状態しか持たない
      *                 ため、基準日より後の入金消込(KCCFPLF)・前受金
      *                 充当と、直近の支払実行の支払明細(KCCFPAD)の
      *                 うち基準日より後の支払は残高へ戻す。確認書は
      *                 KCBS080の"ZANKAKNO"カウンタで採番し、宛先は
      *                 得意先マスタ・仕入先マスタの名称・住所とする。
      *                 発行した確認書は残高確認台帳(KCCFZKN)へ追記
      *                 し、同じ基準日で発行済みの取引先には再発行
      *                 しない。残高ZEROの取引先には発行しない。
      *                 会社は環境変数KAISHA-COD(省略時"01")で指定し、
      *                 請求書・買掛金の行と台帳の発行済判定はその会社
      *                 の行だけを対象とする(会社コードSPACEの行は
      *                 "01")。前受金は会社を持たないため、預り残高は
      *                 会社"01"の確認書でだけ差し引く。確認書の見出し
      *                 と台帳の行に会社コードを出力する。
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
           SELECT TOK-FILE
             ASSIGN TO EXTERNAL TOK
               FILE STATUS IS WK-TOK-FILE-ERR.
           SELECT APF-FILE
             ASSIGN TO EXTERNAL APF
               FILE STATUS IS WK-APF-FILE-ERR.
           SELECT PAD-FILE
             ASSIGN TO EXTERNAL PAD
               FILE STATUS IS WK-PAD-FILE-ERR.
           SELECT SIR-FILE
             ASSIGN TO EXTERNAL SIR
               FILE STATUS IS WK-SIR-FILE-ERR.
           SELECT ZKN-FILE
             ASSIGN TO EXTERNAL ZKN
               FILE STATUS IS WK-ZKN-FILE-ERR.
           SELECT LTR-FILE
             ASSIGN TO EXTERNAL LTR
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-LTR-FILE-ERR.
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
       FD  TOK-FILE.
       01  TOK-REC.
           COPY KCCFTOK.
       FD  APF-FILE.
       01  APF-REC.
           COPY KCCFAPF.
       FD  PAD-FILE.
       01  PAD-REC.
           COPY KCCFPAD.
       FD  SIR-FILE.
       01  SIR-REC.
           COPY KCCFSIR.
       FD  ZKN-FILE.
       01  ZKN-REC.
           COPY KCCFZKN.
       FD  LTR-FILE.
       01  LTR-REC                     PIC  X(80).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
           COPY KCBS080P.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-BSD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IVF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-PLF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-DEP-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-APF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-PAD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SIR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ZKN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-LTR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  IVF-END-FLG                 PIC  X(01) VALUE "N".
       01  PLF-END-FLG                 PIC  X(01) VALUE "N".
       01  DEP-END-FLG                 PIC  X(01) VALUE "N".
       01  TOK-END-FLG                 PIC  X(01) VALUE "N".
       01  APF-END-FLG                 PIC  X(01) VALUE "N".
       01  PAD-END-FLG                 PIC  X(01) VALUE "N".
       01  SIR-END-FLG                 PIC  X(01) VALUE "N".
       01  ZKN-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      *    確認書を発行する会社(環境変数KAISHA-COD。省略時"01")
       01  WK-KAISHA-COD               PIC  X(02) VALUE "01".
       01  WK-ENV-KAISHA-COD           PIC  X(02) VALUE SPACE.
       01  WK-ROW-KAISHA-COD           PIC  X(02) VALUE SPACE.
      *    残高の基準日(環境変数KCBM116-KIJUNで指定。既定は業務日付)
       01  WK-KIJUN-DATE               PIC  9(08) VALUE ZERO.
       01  WK-KIJUN-X                  PIC  X(08) VALUE SPACE.
       01  WK-KIJUN-N REDEFINES WK-KIJUN-X
                                       PIC  9(08).
      ******************************************************************
      *  基準日より後に消し込まれた請求書別の額(入金充当・前受金充当)
      ******************************************************************
       01  WK-ATO-TBL.
           03  WK-ATO-CNT              PIC  9(05) VALUE ZERO.
           03  WK-ATO-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-ATO-IDX.
             05  WK-ATO-INVOICE-NO     PIC  9(08).
             05  WK-ATO-KINGAKU        PIC S9(13).
      ******************************************************************
      *  基準日より後に支払った仕入請求書別の額(直近の支払明細)
      ******************************************************************
       01  WK-PAD-TBL.
           03  WK-PAD-CNT              PIC  9(05) VALUE ZERO.
           03  WK-PAD-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-PAD-IDX.
             05  WK-PAD-SUPPLIER-COD   PIC  X(06).
             05  WK-PAD-INVOICE-NO     PIC  X(10).
             05  WK-PAD-KINGAKU        PIC S9(13).
      ******************************************************************
      *  得意先別の残高テーブル(名称・住所、売掛金・前受金)
      ******************************************************************
       01  WK-TOK-TBL.
           03  WK-TOK-CNT              PIC  9(05) VALUE ZERO.
           03  WK-TOK-ENT              OCCURS 2000 TIMES
                                        INDEXED BY WK-TOK-IDX.
             05  WK-TOK-TOKU-COD       PIC  X(04).
             05  WK-TOK-TOKU-MEI       PIC  X(20).
             05  WK-TOK-ADDRESS        PIC  X(40).
             05  WK-TOK-URIKAKE        PIC S9(13).
             05  WK-TOK-MAEUKE         PIC S9(13).
             05  WK-TOK-HAKKO-FLG      PIC  X(01).
      ******************************************************************
      *  仕入先別の残高テーブル(名称・住所、買掛金)
      ******************************************************************
       01  WK-SIR-TBL.
           03  WK-SIR-CNT              PIC  9(04) VALUE ZERO.
           03  WK-SIR-ENT              OCCURS 1000 TIMES
                                        INDEXED BY WK-SIR-IDX.
             05  WK-SIR-SUPPLIER-COD   PIC  X(06).
             05  WK-SIR-SUPPLIER-MEI   PIC  X(20).
             05  WK-SIR-ADDRESS        PIC  X(40).
             05  WK-SIR-KAIKAKE        PIC S9(13).
             05  WK-SIR-HAKKO-FLG      PIC  X(01).
       01  WK-IX                       PIC  9(05) VALUE ZERO.
      *
      *    得意先・仕入先の検索キー
       01  WK-KEY-TOKU-COD             PIC  X(04) VALUE SPACE.
       01  WK-KEY-SUPPLIER-COD         PIC  X(06) VALUE SPACE.
       01  WK-ATO-INVOICE-NO-KEY       PIC  9(08) VALUE ZERO.
      *
       01  WK-ZAN-KINGAKU              PIC S9(13) VALUE ZERO.
       01  WK-SASHIHIKI                PIC S9(13) VALUE ZERO.
       01  WK-NYUKIN-JUTO              PIC S9(13) VALUE ZERO.
      *
       01  WK-IVF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-APF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-TOK-LTR-CNT              PIC  9(09) VALUE ZERO.
       01  WK-SIR-LTR-CNT              PIC  9(09) VALUE ZERO.
       01  WK-HAKKOZUMI-CNT            PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  残高確認書印字用
      ******************************************************************
       01  WK-LTR-HEAD1.
           03  FILLER                  PIC  X(30) VALUE
             "*** ZANDAKA KAKUNINSHO ***".
           03  FILLER                  PIC  X(03) VALUE "NO=".
           03  WK-LH1-KAKUNIN-NO       PIC  9(08).
           03  FILLER                  PIC  X(10) VALUE "  KIJUNBI=".
           03  WK-LH1-KIJUN-DATE       PIC  9(08).
           03  FILLER                  PIC  X(08) VALUE " KAISHA=".
           03  WK-LH1-KAISHA-COD       PIC  X(02).
       01  WK-LTR-HEAD2.
           03  FILLER                  PIC  X(08) VALUE "ATESAKI=".
           03  WK-LH2-TORIHIKI-COD     PIC  X(06).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-LH2-TORIHIKI-MEI     PIC  X(20).
       01  WK-LTR-ADDR.
           03  FILLER                  PIC  X(05) VALUE "ADDR=".
           03  WK-LTR-ADDRESS          PIC  X(40).
       01  WK-LTR-IRAI                 PIC  X(80) VALUE
           "KIJUNBI GENZAI NO HEISHA ZANDAKA WO GOKAKUNIN KUDASAI".
       01  WK-LTR-KINGAKU.
           03  WK-LTK-TITLE            PIC  X(20).
           03  WK-LTK-KINGAKU          PIC  -(13)9.
       01  WK-LTR-KAITO1               PIC  X(80) VALUE
           "KIKA CHOBO ZANDAKA  ________________  ( ITCHI / FUITCHI )".
       01  WK-LTR-KAITO2               PIC  X(80) VALUE
           "FUITCHI NO RIYU     ______________________________________".
       01  WK-LTR-SEP                  PIC  X(80) VALUE ALL "-".
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL IVF-END-FLG = "Y"
             PERFORM SUM-APF-RTN
             PERFORM TOK-LETTER-RTN
               VARYING WK-IX FROM 1 BY 1 UNTIL WK-IX > WK-TOK-CNT
             PERFORM SIR-LETTER-RTN
               VARYING WK-IX FROM 1 BY 1 UNTIL WK-IX > WK-SIR-CNT
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
      ******************************************************************
      *    初期処理（基準日の決定、マスタ・基準日後の消込の先読み）
      ******************************************************************
       INIT-RTN            SECTION.
           DISPLAY "*** KCBM116 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
           DISPLAY "KAISHA-COD" UPON ENVIRONMENT-NAME.
           ACCEPT WK-ENV-KAISHA-COD FROM ENVIRONMENT-VALUE.
           IF WK-ENV-KAISHA-COD NOT = SPACE
             MOVE WK-ENV-KAISHA-COD TO WK-KAISHA-COD
           END-IF.
           DISPLAY "*** KCBM116 KAISHA=" WK-KAISHA-COD.
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
           MOVE WK-BASE-DATE TO WK-KIJUN-DATE.
           DISPLAY "KCBM116-KIJUN" UPON ENVIRONMENT-NAME.
           ACCEPT WK-KIJUN-X FROM ENVIRONMENT-VALUE.
           IF WK-KIJUN-X NOT = SPACE
            AND WK-KIJUN-N IS NUMERIC
             MOVE WK-KIJUN-N TO WK-KIJUN-DATE
           END-IF.
           DISPLAY "KIJUNBI=" WK-KIJUN-DATE.
      *
           OPEN INPUT TOK-FILE.
           IF WK-TOK-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM116 ABEND NOT TOK-FILE"
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
             DISPLAY "*** KCBM116 ABEND NOT SIR-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-SIR-RTN  UNTIL SIR-END-FLG = "Y".
           CLOSE SIR-FILE.
           MOVE HIGH-VALUE TO WK-SIR-FILE-ERR.
      *
      *    同じ基準日で発行済みの取引先(初回はファイルなし)
           OPEN INPUT ZKN-FILE.
           IF WK-ZKN-FILE-ERR = "00"
             PERFORM LOAD-ZKN-RTN  UNTIL ZKN-END-FLG = "Y"
             CLOSE ZKN-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-ZKN-FILE-ERR.
      *
      *    基準日より後の入金充当・前受金充当・支払(無ければ戻しなし)
           OPEN INPUT PLF-FILE.
           IF WK-PLF-FILE-ERR = "00"
             PERFORM LOAD-PLF-RTN  UNTIL PLF-END-FLG = "Y"
             CLOSE PLF-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-PLF-FILE-ERR.
           OPEN INPUT DEP-FILE.
           IF WK-DEP-FILE-ERR = "00"
             PERFORM LOAD-DEP-RTN  UNTIL DEP-END-FLG = "Y"
             CLOSE DEP-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-DEP-FILE-ERR.
           OPEN INPUT PAD-FILE.
           IF WK-PAD-FILE-ERR = "00"
             PERFORM LOAD-PAD-RTN  UNTIL PAD-END-FLG = "Y"
             CLOSE PAD-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-PAD-FILE-ERR.
      *
           OPEN INPUT IVF-FILE.
           IF WK-IVF-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM116 ABEND NOT IVF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN EXTEND ZKN-FILE.
           IF WK-ZKN-FILE-ERR NOT = "00"
             OPEN OUTPUT ZKN-FILE
           END-IF.
           IF WK-ZKN-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM116 ABEND NOT ZKN-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT LTR-FILE.
           IF WK-LTR-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM116 ABEND NOT LTR-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM READ-IVF-RTN.
       EXT.
           EXIT.
      *
       LOAD-TOK-RTN        SECTION.
           READ TOK-FILE
             AT END
               MOVE "Y" TO TOK-END-FLG
               GO TO EXT
           END-READ.
           MOVE CFTOK-TOKU-COD TO WK-KEY-TOKU-COD.
           PERFORM FIND-TOK-RTN.
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
           MOVE CFSIR-SUPPLIER-COD TO WK-KEY-SUPPLIER-COD.
           PERFORM FIND-SIR-RTN.
           MOVE CFSIR-SUPPLIER-MEI
             TO WK-SIR-SUPPLIER-MEI (WK-SIR-IDX).
           MOVE CFSIR-ADDRESS TO WK-SIR-ADDRESS (WK-SIR-IDX).
       EXT.
           EXIT.
      *
      *    同じ基準日の確認書が既にある取引先は発行済みとする
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
           IF CFZKN-TOKUISAKI
             MOVE CFZKN-TORIHIKI-COD (1:4) TO WK-KEY-TOKU-COD
             PERFORM FIND-TOK-RTN
             MOVE "Y" TO WK-TOK-HAKKO-FLG (WK-TOK-IDX)
           END-IF.
           IF CFZKN-SHIIRESAKI
             MOVE CFZKN-TORIHIKI-COD TO WK-KEY-SUPPLIER-COD
             PERFORM FIND-SIR-RTN
             MOVE "Y" TO WK-SIR-HAKKO-FLG (WK-SIR-IDX)
           END-IF.
       EXT.
           EXIT.
      *
      *    基準日より後の入金の充当額を請求書別に積む
       LOAD-PLF-RTN        SECTION.
           READ PLF-FILE
             AT END
               MOVE "Y" TO PLF-END-FLG
               GO TO EXT
           END-READ.
           IF CFPLF-NYUKIN-DATE <= WK-KIJUN-DATE
            OR CFPLF-INVOICE-NO = ZERO
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
           MOVE CFPLF-INVOICE-NO TO WK-ATO-INVOICE-NO-KEY.
           PERFORM ADD-ATO-RTN.
       EXT.
           EXIT.
      *
      *    預り残高(基準日以前の預り－充当)を得意先へ積み、基準日より
      *    後の充当は請求書別に積む。預り残高は会社"01"だけに積む
       LOAD-DEP-RTN        SECTION.
           READ DEP-FILE
             AT END
               MOVE "Y" TO DEP-END-FLG
               GO TO EXT
           END-READ.
           IF CFDEP-DATE <= WK-KIJUN-DATE
            AND WK-KAISHA-COD NOT = "01"
             GO TO EXT
           END-IF.
           IF CFDEP-DATE <= WK-KIJUN-DATE
             MOVE CFDEP-TOKU-COD TO WK-KEY-TOKU-COD
             PERFORM FIND-TOK-RTN
             IF CFDEP-AZUKARI
               ADD CFDEP-KINGAKU TO WK-TOK-MAEUKE (WK-TOK-IDX)
             END-IF
             IF CFDEP-JUTO
               SUBTRACT CFDEP-KINGAKU
                 FROM WK-TOK-MAEUKE (WK-TOK-IDX)
             END-IF
             GO TO EXT
           END-IF.
           IF CFDEP-JUTO
            AND CFDEP-REF-INVOICE-NO NOT = ZERO
             MOVE CFDEP-REF-INVOICE-NO TO WK-ATO-INVOICE-NO-KEY
             MOVE CFDEP-KINGAKU TO WK-NYUKIN-JUTO
             PERFORM ADD-ATO-RTN
           END-IF.
       EXT.
           EXIT.
      *
      *    基準日より後の支払で消し込んだ額を仕入請求書別に積む。
      *    デビットノートは消し込んだ額(正)を負の未払へ戻す。
       LOAD-PAD-RTN        SECTION.
           READ PAD-FILE
             AT END
               MOVE "Y" TO PAD-END-FLG
               GO TO EXT
           END-READ.
           IF CFPAD-SHIHARAI-DATE <= WK-KIJUN-DATE
             GO TO EXT
           END-IF.
           IF WK-PAD-CNT >= 5000
             DISPLAY "!!! KCBM116 ABEND : PAD TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-PAD-CNT.
           SET WK-PAD-IDX TO WK-PAD-CNT.
           MOVE CFPAD-SUPPLIER-COD
             TO WK-PAD-SUPPLIER-COD (WK-PAD-IDX).
           MOVE CFPAD-INVOICE-NO TO WK-PAD-INVOICE-NO (WK-PAD-IDX).
           IF CFPAD-DEBIT-NOTE
             COMPUTE WK-PAD-KINGAKU (WK-PAD-IDX) =
               ZERO - CFPAD-KOJO-KINGAKU
           ELSE
             MOVE CFPAD-SEIKYU-KINGAKU
               TO WK-PAD-KINGAKU (WK-PAD-IDX)
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
      *    請求書発行台帳1行ごとの処理（基準日現在の未回収残を得意先
      *    別に積む。基準日以前に取消・貸倒償却した行は除く）
      ******************************************************************
       MAIN-RTN            SECTION.
           ADD 1 TO WK-IVF-CNT.
           MOVE CFIVF-KAISHA-COD TO WK-ROW-KAISHA-COD.
           PERFORM SET-ROW-KAISHA-RTN.
           IF WK-ROW-KAISHA-COD NOT = WK-KAISHA-COD
             GO TO NEXT-REC
           END-IF.
           IF CFIVF-HAKKO-DATE > WK-KIJUN-DATE
             GO TO NEXT-REC
           END-IF.
           IF CFIVF-VOIDED
            AND CFIVF-VOID-DATE <= WK-KIJUN-DATE
             GO TO NEXT-REC
           END-IF.
           IF CFIVF-WRITTEN-OFF
            AND CFIVF-SHOKYAKU-DATE <= WK-KIJUN-DATE
             GO TO NEXT-REC
           END-IF.
           COMPUTE WK-ZAN-KINGAKU =
             CFIVF-KINGAKU - CFIVF-NYUKIN-KINGAKU.
           IF WK-ATO-CNT > ZERO
             SET WK-ATO-IDX TO 1
             SEARCH WK-ATO-ENT
               AT END
                 CONTINUE
               WHEN WK-ATO-IDX > WK-ATO-CNT
                 CONTINUE
               WHEN WK-ATO-INVOICE-NO (WK-ATO-IDX) = CFIVF-INVOICE-NO
                 ADD WK-ATO-KINGAKU (WK-ATO-IDX) TO WK-ZAN-KINGAKU
             END-SEARCH
           END-IF.
           IF WK-ZAN-KINGAKU NOT = ZERO
             MOVE CFIVF-TOKU-COD TO WK-KEY-TOKU-COD
             PERFORM FIND-TOK-RTN
             ADD WK-ZAN-KINGAKU TO WK-TOK-URIKAKE (WK-TOK-IDX)
           END-IF.
       NEXT-REC.
           PERFORM READ-IVF-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    買掛金台帳（基準日以前に計上した請求書の未払残を仕入先別に
      *    積む。デビットノートは負の未払として差し引かれる）
      ******************************************************************
       SUM-APF-RTN         SECTION.
           OPEN INPUT APF-FILE.
           IF WK-APF-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM116 ABEND NOT APF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
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
           ADD 1 TO WK-APF-CNT.
           MOVE CFAPF-KAISHA-COD TO WK-ROW-KAISHA-COD.
           PERFORM SET-ROW-KAISHA-RTN.
           IF WK-ROW-KAISHA-COD NOT = WK-KAISHA-COD
             GO TO EXT
           END-IF.
           IF CFAPF-KEIJO-DATE > WK-KIJUN-DATE
             GO TO EXT
           END-IF.
           COMPUTE WK-ZAN-KINGAKU =
             CFAPF-KINGAKU - CFAPF-SHIHARAI-KINGAKU.
           IF WK-PAD-CNT > ZERO
             SET WK-PAD-IDX TO 1
             SEARCH WK-PAD-ENT
               AT END
                 CONTINUE
               WHEN WK-PAD-IDX > WK-PAD-CNT
                 CONTINUE
               WHEN WK-PAD-SUPPLIER-COD (WK-PAD-IDX) =
                      CFAPF-SUPPLIER-COD
                AND WK-PAD-INVOICE-NO (WK-PAD-IDX) = CFAPF-INVOICE-NO
                 ADD WK-PAD-KINGAKU (WK-PAD-IDX) TO WK-ZAN-KINGAKU
             END-SEARCH
           END-IF.
           IF WK-ZAN-KINGAKU NOT = ZERO
             MOVE CFAPF-SUPPLIER-COD TO WK-KEY-SUPPLIER-COD
             PERFORM FIND-SIR-RTN
             ADD WK-ZAN-KINGAKU TO WK-SIR-KAIKAKE (WK-SIR-IDX)
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    得意先の残高確認書（売掛金・前受金・差引残高）
      ******************************************************************
       TOK-LETTER-RTN      SECTION.
           COMPUTE WK-SASHIHIKI =
             WK-TOK-URIKAKE (WK-IX) - WK-TOK-MAEUKE (WK-IX).
           IF WK-TOK-URIKAKE (WK-IX) = ZERO
            AND WK-TOK-MAEUKE (WK-IX) = ZERO
             GO TO EXT
           END-IF.
           IF WK-TOK-HAKKO-FLG (WK-IX) = "Y"
             ADD 1 TO WK-HAKKOZUMI-CNT
             GO TO EXT
           END-IF.
           PERFORM SAIBAN-RTN.
           MOVE SPACE TO ZKN-REC.
           MOVE S080-NUMBER TO CFZKN-KAKUNIN-NO.
           MOVE "T" TO CFZKN-TAISHO-KBN.
           MOVE WK-TOK-TOKU-COD (WK-IX) TO CFZKN-TORIHIKI-COD.
           MOVE WK-KIJUN-DATE TO CFZKN-KIJUN-DATE.
           MOVE WK-BASE-DATE TO CFZKN-HAKKO-DATE.
           MOVE WK-SASHIHIKI TO CFZKN-TOSHA-ZAN.
           MOVE SPACE TO CFZKN-KAITO-STATUS.
           MOVE ZERO TO CFZKN-KAITO-DATE.
           MOVE ZERO TO CFZKN-KAITO-ZAN.
           MOVE WK-KAISHA-COD TO CFZKN-KAISHA-COD.
           WRITE ZKN-REC.
      *
           MOVE WK-TOK-TOKU-COD (WK-IX) TO WK-LH2-TORIHIKI-COD.
           MOVE WK-TOK-TOKU-MEI (WK-IX) TO WK-LH2-TORIHIKI-MEI.
           MOVE WK-TOK-ADDRESS (WK-IX) TO WK-LTR-ADDRESS.
           PERFORM PRINT-HEAD-RTN.
           MOVE "URIKAKEKIN" TO WK-LTK-TITLE.
           MOVE WK-TOK-URIKAKE (WK-IX) TO WK-LTK-KINGAKU.
           MOVE WK-LTR-KINGAKU TO LTR-REC.
           WRITE LTR-REC.
           MOVE "MAEUKEKIN" TO WK-LTK-TITLE.
           MOVE WK-TOK-MAEUKE (WK-IX) TO WK-LTK-KINGAKU.
           MOVE WK-LTR-KINGAKU TO LTR-REC.
           WRITE LTR-REC.
           MOVE "SASHIHIKI ZANDAKA" TO WK-LTK-TITLE.
           MOVE WK-SASHIHIKI TO WK-LTK-KINGAKU.
           MOVE WK-LTR-KINGAKU TO LTR-REC.
           WRITE LTR-REC.
           PERFORM PRINT-KAITO-RTN.
           ADD 1 TO WK-TOK-LTR-CNT.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    仕入先の残高確認書（買掛金）
      ******************************************************************
       SIR-LETTER-RTN      SECTION.
           IF WK-SIR-KAIKAKE (WK-IX) = ZERO
             GO TO EXT
           END-IF.
           IF WK-SIR-HAKKO-FLG (WK-IX) = "Y"
             ADD 1 TO WK-HAKKOZUMI-CNT
             GO TO EXT
           END-IF.
           PERFORM SAIBAN-RTN.
           MOVE SPACE TO ZKN-REC.
           MOVE S080-NUMBER TO CFZKN-KAKUNIN-NO.
           MOVE "S" TO CFZKN-TAISHO-KBN.
           MOVE WK-SIR-SUPPLIER-COD (WK-IX) TO CFZKN-TORIHIKI-COD.
           MOVE WK-KIJUN-DATE TO CFZKN-KIJUN-DATE.
           MOVE WK-BASE-DATE TO CFZKN-HAKKO-DATE.
           MOVE WK-SIR-KAIKAKE (WK-IX) TO CFZKN-TOSHA-ZAN.
           MOVE SPACE TO CFZKN-KAITO-STATUS.
           MOVE ZERO TO CFZKN-KAITO-DATE.
           MOVE ZERO TO CFZKN-KAITO-ZAN.
           MOVE WK-KAISHA-COD TO CFZKN-KAISHA-COD.
           WRITE ZKN-REC.
      *
           MOVE WK-SIR-SUPPLIER-COD (WK-IX) TO WK-LH2-TORIHIKI-COD.
           MOVE WK-SIR-SUPPLIER-MEI (WK-IX) TO WK-LH2-TORIHIKI-MEI.
           MOVE WK-SIR-ADDRESS (WK-IX) TO WK-LTR-ADDRESS.
           PERFORM PRINT-HEAD-RTN.
           MOVE "KAIKAKEKIN" TO WK-LTK-TITLE.
           MOVE WK-SIR-KAIKAKE (WK-IX) TO WK-LTK-KINGAKU.
           MOVE WK-LTR-KINGAKU TO LTR-REC.
           WRITE LTR-REC.
           PERFORM PRINT-KAITO-RTN.
           ADD 1 TO WK-SIR-LTR-CNT.
       EXT.
           EXIT.
      *
      *    確認書番号の採番
       SAIBAN-RTN          SECTION.
           MOVE "N" TO S080-FUNCTION.
           MOVE "ZANKAKNO" TO S080-COUNTER-ID.
           CALL "KCBS080" USING KCBS080-P1.
           IF S080-RCD = "E"
             DISPLAY "!!! KCBM116 ABEND : SAIBAN FUKA !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
       EXT.
           EXIT.
      *
       PRINT-HEAD-RTN      SECTION.
           MOVE S080-NUMBER TO WK-LH1-KAKUNIN-NO.
           MOVE WK-KIJUN-DATE TO WK-LH1-KIJUN-DATE.
           MOVE WK-KAISHA-COD TO WK-LH1-KAISHA-COD.
           MOVE WK-LTR-HEAD1 TO LTR-REC.
           WRITE LTR-REC.
           MOVE WK-LTR-HEAD2 TO LTR-REC.
           WRITE LTR-REC.
           MOVE WK-LTR-ADDR TO LTR-REC.
           WRITE LTR-REC.
           MOVE SPACE TO LTR-REC.
           WRITE LTR-REC.
           MOVE WK-LTR-IRAI TO LTR-REC.
           WRITE LTR-REC.
       EXT.
           EXIT.
      *
       PRINT-KAITO-RTN     SECTION.
           MOVE SPACE TO LTR-REC.
           WRITE LTR-REC.
           MOVE WK-LTR-KAITO1 TO LTR-REC.
           WRITE LTR-REC.
           MOVE WK-LTR-KAITO2 TO LTR-REC.
           WRITE LTR-REC.
           MOVE WK-LTR-SEP TO LTR-REC.
           WRITE LTR-REC.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    テーブル検索（無ければ追加する）
      ******************************************************************
       FIND-TOK-RTN        SECTION.
           SET WK-TOK-IDX TO 1.
           SEARCH WK-TOK-ENT
             AT END
               PERFORM ADD-TOK-RTN
             WHEN WK-TOK-IDX > WK-TOK-CNT
               PERFORM ADD-TOK-RTN
             WHEN WK-TOK-TOKU-COD (WK-TOK-IDX) = WK-KEY-TOKU-COD
               CONTINUE
           END-SEARCH.
       EXT.
           EXIT.
      *
       ADD-TOK-RTN         SECTION.
           IF WK-TOK-CNT >= 2000
             DISPLAY "!!! KCBM116 ABEND : TOK TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-TOK-CNT.
           SET WK-TOK-IDX TO WK-TOK-CNT.
           MOVE WK-KEY-TOKU-COD TO WK-TOK-TOKU-COD (WK-TOK-IDX).
           MOVE SPACE TO WK-TOK-TOKU-MEI (WK-TOK-IDX).
           MOVE SPACE TO WK-TOK-ADDRESS (WK-TOK-IDX).
           MOVE ZERO TO WK-TOK-URIKAKE (WK-TOK-IDX).
           MOVE ZERO TO WK-TOK-MAEUKE (WK-TOK-IDX).
           MOVE "N" TO WK-TOK-HAKKO-FLG (WK-TOK-IDX).
       EXT.
           EXIT.
      *
       FIND-SIR-RTN        SECTION.
           SET WK-SIR-IDX TO 1.
           SEARCH WK-SIR-ENT
             AT END
               PERFORM ADD-SIR-RTN
             WHEN WK-SIR-IDX > WK-SIR-CNT
               PERFORM ADD-SIR-RTN
             WHEN WK-SIR-SUPPLIER-COD (WK-SIR-IDX) =
                    WK-KEY-SUPPLIER-COD
               CONTINUE
           END-SEARCH.
       EXT.
           EXIT.
      *
       ADD-SIR-RTN         SECTION.
           IF WK-SIR-CNT >= 1000
             DISPLAY "!!! KCBM116 ABEND : SIR TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SIR-CNT.
           SET WK-SIR-IDX TO WK-SIR-CNT.
           MOVE WK-KEY-SUPPLIER-COD
             TO WK-SIR-SUPPLIER-COD (WK-SIR-IDX).
           MOVE SPACE TO WK-SIR-SUPPLIER-MEI (WK-SIR-IDX).
           MOVE SPACE TO WK-SIR-ADDRESS (WK-SIR-IDX).
           MOVE ZERO TO WK-SIR-KAIKAKE (WK-SIR-IDX).
           MOVE "N" TO WK-SIR-HAKKO-FLG (WK-SIR-IDX).
       EXT.
           EXIT.
      *
      *    基準日より後の消込額を請求書別に積む(WK-NYUKIN-JUTO)
       ADD-ATO-RTN         SECTION.
           SET WK-ATO-IDX TO 1.
           SEARCH WK-ATO-ENT
             AT END
               DISPLAY "!!! KCBM116 ABEND : ATO TABLE FULL !!!"
               MOVE RC-ABEND TO RETURN-CODE
               PERFORM TERM-RTN
               STOP RUN
             WHEN WK-ATO-IDX > WK-ATO-CNT
               ADD 1 TO WK-ATO-CNT
               MOVE WK-ATO-INVOICE-NO-KEY
                 TO WK-ATO-INVOICE-NO (WK-ATO-IDX)
               MOVE WK-NYUKIN-JUTO TO WK-ATO-KINGAKU (WK-ATO-IDX)
             WHEN WK-ATO-INVOICE-NO (WK-ATO-IDX) =
                    WK-ATO-INVOICE-NO-KEY
               ADD WK-NYUKIN-JUTO TO WK-ATO-KINGAKU (WK-ATO-IDX)
           END-SEARCH.
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
           IF WK-IVF-FILE-ERR = "00"
             CLOSE IVF-FILE
           END-IF.
           IF WK-APF-FILE-ERR = "00"
             CLOSE APF-FILE
           END-IF.
           IF WK-ZKN-FILE-ERR = "00"
             CLOSE ZKN-FILE
           END-IF.
           IF WK-LTR-FILE-ERR = "00"
             CLOSE LTR-FILE
           END-IF.
           MOVE "X" TO S080-FUNCTION.
           CALL "KCBS080" USING KCBS080-P1.
           IF S080-RCD = "E"
             DISPLAY "*** KCBM116 WARNING NRG KAKIMODOSHI SHIPPAI"
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           DISPLAY "IVFCNT=" WK-IVF-CNT.
           DISPLAY "APFCNT=" WK-APF-CNT.
           DISPLAY "TOKLTRCNT=" WK-TOK-LTR-CNT.
           DISPLAY "SIRLTRCNT=" WK-SIR-LTR-CNT.
           DISPLAY "HAKKOZUMICNT=" WK-HAKKOZUMI-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KCBM116 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KCBM116"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "IVFCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-IVF-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "APFCNT"              TO RUNHIS-CNT-LABEL (2).
           MOVE WK-APF-CNT            TO RUNHIS-CNT-VALUE (2).
           MOVE "TOKLTRCNT"           TO RUNHIS-CNT-LABEL (3).
           MOVE WK-TOK-LTR-CNT        TO RUNHIS-CNT-VALUE (3).
           MOVE "SIRLTRCNT"           TO RUNHIS-CNT-LABEL (4).
           MOVE WK-SIR-LTR-CNT        TO RUNHIS-CNT-VALUE (4).
           MOVE "HAKKOZUMICNT"        TO RUNHIS-CNT-LABEL (5).
           MOVE WK-HAKKOZUMI-CNT      TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KCBM116 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
