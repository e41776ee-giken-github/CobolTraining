       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KSBM141.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：商品
      * プログラム名  ：入荷ＡＳＮ取込
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。仕入先から届いた出荷案内(ＡＳＮ。
      *                 出荷案内番号・仕入先・発注番号・商品番号・
      *                 出荷数量・ロット番号・使用期限・出荷日・入荷
      *                 予定日)を発注データ(KCCFPOF)の発注中の行と
      *                 突き合わせ、受け付けた行を入荷ＡＳＮ登録簿
      *                 (KCCFASN。旧世代ASF→新世代ASO)へ追加する。
      *                 入荷予定(KCCFERF。旧世代ERF→新世代ERO)の
      *                 該当行はＡＳＮの入荷予定日・出荷数量に置き
      *                 換える。あわせて入荷検収(KSBM060)の入荷実績
      *                 と同じ形式の検収入力の下書き(RCP)と、ロット
      *                 付きのＡＳＮについてはロット入荷登録(KSBM112)
      *                 のロット受入データと同じ形式の下書き(LNP)を
      *                 書き出し、入荷場は現品と照らして確認・訂正
      *                 するだけで検収できるようにする(入荷先倉庫は
      *                 入荷場が記入する)。発注に無い行・仕入先の
      *                 異なる行・発注中でない行・登録済みの出荷案内
      *                 の再送は受け付けず、取込結果とともに一覧
      *                 (RPT)へ印字する
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT ASN-FILE
             ASSIGN TO EXTERNAL ASN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-ASN-FILE-ERR.
           SELECT POF-FILE
             ASSIGN TO EXTERNAL POF
               FILE STATUS IS WK-POF-FILE-ERR.
           SELECT ASF-FILE
             ASSIGN TO EXTERNAL ASF
               FILE STATUS IS WK-ASF-FILE-ERR.
           SELECT ASO-FILE
             ASSIGN TO EXTERNAL ASO
               FILE STATUS IS WK-ASO-FILE-ERR.
           SELECT ERF-FILE
             ASSIGN TO EXTERNAL ERF
               FILE STATUS IS WK-ERF-FILE-ERR.
           SELECT ERO-FILE
             ASSIGN TO EXTERNAL ERO
               FILE STATUS IS WK-ERO-FILE-ERR.
           SELECT RCP-FILE
             ASSIGN TO EXTERNAL RCP
               FILE STATUS IS WK-RCP-FILE-ERR.
           SELECT LNP-FILE
             ASSIGN TO EXTERNAL LNP
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-LNP-FILE-ERR.
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
      *    出荷案内(仕入先から受信。空白区切り)
       FD  ASN-FILE.
       01  ASN-REC.
           03  ASN-ASN-NO              PIC  X(10).
           03  FILLER                  PIC  X(01).
           03  ASN-SUPPLIER-COD        PIC  X(06).
           03  FILLER                  PIC  X(01).
           03  ASN-HATCHU-NO           PIC  9(06).
           03  FILLER                  PIC  X(01).
           03  ASN-SHOHIN-NO           PIC  X(05).
           03  FILLER                  PIC  X(01).
           03  ASN-SURYO               PIC  9(05).
           03  FILLER                  PIC  X(01).
           03  ASN-LOT-NO              PIC  X(10).
           03  FILLER                  PIC  X(01).
           03  ASN-EXPIRY-DATE         PIC  9(08).
           03  FILLER                  PIC  X(01).
           03  ASN-SHUKKA-DATE         PIC  9(08).
           03  FILLER                  PIC  X(01).
           03  ASN-NYUKA-YOTEI-DATE    PIC  9(08).
       FD  POF-FILE.
       01  POF-REC.
           COPY KCCFPOF.
       FD  ASF-FILE.
       01  ASF-REC.
           COPY KCCFASN.
       FD  ASO-FILE.
       01  ASO-REC.
           COPY KCCFASN.
       FD  ERF-FILE.
       01  ERF-REC.
           COPY KCCFERF.
       FD  ERO-FILE.
       01  ERO-REC.
           COPY KCCFERF.
      *    検収入力の下書き(入荷検収KSBM060の入荷実績と同一形式)
       FD  RCP-FILE.
       01  RCP-REC.
           03  RCP-HATCHU-NO           PIC  9(06).
           03  RCP-SHOHIN-NO           PIC  X(05).
           03  RCP-NYUKA-SURYO         PIC  9(05).
           03  RCP-NYUKA-DATE          PIC  9(08).
           03  RCP-SOKO-COD            PIC  X(02).
           03  FILLER                  PIC  X(04).
           03  RCP-BARCODE             PIC  X(14).
           03  FILLER                  PIC  X(02).
      *    ロット受入データの下書き(ロット入荷登録KSBM112と同一形式)
       FD  LNP-FILE.
       01  LNP-REC.
           03  LNP-HATCHU-NO           PIC  9(06).
           03  FILLER                  PIC  X(01).
           03  LNP-SHOHIN-NO           PIC  X(05).
           03  FILLER                  PIC  X(01).
           03  LNP-LOT-NO              PIC  X(10).
           03  FILLER                  PIC  X(01).
           03  LNP-EXPIRY-DATE         PIC  9(08).
           03  FILLER                  PIC  X(01).
           03  LNP-SURYO               PIC  9(05).
           03  FILLER                  PIC  X(01).
           03  LNP-SOKO-COD            PIC  X(02).
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
       01  WK-BSD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ASN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-POF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ASF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ASO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ERF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ERO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RCP-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-LNP-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  ASN-END-FLG                 PIC  X(01) VALUE "N".
       01  POF-END-FLG                 PIC  X(01) VALUE "N".
       01  ASF-END-FLG                 PIC  X(01) VALUE "N".
       01  ERF-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      ******************************************************************
      *  発注明細テーブル(出荷案内の突合先)
      ******************************************************************
       01  WK-POL-TBL.
           03  WK-POL-CNT              PIC  9(05) VALUE ZERO.
           03  WK-POL-ENT              OCCURS 9999 TIMES
                                        INDEXED BY WK-POL-IDX.
             05  WK-POL-HATCHU-NO      PIC  9(06).
             05  WK-POL-SHOHIN-NO      PIC  X(05).
             05  WK-POL-SUPPLIER-COD   PIC  X(06).
             05  WK-POL-STATUS         PIC  X(01).
             05  WK-POL-ZAN-SURYO      PIC S9(06).
      ******************************************************************
      *  登録済み出荷案内テーブル(再送の判定用。今回の受付分を含む)
      ******************************************************************
       01  WK-REG-TBL.
           03  WK-REG-CNT              PIC  9(05) VALUE ZERO.
           03  WK-REG-ENT              OCCURS 9999 TIMES
                                        INDEXED BY WK-REG-IDX.
             05  WK-REG-KEY            PIC  X(27).
       01  WK-ASN-KEY.
           03  WK-AK-ASN-NO            PIC  X(10).
           03  WK-AK-SUPPLIER-COD      PIC  X(06).
           03  WK-AK-HATCHU-NO         PIC  9(06).
           03  WK-AK-SHOHIN-NO         PIC  X(05).
      ******************************************************************
      *  今回受け付けた出荷案内テーブル(入荷予定の置き換え用)
      ******************************************************************
       01  WK-ACC-TBL.
           03  WK-ACC-CNT              PIC  9(04) VALUE ZERO.
           03  WK-ACC-ENT              OCCURS 2000 TIMES.
             05  WK-ACC-HATCHU-NO      PIC  9(06).
             05  WK-ACC-SHOHIN-NO      PIC  X(05).
             05  WK-ACC-SURYO          PIC  9(05).
             05  WK-ACC-YOTEI-DATE     PIC  9(08).
             05  WK-ACC-USED-FLG       PIC  X(01).
       01  WK-ACC-IX                   PIC  9(04) VALUE ZERO.
       01  WK-ACC-GOKEI                PIC S9(07) VALUE ZERO.
       01  WK-ERF-ZAN                  PIC S9(07) VALUE ZERO.
      *
       01  WK-NG-RIYU                  PIC  X(20) VALUE SPACE.
       01  WK-CHOKA-FLG                PIC  X(01) VALUE "N".
       01  WK-YOTEI-DATE               PIC  9(08) VALUE ZERO.
      *
       01  WK-ASN-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-OK-CNT                   PIC  9(09) VALUE ZERO.
       01  WK-NG-CNT                   PIC  9(09) VALUE ZERO.
       01  WK-ERO-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-LNP-CNT                  PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  取込一覧印字用
      ******************************************************************
       01  WK-RPT-LINE.
           03  WK-RPT-KBN              PIC  X(20).
           03  FILLER                  PIC  X(05) VALUE " ASN=".
           03  WK-RPT-ASN-NO           PIC  X(10).
           03  FILLER                  PIC  X(05) VALUE " SIR=".
           03  WK-RPT-SUPPLIER-COD     PIC  X(06).
           03  FILLER                  PIC  X(04) VALUE " PO=".
           03  WK-RPT-HATCHU-NO        PIC  9(06).
           03  FILLER                  PIC  X(08) VALUE " SHOHIN=".
           03  WK-RPT-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(07) VALUE " SURYO=".
           03  WK-RPT-SURYO            PIC  ZZZZ9.
           03  FILLER                  PIC  X(05) VALUE " LOT=".
           03  WK-RPT-LOT-NO           PIC  X(10).
           03  FILLER                  PIC  X(07) VALUE " YOTEI=".
           03  WK-RPT-YOTEI-DATE       PIC  9(08).
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM LOAD-POF-RTN  UNTIL POF-END-FLG = "Y"
             PERFORM LOAD-ASF-RTN  UNTIL ASF-END-FLG = "Y"
             PERFORM MAIN-RTN      UNTIL ASN-END-FLG = "Y"
             PERFORM ERF-RTN       UNTIL ERF-END-FLG = "Y"
             PERFORM ERF-ADD-RTN
               VARYING WK-ACC-IX FROM 1 BY 1
               UNTIL WK-ACC-IX > WK-ACC-CNT
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KSBM141 START ***".
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
           OPEN INPUT ASN-FILE.
           IF WK-ASN-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM141 ABEND NOT ASN-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT POF-FILE
             IF WK-POF-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM141 ABEND NOT POF-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT ASO-FILE
             IF WK-ASO-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM141 ABEND NOT ASO-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT ERO-FILE
             IF WK-ERO-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM141 ABEND NOT ERO-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RCP-FILE
             IF WK-RCP-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM141 ABEND NOT RCP-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT LNP-FILE
             IF WK-LNP-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM141 ABEND NOT LNP-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RPT-FILE
             IF WK-RPT-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM141 ABEND NOT RPT-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "N"
             GO TO EXT
           END-IF.
      *
           MOVE SPACE TO RPT-REC.
           STRING "*** KSBM141 NYUKA ASN TORIKOMI *** " WK-BASE-DATE
             DELIMITED BY SIZE INTO RPT-REC
           END-STRING.
           WRITE RPT-REC.
      *    登録簿・入荷予定が無い場合はどちらも空として扱う
           OPEN INPUT ASF-FILE.
           IF WK-ASF-FILE-ERR NOT = "00"
             MOVE "Y" TO ASF-END-FLG
           END-IF.
           OPEN INPUT ERF-FILE.
           IF WK-ERF-FILE-ERR NOT = "00"
             MOVE "Y" TO ERF-END-FLG
           END-IF.
       EXT.
           EXIT.
      *
       LOAD-POF-RTN        SECTION.
           READ POF-FILE
             AT END
               MOVE "Y" TO POF-END-FLG
               GO TO EXT
           END-READ.
           IF WK-POL-CNT >= 9999
             DISPLAY "!!! KSBM141 ABEND : POL TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-POL-CNT.
           SET WK-POL-IDX TO WK-POL-CNT.
           MOVE CFPOF-HATCHU-NO TO WK-POL-HATCHU-NO (WK-POL-IDX).
           MOVE CFPOF-SHOHIN-NO TO WK-POL-SHOHIN-NO (WK-POL-IDX).
           MOVE CFPOF-SUPPLIER-COD
             TO WK-POL-SUPPLIER-COD (WK-POL-IDX).
           MOVE CFPOF-STATUS TO WK-POL-STATUS (WK-POL-IDX).
           COMPUTE WK-POL-ZAN-SURYO (WK-POL-IDX) =
             CFPOF-SURYO - CFPOF-NYUKA-SURYO.
       EXT.
           EXIT.
      *
      *    登録簿は旧世代をそのまま新世代へ引き継ぐ
       LOAD-ASF-RTN        SECTION.
           READ ASF-FILE
             AT END
               MOVE "Y" TO ASF-END-FLG
               GO TO EXT
           END-READ.
           MOVE ASF-REC TO ASO-REC.
           WRITE ASO-REC.
           MOVE CFASN-ASN-NO OF ASF-REC TO WK-AK-ASN-NO.
           MOVE CFASN-SUPPLIER-COD OF ASF-REC TO WK-AK-SUPPLIER-COD.
           MOVE CFASN-HATCHU-NO OF ASF-REC TO WK-AK-HATCHU-NO.
           MOVE CFASN-SHOHIN-NO OF ASF-REC TO WK-AK-SHOHIN-NO.
           PERFORM ADD-REG-RTN.
       EXT.
           EXIT.
      *
       ADD-REG-RTN         SECTION.
           IF WK-REG-CNT >= 9999
             DISPLAY "!!! KSBM141 ABEND : REG TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-REG-CNT.
           SET WK-REG-IDX TO WK-REG-CNT.
           MOVE WK-ASN-KEY TO WK-REG-KEY (WK-REG-IDX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    出荷案内1行の受付
      ******************************************************************
       MAIN-RTN            SECTION.
           READ ASN-FILE
             AT END
               MOVE "Y" TO ASN-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-ASN-CNT.
           MOVE ASN-ASN-NO TO WK-AK-ASN-NO.
           MOVE ASN-SUPPLIER-COD TO WK-AK-SUPPLIER-COD.
           MOVE ASN-HATCHU-NO TO WK-AK-HATCHU-NO.
           MOVE ASN-SHOHIN-NO TO WK-AK-SHOHIN-NO.
           IF ASN-NYUKA-YOTEI-DATE IS NUMERIC
            AND ASN-NYUKA-YOTEI-DATE NOT = ZERO
             MOVE ASN-NYUKA-YOTEI-DATE TO WK-YOTEI-DATE
           ELSE
             MOVE ASN-SHUKKA-DATE TO WK-YOTEI-DATE
           END-IF.
           INITIALIZE WK-RPT-LINE.
           MOVE ASN-ASN-NO TO WK-RPT-ASN-NO.
           MOVE ASN-SUPPLIER-COD TO WK-RPT-SUPPLIER-COD.
           MOVE ASN-HATCHU-NO TO WK-RPT-HATCHU-NO.
           MOVE ASN-SHOHIN-NO TO WK-RPT-SHOHIN-NO.
           MOVE ASN-LOT-NO TO WK-RPT-LOT-NO.
           MOVE WK-YOTEI-DATE TO WK-RPT-YOTEI-DATE.
           IF ASN-SURYO IS NUMERIC
             MOVE ASN-SURYO TO WK-RPT-SURYO
           END-IF.
      *
           PERFORM CHECK-RTN.
           IF WK-NG-RIYU NOT = SPACE
             ADD 1 TO WK-NG-CNT
             MOVE RC-WARNING TO RETURN-CODE
             MOVE WK-NG-RIYU TO WK-RPT-KBN
             MOVE WK-RPT-LINE TO RPT-REC
             WRITE RPT-REC
             GO TO EXT
           END-IF.
      *
      *    登録簿への追加
           MOVE SPACE TO ASO-REC.
           MOVE ASN-ASN-NO TO CFASN-ASN-NO OF ASO-REC.
           MOVE ASN-SUPPLIER-COD TO CFASN-SUPPLIER-COD OF ASO-REC.
           MOVE ASN-HATCHU-NO TO CFASN-HATCHU-NO OF ASO-REC.
           MOVE ASN-SHOHIN-NO TO CFASN-SHOHIN-NO OF ASO-REC.
           MOVE ASN-SURYO TO CFASN-SHUKKA-SURYO OF ASO-REC.
           MOVE ASN-LOT-NO TO CFASN-LOT-NO OF ASO-REC.
           IF ASN-LOT-NO NOT = SPACE
            AND ASN-EXPIRY-DATE IS NUMERIC
             MOVE ASN-EXPIRY-DATE TO CFASN-EXPIRY-DATE OF ASO-REC
           ELSE
             MOVE ZERO TO CFASN-EXPIRY-DATE OF ASO-REC
           END-IF.
           MOVE ASN-SHUKKA-DATE TO CFASN-SHUKKA-DATE OF ASO-REC.
           MOVE WK-YOTEI-DATE TO CFASN-NYUKA-YOTEI-DATE OF ASO-REC.
           MOVE WK-BASE-DATE TO CFASN-JUSHIN-DATE OF ASO-REC.
           MOVE ZERO TO CFASN-KENSHU-SURYO OF ASO-REC.
           MOVE ZERO TO CFASN-KENSHU-DATE OF ASO-REC.
           WRITE ASO-REC.
           PERFORM ADD-REG-RTN.
      *
      *    入荷予定の置き換え対象として控える
           IF WK-ACC-CNT >= 2000
             DISPLAY "!!! KSBM141 ABEND : ACC TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-ACC-CNT.
           MOVE ASN-HATCHU-NO TO WK-ACC-HATCHU-NO (WK-ACC-CNT).
           MOVE ASN-SHOHIN-NO TO WK-ACC-SHOHIN-NO (WK-ACC-CNT).
           MOVE ASN-SURYO TO WK-ACC-SURYO (WK-ACC-CNT).
           MOVE WK-YOTEI-DATE TO WK-ACC-YOTEI-DATE (WK-ACC-CNT).
           MOVE "N" TO WK-ACC-USED-FLG (WK-ACC-CNT).
      *
      *    検収入力・ロット受入データの下書き
           MOVE SPACE TO RCP-REC.
           MOVE ASN-HATCHU-NO TO RCP-HATCHU-NO.
           MOVE ASN-SHOHIN-NO TO RCP-SHOHIN-NO.
           MOVE ASN-SURYO TO RCP-NYUKA-SURYO.
           MOVE WK-YOTEI-DATE TO RCP-NYUKA-DATE.
           WRITE RCP-REC.
           IF ASN-LOT-NO NOT = SPACE
             MOVE SPACE TO LNP-REC
             MOVE ASN-HATCHU-NO TO LNP-HATCHU-NO
             MOVE ASN-SHOHIN-NO TO LNP-SHOHIN-NO
             MOVE ASN-LOT-NO TO LNP-LOT-NO
             MOVE CFASN-EXPIRY-DATE OF ASO-REC TO LNP-EXPIRY-DATE
             MOVE ASN-SURYO TO LNP-SURYO
             WRITE LNP-REC
             ADD 1 TO WK-LNP-CNT
           END-IF.
      *
           ADD 1 TO WK-OK-CNT.
           IF WK-CHOKA-FLG = "Y"
             MOVE "OK (ZAN CHOKA)" TO WK-RPT-KBN
           ELSE
             MOVE "OK" TO WK-RPT-KBN
           END-IF.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      *    受付可否の判定(WK-NG-RIYUがSPACEなら受付)。発注残を超える
      *    出荷は受け付けて一覧に印を付け、検収後の差異リストで扱う
       CHECK-RTN           SECTION.
           MOVE SPACE TO WK-NG-RIYU.
           MOVE "N" TO WK-CHOKA-FLG.
           IF ASN-SURYO IS NOT NUMERIC
            OR ASN-SURYO = ZERO
             MOVE "NG SURYO" TO WK-NG-RIYU
             GO TO EXT
           END-IF.
           IF ASN-SHUKKA-DATE IS NOT NUMERIC
            OR WK-YOTEI-DATE IS NOT NUMERIC
             MOVE "NG DATE" TO WK-NG-RIYU
             GO TO EXT
           END-IF.
      *
           SET WK-POL-IDX TO 1.
           IF WK-POL-CNT = ZERO
             MOVE "NG HATCHU NASHI" TO WK-NG-RIYU
             GO TO EXT
           END-IF.
           SEARCH WK-POL-ENT
             AT END
               MOVE "NG HATCHU NASHI" TO WK-NG-RIYU
             WHEN WK-POL-IDX > WK-POL-CNT
               MOVE "NG HATCHU NASHI" TO WK-NG-RIYU
             WHEN WK-POL-HATCHU-NO (WK-POL-IDX) = ASN-HATCHU-NO
              AND WK-POL-SHOHIN-NO (WK-POL-IDX) = ASN-SHOHIN-NO
               CONTINUE
           END-SEARCH.
           IF WK-NG-RIYU NOT = SPACE
             GO TO EXT
           END-IF.
           IF WK-POL-SUPPLIER-COD (WK-POL-IDX) NOT = ASN-SUPPLIER-COD
             MOVE "NG SHIIRESAKI" TO WK-NG-RIYU
             GO TO EXT
           END-IF.
           IF WK-POL-STATUS (WK-POL-IDX) NOT = "O"
             MOVE "NG HATCHUCHU DENAI" TO WK-NG-RIYU
             GO TO EXT
           END-IF.
           IF ASN-SURYO > WK-POL-ZAN-SURYO (WK-POL-IDX)
             MOVE "Y" TO WK-CHOKA-FLG
           END-IF.
      *
           IF WK-REG-CNT > ZERO
             SET WK-REG-IDX TO 1
             SEARCH WK-REG-ENT
               AT END
                 CONTINUE
               WHEN WK-REG-IDX > WK-REG-CNT
                 CONTINUE
               WHEN WK-REG-KEY (WK-REG-IDX) = WK-ASN-KEY
                 MOVE "NG JUSHIN ZUMI" TO WK-NG-RIYU
             END-SEARCH
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    入荷予定1行の置き換え
      *    今回受け付けた出荷案内のある行はＡＳＮの行に置き換え、
      *    出荷数量が予定数量に満たない分は元の予定日の行として残す
      ******************************************************************
       ERF-RTN             SECTION.
           READ ERF-FILE
             AT END
               MOVE "Y" TO ERF-END-FLG
               GO TO EXT
           END-READ.
           MOVE ERF-REC TO ERO-REC.
           IF CFERF-ASN-ARI OF ERF-REC
             PERFORM WRITE-ERO-RTN
             GO TO EXT
           END-IF.
      *
           MOVE ZERO TO WK-ACC-GOKEI.
           PERFORM ERF-ASN-RTN
             VARYING WK-ACC-IX FROM 1 BY 1
             UNTIL WK-ACC-IX > WK-ACC-CNT.
           IF WK-ACC-GOKEI = ZERO
             PERFORM WRITE-ERO-RTN
             GO TO EXT
           END-IF.
           COMPUTE WK-ERF-ZAN =
             CFERF-YOTEI-SURYO OF ERF-REC - WK-ACC-GOKEI.
           IF WK-ERF-ZAN > ZERO
             MOVE ERF-REC TO ERO-REC
             MOVE WK-ERF-ZAN TO CFERF-YOTEI-SURYO OF ERO-REC
             PERFORM WRITE-ERO-RTN
           END-IF.
       EXT.
           EXIT.
      *
       ERF-ASN-RTN         SECTION.
           IF WK-ACC-USED-FLG (WK-ACC-IX) = "Y"
            OR WK-ACC-HATCHU-NO (WK-ACC-IX)
                 NOT = CFERF-HATCHU-NO OF ERF-REC
            OR WK-ACC-SHOHIN-NO (WK-ACC-IX)
                 NOT = CFERF-SHOHIN-NO OF ERF-REC
             GO TO EXT
           END-IF.
           MOVE "Y" TO WK-ACC-USED-FLG (WK-ACC-IX).
           ADD WK-ACC-SURYO (WK-ACC-IX) TO WK-ACC-GOKEI.
           PERFORM WRITE-ACC-ERO-RTN.
       EXT.
           EXIT.
      *
      *    入荷予定に行の無かった出荷案内は行を追加する
       ERF-ADD-RTN         SECTION.
           IF WK-ACC-USED-FLG (WK-ACC-IX) = "Y"
             GO TO EXT
           END-IF.
           MOVE "Y" TO WK-ACC-USED-FLG (WK-ACC-IX).
           PERFORM WRITE-ACC-ERO-RTN.
       EXT.
           EXIT.
      *
       WRITE-ACC-ERO-RTN   SECTION.
           MOVE SPACE TO ERO-REC.
           MOVE WK-ACC-HATCHU-NO (WK-ACC-IX)
             TO CFERF-HATCHU-NO OF ERO-REC.
           MOVE WK-ACC-SHOHIN-NO (WK-ACC-IX)
             TO CFERF-SHOHIN-NO OF ERO-REC.
           MOVE WK-ACC-YOTEI-DATE (WK-ACC-IX)
             TO CFERF-YOTEI-DATE OF ERO-REC.
           MOVE WK-ACC-SURYO (WK-ACC-IX)
             TO CFERF-YOTEI-SURYO OF ERO-REC.
           MOVE "A" TO CFERF-ASN-KBN OF ERO-REC.
           PERFORM WRITE-ERO-RTN.
       EXT.
           EXIT.
      *
       WRITE-ERO-RTN       SECTION.
           WRITE ERO-REC.
           ADD 1 TO WK-ERO-CNT.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-ASN-FILE-ERR = "00"
             CLOSE ASN-FILE
           END-IF.
           IF WK-POF-FILE-ERR = "00"
             CLOSE POF-FILE
           END-IF.
           IF WK-ASF-FILE-ERR = "00"
             CLOSE ASF-FILE
           END-IF.
           IF WK-ASO-FILE-ERR = "00"
             CLOSE ASO-FILE
           END-IF.
           IF WK-ERF-FILE-ERR = "00"
             CLOSE ERF-FILE
           END-IF.
           IF WK-ERO-FILE-ERR = "00"
             CLOSE ERO-FILE
           END-IF.
           IF WK-RCP-FILE-ERR = "00"
             CLOSE RCP-FILE
           END-IF.
           IF WK-LNP-FILE-ERR = "00"
             CLOSE LNP-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "ASNCNT=" WK-ASN-CNT.
           DISPLAY "OKCNT=" WK-OK-CNT.
           DISPLAY "NGCNT=" WK-NG-CNT.
           DISPLAY "EROCNT=" WK-ERO-CNT.
           DISPLAY "LOTCNT=" WK-LNP-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM141 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KSBM141"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "ASNCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-ASN-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "OKCNT"               TO RUNHIS-CNT-LABEL (2).
           MOVE WK-OK-CNT             TO RUNHIS-CNT-VALUE (2).
           MOVE "NGCNT"               TO RUNHIS-CNT-LABEL (3).
           MOVE WK-NG-CNT             TO RUNHIS-CNT-VALUE (3).
           MOVE "EROCNT"              TO RUNHIS-CNT-LABEL (4).
           MOVE WK-ERO-CNT            TO RUNHIS-CNT-VALUE (4).
           MOVE "LOTCNT"              TO RUNHIS-CNT-LABEL (5).
           MOVE WK-LNP-CNT            TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KSBM141 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
