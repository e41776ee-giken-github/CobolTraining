       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KUBM160.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：輸出書類作成
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。業務日付に出荷した引当結果(ALF)の
      *                 うち国外の得意先(CFTOK-COUNTRY-COD)向けの出荷
      *                 を受注番号単位にまとめ、受注通貨建ての英文
      *                 コマーシャルインボイス(INV)と、商品マスタの
      *                 重量・容積による正味重量・総重量・容積・梱包
      *                 個数を載せたパッキングリスト(PKL)を印字する。
      *                 あわせて通関業者へ渡す輸出申告用データ(CSV：
      *                 インボイス単位のヘッダ行"H"と明細行"D")を
      *                 書き出す。単価・通貨は受注明細(UOF)から採り、
      *                 受注明細の無い出荷は警告とする。処理対象会社は
      *                 環境変数KAISHA-COD(省略時"01")、積出港は
      *                 環境変数KUBM160-PORT(書類印字用の名称。省略時
      *                 "TOKYO, JAPAN")とKUBM160-PORT-COD(輸出申告用
      *                 のUN/LOCODE。省略時"JPTYO")。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：欠品で代替品を出荷した明細(CFALF-CHUMON-SHOHIN-
      *                 NOあり)は受注した商品で受注明細の単価を採り、
      *                 インボイスの明細の次行へ代替品である旨と注文
      *                 商品番号を印字するよう変更
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT ALF-FILE
             ASSIGN TO EXTERNAL ALF
               FILE STATUS IS WK-ALF-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT TOK-FILE
             ASSIGN TO EXTERNAL TOK
               FILE STATUS IS WK-TOK-FILE-ERR.
           SELECT UOF-FILE
             ASSIGN TO EXTERNAL UOF
               FILE STATUS IS WK-UOF-FILE-ERR.
           SELECT INV-FILE
             ASSIGN TO EXTERNAL INV
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-INV-FILE-ERR.
           SELECT PKL-FILE
             ASSIGN TO EXTERNAL PKL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-PKL-FILE-ERR.
           SELECT CSV-FILE
             ASSIGN TO EXTERNAL CSV
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-CSV-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
       FD  BSD-FILE.
       01  BSD-REC.
           COPY KCCFBSD.
       FD  ALF-FILE.
       01  ALF-REC.
           COPY KCCFALF.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY KCCFTOK.
       FD  UOF-FILE.
       01  UOF-REC.
           COPY KUCF010.
       FD  INV-FILE.
       01  INV-REC                     PIC  X(100).
       FD  PKL-FILE.
       01  PKL-REC                     PIC  X(100).
       FD  CSV-FILE.
       01  CSV-REC                     PIC  X(200).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-BSD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ALF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-UOF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INV-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-PKL-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-CSV-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  ALF-END-FLG                 PIC  X(01) VALUE "N".
       01  SHO-END-FLG                 PIC  X(01) VALUE "N".
       01  TOK-END-FLG                 PIC  X(01) VALUE "N".
       01  UOF-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
       01  WK-BASE-DATE-X REDEFINES WK-BASE-DATE.
           03  WK-BASE-YY              PIC  9(04).
           03  WK-BASE-MM              PIC  9(02).
           03  WK-BASE-DD              PIC  9(02).
      *    処理対象の会社(環境変数KAISHA-COD。省略時"01")
       01  WK-KAISHA-COD               PIC  X(02) VALUE "01".
       01  WK-ENV-KAISHA-COD           PIC  X(02) VALUE SPACE.
      *    積出港(環境変数KUBM160-PORT・KUBM160-PORT-COD)
       01  WK-PORT                     PIC  X(20)
                                        VALUE "TOKYO, JAPAN".
       01  WK-ENV-PORT                 PIC  X(20) VALUE SPACE.
       01  WK-PORT-COD                 PIC  X(05) VALUE "JPTYO".
       01  WK-ENV-PORT-COD             PIC  X(05) VALUE SPACE.
      *    梱包個数・総重量の算出に使う標準輸出カートン1箱の内容積
      *    (立方センチ)と風袋重量(グラム)
       01  WK-CARTON-YOSEKI            PIC  9(07) VALUE 60000.
       01  WK-CARTON-FUTAI-G           PIC  9(07) VALUE 800.
      ******************************************************************
      *  商品マスタ(重量・容積・HSコード・原産国)テーブル
      ******************************************************************
       01  WK-SHO-TBL.
           03  WK-SHO-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SHO-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-SHO-IDX.
             05  WK-SHO-SHOHIN-NO      PIC  X(05).
             05  WK-SHO-JURYO-G        PIC  9(07).
             05  WK-SHO-YOSEKI-CM3     PIC  9(07).
             05  WK-SHO-HS-COD         PIC  X(10).
             05  WK-SHO-GENSANKOKU     PIC  X(02).
      ******************************************************************
      *  国外得意先テーブル(仕向国が国内の得意先は載せない)
      ******************************************************************
       01  WK-TOK-TBL.
           03  WK-TOK-CNT              PIC  9(05) VALUE ZERO.
           03  WK-TOK-ENT              OCCURS 2000 TIMES
                                        INDEXED BY WK-TOK-IDX.
             05  WK-TOK-TOKU-COD       PIC  X(04).
             05  WK-TOK-TOKU-MEI       PIC  X(20).
             05  WK-TOK-ADDRESS        PIC  X(40).
             05  WK-TOK-TEL-NO         PIC  X(13).
             05  WK-TOK-COUNTRY-COD    PIC  X(02).
             05  WK-TOK-INCOTERMS      PIC  X(03).
      ******************************************************************
      *  受注明細テーブル(国外得意先分の通貨・単価)
      ******************************************************************
       01  WK-ORD-TBL.
           03  WK-ORD-CNT              PIC  9(05) VALUE ZERO.
           03  WK-ORD-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-ORD-IDX.
             05  WK-ORD-JUCHU-NO       PIC  9(04).
             05  WK-ORD-SHOHIN-NO      PIC  X(05).
             05  WK-ORD-KAISHA-COD     PIC  X(02).
             05  WK-ORD-CURRENCY-COD   PIC  X(03).
             05  WK-ORD-TANKA          PIC S9(05)V9(02).
      ******************************************************************
      *  輸出明細テーブル(業務日付出荷分の引当結果1行につき1件)
      ******************************************************************
       01  WK-LIN-TBL.
           03  WK-LIN-CNT              PIC  9(05) VALUE ZERO.
           03  WK-LIN-ENT              OCCURS 5000 TIMES.
             05  WK-LIN-JUCHU-NO       PIC  9(04).
             05  WK-LIN-SHOHIN-NO      PIC  X(05).
             05  WK-LIN-SHOHIN-MEI     PIC  X(20).
             05  WK-LIN-CHUMON-NO      PIC  X(05).
             05  WK-LIN-SURYO          PIC  9(05).
             05  WK-LIN-TANKA          PIC S9(05)V9(02).
             05  WK-LIN-KINGAKU        PIC S9(11)V9(02).
             05  WK-LIN-JURYO-G        PIC  9(11).
             05  WK-LIN-YOSEKI-CM3     PIC  9(11).
             05  WK-LIN-HS-COD         PIC  X(10).
             05  WK-LIN-GENSANKOKU     PIC  X(02).
       01  WK-LIN-IX                   PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  インボイス(受注番号)単位の集約テーブル
      ******************************************************************
       01  WK-DLV-TBL.
           03  WK-DLV-CNT              PIC  9(05) VALUE ZERO.
           03  WK-DLV-ENT              OCCURS 2000 TIMES
                                        INDEXED BY WK-DLV-IDX.
             05  WK-DLV-JUCHU-NO       PIC  9(04).
             05  WK-DLV-TOK-IX         PIC  9(05).
             05  WK-DLV-CURRENCY-COD   PIC  X(03).
             05  WK-DLV-SURYO          PIC  9(07).
             05  WK-DLV-KINGAKU        PIC S9(13)V9(02).
             05  WK-DLV-JURYO-G        PIC  9(11).
             05  WK-DLV-YOSEKI-CM3     PIC  9(13).
             05  WK-DLV-KOSU           PIC  9(05).
             05  WK-DLV-GROSS-G        PIC  9(11).
      *
       01  WK-TOK-IX                   PIC  9(05) VALUE ZERO.
       01  WK-CURRENCY-COD             PIC  X(03) VALUE SPACE.
       01  WK-TANKA                    PIC S9(05)V9(02) VALUE ZERO.
      *    受注明細との突合せに使う商品番号(代替出荷は注文商品)
       01  WK-JUCHU-SHOHIN-NO          PIC  X(05) VALUE SPACE.
       01  WK-HIT-FLG                  PIC  X(01) VALUE "N".
       01  WK-INVOICE-NO.
           03  FILLER                  PIC  X(02) VALUE "EX".
           03  WK-INVOICE-DATE         PIC  9(08).
           03  FILLER                  PIC  X(01) VALUE "-".
           03  WK-INVOICE-JUCHU        PIC  9(04).
       01  WK-DATE-ED.
           03  WK-DATE-ED-YY           PIC  9(04).
           03  FILLER                  PIC  X(01) VALUE "/".
           03  WK-DATE-ED-MM           PIC  9(02).
           03  FILLER                  PIC  X(01) VALUE "/".
           03  WK-DATE-ED-DD           PIC  9(02).
       01  WK-JURYO-KG                 PIC  9(08)V9(03) VALUE ZERO.
       01  WK-GROSS-KG                 PIC  9(08)V9(03) VALUE ZERO.
       01  WK-YOSEKI-M3                PIC  9(07)V9(03) VALUE ZERO.
      *
       01  WK-INV-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-MEISAI-CNT               PIC  9(09) VALUE ZERO.
       01  WK-CSV-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-NOORD-CNT                PIC  9(09) VALUE ZERO.
       01  WK-TSUKA-CNT                PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  ＣＳＶ編集用(数字項目はゼロ詰め固定長)
      ******************************************************************
       01  WK-CSV-JUCHU               PIC  9(04) VALUE ZERO.
       01  WK-CSV-SURYO               PIC  9(07) VALUE ZERO.
       01  WK-CSV-KOSU                PIC  9(05) VALUE ZERO.
       01  WK-CSV-TANKA               PIC  9(05).99.
       01  WK-CSV-KINGAKU             PIC  9(13).99.
       01  WK-CSV-JURYO               PIC  9(08).999.
       01  WK-CSV-GROSS               PIC  9(08).999.
       01  WK-CSV-YOSEKI              PIC  9(07).999.
      ******************************************************************
      *  コマーシャルインボイス・パッキングリスト印字用
      ******************************************************************
       01  WK-PRT-TITLE.
           03  FILLER                  PIC  X(30) VALUE SPACE.
           03  WK-PRT-TITLE-MEI        PIC  X(30).
       01  WK-PRT-INVNO.
           03  FILLER                  PIC  X(18)
                                        VALUE "INVOICE NO.     : ".
           03  WK-PRT-INVOICE-NO       PIC  X(15).
           03  FILLER                  PIC  X(12) VALUE SPACE.
           03  FILLER                  PIC  X(07) VALUE "DATE : ".
           03  WK-PRT-DATE             PIC  X(10).
       01  WK-PRT-ORDER.
           03  FILLER                  PIC  X(18)
                                        VALUE "ORDER NO.       : ".
           03  WK-PRT-JUCHU-NO         PIC  9(04).
           03  FILLER                  PIC  X(23) VALUE SPACE.
           03  FILLER                  PIC  X(11) VALUE "CURRENCY : ".
           03  WK-PRT-CURRENCY-COD     PIC  X(03).
       01  WK-PRT-CONSIGNEE.
           03  FILLER                  PIC  X(18)
                                        VALUE "CONSIGNEE       : ".
           03  WK-PRT-TOKU-COD         PIC  X(04).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-PRT-TOKU-MEI         PIC  X(20).
       01  WK-PRT-ADDRESS.
           03  FILLER                  PIC  X(18)
                                        VALUE "ADDRESS         : ".
           03  WK-PRT-ADDR             PIC  X(40).
           03  FILLER                  PIC  X(06) VALUE " TEL: ".
           03  WK-PRT-TEL-NO           PIC  X(13).
       01  WK-PRT-TERMS.
           03  FILLER                  PIC  X(18)
                                        VALUE "DESTINATION     : ".
           03  WK-PRT-COUNTRY-COD      PIC  X(02).
           03  FILLER                  PIC  X(25) VALUE SPACE.
           03  FILLER                  PIC  X(12) VALUE "INCOTERMS : ".
           03  WK-PRT-INCOTERMS        PIC  X(03).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-PRT-TERMS-PORT       PIC  X(20).
       01  WK-PRT-PORT.
           03  FILLER                  PIC  X(18)
                                        VALUE "PORT OF LOADING : ".
           03  WK-PRT-PORT-MEI         PIC  X(20).
       01  WK-INV-HEAD.
           03  FILLER                  PIC  X(06) VALUE "ITEM".
           03  FILLER                  PIC  X(21) VALUE "DESCRIPTION".
           03  FILLER                  PIC  X(11) VALUE "HS CODE".
           03  FILLER                  PIC  X(07) VALUE "ORIGIN".
           03  FILLER                  PIC  X(07) VALUE "    QTY".
           03  FILLER                  PIC  X(14)
                                        VALUE "    UNIT PRICE".
           03  FILLER                  PIC  X(22)
                                        VALUE "                AMOUNT".
       01  WK-INV-MEISAI.
           03  WK-INM-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-INM-SHOHIN-MEI       PIC  X(20).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-INM-HS-COD           PIC  X(10).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-INM-GENSANKOKU       PIC  X(02).
           03  FILLER                  PIC  X(05) VALUE SPACE.
           03  WK-INM-SURYO            PIC  ZZZ,ZZ9.
           03  FILLER                  PIC  X(05) VALUE SPACE.
           03  WK-INM-TANKA            PIC  ZZ,ZZ9.99.
           03  FILLER                  PIC  X(02) VALUE SPACE.
           03  WK-INM-KINGAKU          PIC  Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WK-INV-DAITAI.
           03  FILLER                  PIC  X(06) VALUE SPACE.
           03  FILLER                  PIC  X(30) VALUE
             "(SUBSTITUTE FOR ORDERED ITEM ".
           03  WK-IND-CHUMON-NO        PIC  X(05).
           03  FILLER                  PIC  X(01) VALUE ")".
       01  WK-INV-TOTAL.
           03  FILLER                  PIC  X(43)
                                        VALUE "TOTAL".
           03  WK-INT-SURYO            PIC  Z,ZZZ,ZZ9.
           03  FILLER                  PIC  X(13) VALUE SPACE.
           03  WK-INT-CURRENCY-COD     PIC  X(03).
           03  WK-INT-KINGAKU          PIC  Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WK-PKL-HEAD.
           03  FILLER                  PIC  X(06) VALUE "ITEM".
           03  FILLER                  PIC  X(23) VALUE "DESCRIPTION".
           03  FILLER                  PIC  X(07) VALUE "    QTY".
           03  FILLER                  PIC  X(18)
                                        VALUE "    NET WEIGHT(KG)".
           03  FILLER                  PIC  X(16)
                                        VALUE "      VOLUME(M3)".
       01  WK-PKL-MEISAI.
           03  WK-PKM-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-PKM-SHOHIN-MEI       PIC  X(20).
           03  FILLER                  PIC  X(03) VALUE SPACE.
           03  WK-PKM-SURYO            PIC  ZZZ,ZZ9.
           03  FILLER                  PIC  X(04) VALUE SPACE.
           03  WK-PKM-JURYO            PIC  ZZ,ZZZ,ZZ9.999.
           03  FILLER                  PIC  X(03) VALUE SPACE.
           03  WK-PKM-YOSEKI           PIC  Z,ZZZ,ZZ9.999.
       01  WK-PKL-TOTAL.
           03  FILLER                  PIC  X(27) VALUE "TOTAL".
           03  WK-PKT-SURYO            PIC  Z,ZZZ,ZZ9.
           03  FILLER                  PIC  X(04) VALUE SPACE.
           03  WK-PKT-JURYO            PIC  ZZ,ZZZ,ZZ9.999.
           03  FILLER                  PIC  X(03) VALUE SPACE.
           03  WK-PKT-YOSEKI           PIC  Z,ZZZ,ZZ9.999.
       01  WK-PKL-GROSS.
           03  FILLER                  PIC  X(20)
                                        VALUE "GROSS WEIGHT(KG) : ".
           03  WK-PKG-GROSS            PIC  ZZ,ZZZ,ZZ9.999.
           03  FILLER                  PIC  X(06) VALUE SPACE.
           03  FILLER                  PIC  X(11) VALUE "PACKAGES : ".
           03  WK-PKG-KOSU             PIC  ZZ,ZZ9.
           03  FILLER                  PIC  X(08) VALUE " CARTONS".
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM LOAD-ALF-RTN  UNTIL ALF-END-FLG = "Y"
             PERFORM INVOICE-RTN
               VARYING WK-DLV-IDX FROM 1 BY 1
               UNTIL WK-DLV-IDX > WK-DLV-CNT
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KUBM160 START ***".
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
           MOVE WK-BASE-YY TO WK-DATE-ED-YY.
           MOVE WK-BASE-MM TO WK-DATE-ED-MM.
           MOVE WK-BASE-DD TO WK-DATE-ED-DD.
      *
           DISPLAY "KAISHA-COD" UPON ENVIRONMENT-NAME.
           ACCEPT WK-ENV-KAISHA-COD FROM ENVIRONMENT-VALUE.
           IF WK-ENV-KAISHA-COD NOT = SPACE
             MOVE WK-ENV-KAISHA-COD TO WK-KAISHA-COD
           END-IF.
           DISPLAY "KUBM160-PORT" UPON ENVIRONMENT-NAME.
           ACCEPT WK-ENV-PORT FROM ENVIRONMENT-VALUE.
           IF WK-ENV-PORT NOT = SPACE
             MOVE WK-ENV-PORT TO WK-PORT
           END-IF.
           DISPLAY "KUBM160-PORT-COD" UPON ENVIRONMENT-NAME.
           ACCEPT WK-ENV-PORT-COD FROM ENVIRONMENT-VALUE.
           IF WK-ENV-PORT-COD NOT = SPACE
             MOVE WK-ENV-PORT-COD TO WK-PORT-COD
           END-IF.
           DISPLAY "*** KUBM160 KAISHA=" WK-KAISHA-COD
                   " PORT=" WK-PORT-COD " " WK-PORT.
      *
           OPEN INPUT ALF-FILE.
           IF WK-ALF-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM160 ABEND NOT ALF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN INPUT SHO-FILE.
           OPEN INPUT TOK-FILE.
           IF WK-TOK-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM160 ABEND NOT TOK-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN INPUT UOF-FILE.
           IF WK-UOF-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM160 ABEND NOT UOF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT INV-FILE.
           IF WK-INV-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM160 ABEND NOT INV-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT PKL-FILE.
           IF WK-PKL-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM160 ABEND NOT PKL-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT CSV-FILE.
           IF WK-CSV-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM160 ABEND NOT CSV-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
      *
           PERFORM LOAD-SHO-RTN  UNTIL SHO-END-FLG = "Y".
           PERFORM LOAD-TOK-RTN  UNTIL TOK-END-FLG = "Y".
           PERFORM LOAD-UOF-RTN  UNTIL UOF-END-FLG = "Y".
       EXT.
           EXIT.
      *
       LOAD-SHO-RTN        SECTION.
           IF WK-SHO-FILE-ERR NOT = "00"
             MOVE "Y" TO SHO-END-FLG
             GO TO EXT
           END-IF.
           READ SHO-FILE
             AT END
               MOVE "Y" TO SHO-END-FLG
               GO TO EXT
           END-READ.
           IF WK-SHO-CNT >= 5000
             DISPLAY "!!! KUBM160 ABEND : SHO TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SHO-CNT.
           SET WK-SHO-IDX TO WK-SHO-CNT.
           MOVE CFSHO-SHOHIN-NO TO WK-SHO-SHOHIN-NO (WK-SHO-IDX).
           MOVE CFSHO-JURYO-G TO WK-SHO-JURYO-G (WK-SHO-IDX).
           MOVE CFSHO-YOSEKI-CM3 TO WK-SHO-YOSEKI-CM3 (WK-SHO-IDX).
           MOVE CFSHO-HS-COD TO WK-SHO-HS-COD (WK-SHO-IDX).
           IF CFSHO-GENSANKOKU-COD = SPACE
             MOVE "JP" TO WK-SHO-GENSANKOKU (WK-SHO-IDX)
           ELSE
             MOVE CFSHO-GENSANKOKU-COD
               TO WK-SHO-GENSANKOKU (WK-SHO-IDX)
           END-IF.
       EXT.
           EXIT.
      *
      *    国外の得意先だけを控える
       LOAD-TOK-RTN        SECTION.
           READ TOK-FILE
             AT END
               MOVE "Y" TO TOK-END-FLG
               GO TO EXT
           END-READ.
           IF CFTOK-COUNTRY-COD = SPACE
            OR CFTOK-COUNTRY-COD = "JP"
             GO TO EXT
           END-IF.
           IF WK-TOK-CNT >= 2000
             DISPLAY "!!! KUBM160 ABEND : TOK TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-TOK-CNT.
           SET WK-TOK-IDX TO WK-TOK-CNT.
           MOVE CFTOK-TOKU-COD TO WK-TOK-TOKU-COD (WK-TOK-IDX).
           MOVE CFTOK-TOKU-MEI TO WK-TOK-TOKU-MEI (WK-TOK-IDX).
           MOVE CFTOK-ADDRESS TO WK-TOK-ADDRESS (WK-TOK-IDX).
           MOVE CFTOK-TEL-NO TO WK-TOK-TEL-NO (WK-TOK-IDX).
           MOVE CFTOK-COUNTRY-COD TO WK-TOK-COUNTRY-COD (WK-TOK-IDX).
           IF CFTOK-INCOTERMS = SPACE
             MOVE "FOB" TO WK-TOK-INCOTERMS (WK-TOK-IDX)
           ELSE
             MOVE CFTOK-INCOTERMS TO WK-TOK-INCOTERMS (WK-TOK-IDX)
           END-IF.
       EXT.
           EXIT.
      *
      *    国外得意先の受注明細の通貨・単価を控える
       LOAD-UOF-RTN        SECTION.
           READ UOF-FILE
             AT END
               MOVE "Y" TO UOF-END-FLG
               GO TO EXT
           END-READ.
           IF NOT UF010-SALE-REC
             GO TO EXT
           END-IF.
           MOVE "N" TO WK-HIT-FLG.
           SET WK-TOK-IDX TO 1.
           IF WK-TOK-CNT > ZERO
             SEARCH WK-TOK-ENT
               AT END
                 CONTINUE
               WHEN WK-TOK-TOKU-COD (WK-TOK-IDX) = UF010-TOKU-COD
                 MOVE "Y" TO WK-HIT-FLG
             END-SEARCH
           END-IF.
           IF WK-HIT-FLG = "N"
             GO TO EXT
           END-IF.
           IF WK-ORD-CNT >= 5000
             DISPLAY "!!! KUBM160 ABEND : ORD TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-ORD-CNT.
           SET WK-ORD-IDX TO WK-ORD-CNT.
           MOVE UF010-JUCHU-NO TO WK-ORD-JUCHU-NO (WK-ORD-IDX).
           MOVE UF010-SHOHIN-NO TO WK-ORD-SHOHIN-NO (WK-ORD-IDX).
           IF UF010-KAISHA-COD = SPACE
             MOVE "01" TO WK-ORD-KAISHA-COD (WK-ORD-IDX)
           ELSE
             MOVE UF010-KAISHA-COD TO WK-ORD-KAISHA-COD (WK-ORD-IDX)
           END-IF.
           IF UF010-CURRENCY-COD = SPACE
             MOVE "JPY" TO WK-ORD-CURRENCY-COD (WK-ORD-IDX)
           ELSE
             MOVE UF010-CURRENCY-COD
               TO WK-ORD-CURRENCY-COD (WK-ORD-IDX)
           END-IF.
           MOVE UF010-TANKA TO WK-ORD-TANKA (WK-ORD-IDX).
       EXT.
           EXIT.
      *
      *    業務日付出荷分のうち国外得意先向けの行を輸出明細に積み、
      *    受注番号単位に数量・金額・重量・容積を集計する
       LOAD-ALF-RTN        SECTION.
           READ ALF-FILE
             AT END
               MOVE "Y" TO ALF-END-FLG
               GO TO EXT
           END-READ.
           IF CFALF-SHIP-DATE NOT = WK-BASE-DATE
             GO TO EXT
           END-IF.
           MOVE "N" TO WK-HIT-FLG.
           SET WK-TOK-IDX TO 1.
           IF WK-TOK-CNT > ZERO
             SEARCH WK-TOK-ENT
               AT END
                 CONTINUE
               WHEN WK-TOK-TOKU-COD (WK-TOK-IDX) = CFALF-TOKU-COD
                 MOVE "Y" TO WK-HIT-FLG
                 SET WK-TOK-IX TO WK-TOK-IDX
             END-SEARCH
           END-IF.
           IF WK-HIT-FLG = "N"
             GO TO EXT
           END-IF.
      *
      *    受注明細から通貨・単価を採る(他社の受注は対象外。代替品
      *    を出荷した明細は受注した商品で突き合わせる)
           IF CFALF-CHUMON-SHOHIN-NO = SPACE
             MOVE CFALF-SHOHIN-NO TO WK-JUCHU-SHOHIN-NO
           ELSE
             MOVE CFALF-CHUMON-SHOHIN-NO TO WK-JUCHU-SHOHIN-NO
           END-IF.
           MOVE "N" TO WK-HIT-FLG.
           SET WK-ORD-IDX TO 1.
           IF WK-ORD-CNT > ZERO
             SEARCH WK-ORD-ENT
               AT END
                 CONTINUE
               WHEN WK-ORD-JUCHU-NO (WK-ORD-IDX) = CFALF-JUCHU-NO
                AND WK-ORD-SHOHIN-NO (WK-ORD-IDX) = WK-JUCHU-SHOHIN-NO
                 MOVE "Y" TO WK-HIT-FLG
             END-SEARCH
           END-IF.
           IF WK-HIT-FLG = "N"
             DISPLAY "*** KUBM160 WARNING NO ORDER JUCHU="
                     CFALF-JUCHU-NO " SHOHIN=" CFALF-SHOHIN-NO
             ADD 1 TO WK-NOORD-CNT
             MOVE RC-WARNING TO RETURN-CODE
             GO TO EXT
           END-IF.
           IF WK-ORD-KAISHA-COD (WK-ORD-IDX) NOT = WK-KAISHA-COD
             GO TO EXT
           END-IF.
           MOVE WK-ORD-CURRENCY-COD (WK-ORD-IDX) TO WK-CURRENCY-COD.
           MOVE WK-ORD-TANKA (WK-ORD-IDX) TO WK-TANKA.
      *
           IF WK-LIN-CNT >= 5000
             DISPLAY "!!! KUBM160 ABEND : LIN TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-LIN-CNT.
           MOVE WK-LIN-CNT TO WK-LIN-IX.
           MOVE CFALF-JUCHU-NO TO WK-LIN-JUCHU-NO (WK-LIN-IX).
           MOVE CFALF-SHOHIN-NO TO WK-LIN-SHOHIN-NO (WK-LIN-IX).
           MOVE CFALF-SHOHIN-MEI TO WK-LIN-SHOHIN-MEI (WK-LIN-IX).
           MOVE CFALF-CHUMON-SHOHIN-NO TO WK-LIN-CHUMON-NO (WK-LIN-IX).
           MOVE CFALF-SURYO TO WK-LIN-SURYO (WK-LIN-IX).
           MOVE WK-TANKA TO WK-LIN-TANKA (WK-LIN-IX).
           COMPUTE WK-LIN-KINGAKU (WK-LIN-IX) =
             WK-TANKA * CFALF-SURYO.
           MOVE ZERO TO WK-LIN-JURYO-G (WK-LIN-IX)
                        WK-LIN-YOSEKI-CM3 (WK-LIN-IX).
           MOVE SPACE TO WK-LIN-HS-COD (WK-LIN-IX).
           MOVE "JP" TO WK-LIN-GENSANKOKU (WK-LIN-IX).
           SET WK-SHO-IDX TO 1.
           IF WK-SHO-CNT > ZERO
             SEARCH WK-SHO-ENT
               AT END
                 CONTINUE
               WHEN WK-SHO-SHOHIN-NO (WK-SHO-IDX) = CFALF-SHOHIN-NO
                 COMPUTE WK-LIN-JURYO-G (WK-LIN-IX) =
                   WK-SHO-JURYO-G (WK-SHO-IDX) * CFALF-SURYO
                 COMPUTE WK-LIN-YOSEKI-CM3 (WK-LIN-IX) =
                   WK-SHO-YOSEKI-CM3 (WK-SHO-IDX) * CFALF-SURYO
                 MOVE WK-SHO-HS-COD (WK-SHO-IDX)
                   TO WK-LIN-HS-COD (WK-LIN-IX)
                 MOVE WK-SHO-GENSANKOKU (WK-SHO-IDX)
                   TO WK-LIN-GENSANKOKU (WK-LIN-IX)
             END-SEARCH
           END-IF.
           IF WK-LIN-HS-COD (WK-LIN-IX) = SPACE
             DISPLAY "*** KUBM160 WARNING NO HS-COD SHOHIN="
                     CFALF-SHOHIN-NO
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
      *
           SET WK-DLV-IDX TO 1.
           IF WK-DLV-CNT > ZERO
             SEARCH WK-DLV-ENT
               AT END
                 PERFORM ADD-DLV-RTN
               WHEN WK-DLV-IDX > WK-DLV-CNT
                 PERFORM ADD-DLV-RTN
               WHEN WK-DLV-JUCHU-NO (WK-DLV-IDX) = CFALF-JUCHU-NO
                 CONTINUE
             END-SEARCH
           ELSE
             PERFORM ADD-DLV-RTN
           END-IF.
           IF WK-DLV-CURRENCY-COD (WK-DLV-IDX) NOT = WK-CURRENCY-COD
             DISPLAY "*** KUBM160 WARNING CURRENCY MISMATCH JUCHU="
                     CFALF-JUCHU-NO " " WK-CURRENCY-COD
             ADD 1 TO WK-TSUKA-CNT
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           ADD CFALF-SURYO TO WK-DLV-SURYO (WK-DLV-IDX).
           ADD WK-LIN-KINGAKU (WK-LIN-IX)
             TO WK-DLV-KINGAKU (WK-DLV-IDX).
           ADD WK-LIN-JURYO-G (WK-LIN-IX)
             TO WK-DLV-JURYO-G (WK-DLV-IDX).
           ADD WK-LIN-YOSEKI-CM3 (WK-LIN-IX)
             TO WK-DLV-YOSEKI-CM3 (WK-DLV-IDX).
           ADD 1 TO WK-MEISAI-CNT.
       EXT.
           EXIT.
      *
       ADD-DLV-RTN         SECTION.
           IF WK-DLV-CNT >= 2000
             DISPLAY "!!! KUBM160 ABEND : DLV TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-DLV-CNT.
           SET WK-DLV-IDX TO WK-DLV-CNT.
           MOVE CFALF-JUCHU-NO TO WK-DLV-JUCHU-NO (WK-DLV-IDX).
           MOVE WK-TOK-IX TO WK-DLV-TOK-IX (WK-DLV-IDX).
           MOVE WK-CURRENCY-COD TO WK-DLV-CURRENCY-COD (WK-DLV-IDX).
           MOVE ZERO TO WK-DLV-SURYO (WK-DLV-IDX)
                        WK-DLV-KINGAKU (WK-DLV-IDX)
                        WK-DLV-JURYO-G (WK-DLV-IDX)
                        WK-DLV-YOSEKI-CM3 (WK-DLV-IDX)
                        WK-DLV-KOSU (WK-DLV-IDX)
                        WK-DLV-GROSS-G (WK-DLV-IDX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    インボイス1件(受注番号)ごとの書類作成
      *    梱包個数は容積を標準カートンの内容積で割って切り上げ(最低
      *    1個)、総重量は正味重量にカートンの風袋重量を加えたもの
      ******************************************************************
       INVOICE-RTN         SECTION.
           COMPUTE WK-DLV-KOSU (WK-DLV-IDX) =
             (WK-DLV-YOSEKI-CM3 (WK-DLV-IDX) + WK-CARTON-YOSEKI - 1)
             / WK-CARTON-YOSEKI.
           IF WK-DLV-KOSU (WK-DLV-IDX) = ZERO
             MOVE 1 TO WK-DLV-KOSU (WK-DLV-IDX)
           END-IF.
           COMPUTE WK-DLV-GROSS-G (WK-DLV-IDX) =
             WK-DLV-JURYO-G (WK-DLV-IDX)
             + WK-DLV-KOSU (WK-DLV-IDX) * WK-CARTON-FUTAI-G.
           MOVE WK-DLV-TOK-IX (WK-DLV-IDX) TO WK-TOK-IX.
           MOVE WK-BASE-DATE TO WK-INVOICE-DATE.
           MOVE WK-DLV-JUCHU-NO (WK-DLV-IDX) TO WK-INVOICE-JUCHU.
      *
           PERFORM WRITE-INV-RTN.
           PERFORM WRITE-PKL-RTN.
           PERFORM WRITE-CSV-H-RTN.
           PERFORM WRITE-CSV-D-RTN
             VARYING WK-LIN-IX FROM 1 BY 1
             UNTIL WK-LIN-IX > WK-LIN-CNT.
           ADD 1 TO WK-INV-CNT.
       EXT.
           EXIT.
      *
      *    コマーシャルインボイス
       WRITE-INV-RTN       SECTION.
           MOVE "COMMERCIAL INVOICE" TO WK-PRT-TITLE-MEI.
           MOVE WK-PRT-TITLE TO INV-REC.
           WRITE INV-REC.
           MOVE SPACE TO INV-REC.
           WRITE INV-REC.
           PERFORM SET-PRT-HEAD-RTN.
           MOVE WK-PRT-INVNO TO INV-REC.
           WRITE INV-REC.
           MOVE WK-PRT-ORDER TO INV-REC.
           WRITE INV-REC.
           MOVE WK-PRT-CONSIGNEE TO INV-REC.
           WRITE INV-REC.
           MOVE WK-PRT-ADDRESS TO INV-REC.
           WRITE INV-REC.
           MOVE WK-PRT-TERMS TO INV-REC.
           WRITE INV-REC.
           MOVE WK-PRT-PORT TO INV-REC.
           WRITE INV-REC.
           MOVE SPACE TO INV-REC.
           WRITE INV-REC.
           MOVE WK-INV-HEAD TO INV-REC.
           WRITE INV-REC.
           PERFORM WRITE-INV-MEISAI-RTN
             VARYING WK-LIN-IX FROM 1 BY 1
             UNTIL WK-LIN-IX > WK-LIN-CNT.
           MOVE WK-DLV-SURYO (WK-DLV-IDX) TO WK-INT-SURYO.
           MOVE WK-DLV-CURRENCY-COD (WK-DLV-IDX)
             TO WK-INT-CURRENCY-COD.
           MOVE WK-DLV-KINGAKU (WK-DLV-IDX) TO WK-INT-KINGAKU.
           MOVE WK-INV-TOTAL TO INV-REC.
           WRITE INV-REC.
           MOVE SPACE TO INV-REC.
           WRITE INV-REC.
       EXT.
           EXIT.
      *
       WRITE-INV-MEISAI-RTN SECTION.
           IF WK-LIN-JUCHU-NO (WK-LIN-IX)
                NOT = WK-DLV-JUCHU-NO (WK-DLV-IDX)
             GO TO EXT
           END-IF.
           MOVE WK-LIN-SHOHIN-NO (WK-LIN-IX) TO WK-INM-SHOHIN-NO.
           MOVE WK-LIN-SHOHIN-MEI (WK-LIN-IX) TO WK-INM-SHOHIN-MEI.
           MOVE WK-LIN-HS-COD (WK-LIN-IX) TO WK-INM-HS-COD.
           MOVE WK-LIN-GENSANKOKU (WK-LIN-IX) TO WK-INM-GENSANKOKU.
           MOVE WK-LIN-SURYO (WK-LIN-IX) TO WK-INM-SURYO.
           MOVE WK-LIN-TANKA (WK-LIN-IX) TO WK-INM-TANKA.
           MOVE WK-LIN-KINGAKU (WK-LIN-IX) TO WK-INM-KINGAKU.
           MOVE WK-INV-MEISAI TO INV-REC.
           WRITE INV-REC.
           IF WK-LIN-CHUMON-NO (WK-LIN-IX) NOT = SPACE
             MOVE WK-LIN-CHUMON-NO (WK-LIN-IX) TO WK-IND-CHUMON-NO
             MOVE WK-INV-DAITAI TO INV-REC
             WRITE INV-REC
           END-IF.
       EXT.
           EXIT.
      *
      *    パッキングリスト
       WRITE-PKL-RTN       SECTION.
           MOVE "PACKING LIST" TO WK-PRT-TITLE-MEI.
           MOVE WK-PRT-TITLE TO PKL-REC.
           WRITE PKL-REC.
           MOVE SPACE TO PKL-REC.
           WRITE PKL-REC.
           MOVE WK-PRT-INVNO TO PKL-REC.
           WRITE PKL-REC.
           MOVE WK-PRT-ORDER TO PKL-REC.
           WRITE PKL-REC.
           MOVE WK-PRT-CONSIGNEE TO PKL-REC.
           WRITE PKL-REC.
           MOVE WK-PRT-ADDRESS TO PKL-REC.
           WRITE PKL-REC.
           MOVE WK-PRT-PORT TO PKL-REC.
           WRITE PKL-REC.
           MOVE SPACE TO PKL-REC.
           WRITE PKL-REC.
           MOVE WK-PKL-HEAD TO PKL-REC.
           WRITE PKL-REC.
           PERFORM WRITE-PKL-MEISAI-RTN
             VARYING WK-LIN-IX FROM 1 BY 1
             UNTIL WK-LIN-IX > WK-LIN-CNT.
           MOVE WK-DLV-SURYO (WK-DLV-IDX) TO WK-PKT-SURYO.
           COMPUTE WK-JURYO-KG = WK-DLV-JURYO-G (WK-DLV-IDX) / 1000.
           MOVE WK-JURYO-KG TO WK-PKT-JURYO.
           COMPUTE WK-YOSEKI-M3 ROUNDED =
             WK-DLV-YOSEKI-CM3 (WK-DLV-IDX) / 1000000.
           MOVE WK-YOSEKI-M3 TO WK-PKT-YOSEKI.
           MOVE WK-PKL-TOTAL TO PKL-REC.
           WRITE PKL-REC.
           COMPUTE WK-GROSS-KG = WK-DLV-GROSS-G (WK-DLV-IDX) / 1000.
           MOVE WK-GROSS-KG TO WK-PKG-GROSS.
           MOVE WK-DLV-KOSU (WK-DLV-IDX) TO WK-PKG-KOSU.
           MOVE WK-PKL-GROSS TO PKL-REC.
           WRITE PKL-REC.
           MOVE SPACE TO PKL-REC.
           WRITE PKL-REC.
       EXT.
           EXIT.
      *
       WRITE-PKL-MEISAI-RTN SECTION.
           IF WK-LIN-JUCHU-NO (WK-LIN-IX)
                NOT = WK-DLV-JUCHU-NO (WK-DLV-IDX)
             GO TO EXT
           END-IF.
           MOVE WK-LIN-SHOHIN-NO (WK-LIN-IX) TO WK-PKM-SHOHIN-NO.
           MOVE WK-LIN-SHOHIN-MEI (WK-LIN-IX) TO WK-PKM-SHOHIN-MEI.
           MOVE WK-LIN-SURYO (WK-LIN-IX) TO WK-PKM-SURYO.
           COMPUTE WK-JURYO-KG = WK-LIN-JURYO-G (WK-LIN-IX) / 1000.
           MOVE WK-JURYO-KG TO WK-PKM-JURYO.
           COMPUTE WK-YOSEKI-M3 ROUNDED =
             WK-LIN-YOSEKI-CM3 (WK-LIN-IX) / 1000000.
           MOVE WK-YOSEKI-M3 TO WK-PKM-YOSEKI.
           MOVE WK-PKL-MEISAI TO PKL-REC.
           WRITE PKL-REC.
       EXT.
           EXIT.
      *
      *    インボイス・パッキングリスト共通の見出し項目
       SET-PRT-HEAD-RTN    SECTION.
           MOVE WK-INVOICE-NO TO WK-PRT-INVOICE-NO.
           MOVE WK-DATE-ED TO WK-PRT-DATE.
           MOVE WK-DLV-JUCHU-NO (WK-DLV-IDX) TO WK-PRT-JUCHU-NO.
           MOVE WK-DLV-CURRENCY-COD (WK-DLV-IDX)
             TO WK-PRT-CURRENCY-COD.
           MOVE WK-TOK-TOKU-COD (WK-TOK-IX) TO WK-PRT-TOKU-COD.
           MOVE WK-TOK-TOKU-MEI (WK-TOK-IX) TO WK-PRT-TOKU-MEI.
           MOVE WK-TOK-ADDRESS (WK-TOK-IX) TO WK-PRT-ADDR.
           MOVE WK-TOK-TEL-NO (WK-TOK-IX) TO WK-PRT-TEL-NO.
           MOVE WK-TOK-COUNTRY-COD (WK-TOK-IX) TO WK-PRT-COUNTRY-COD.
           MOVE WK-TOK-INCOTERMS (WK-TOK-IX) TO WK-PRT-INCOTERMS.
      *    E・F類の条件(EXW・FCA・FOB等)は積出港を指定地として添える
           IF WK-TOK-INCOTERMS (WK-TOK-IX) (1:1) = "E" OR "F"
             MOVE WK-PORT TO WK-PRT-TERMS-PORT
           ELSE
             MOVE SPACE TO WK-PRT-TERMS-PORT
           END-IF.
           MOVE WK-PORT TO WK-PRT-PORT-MEI.
       EXT.
           EXIT.
      *
      *    輸出申告用データのヘッダ行(インボイス単位)
      *    H,インボイス番号,出荷日,受注番号,得意先,仕向国,貿易条件,
      *      積出港,通貨,インボイス金額,梱包個数,正味重量KG,
      *      総重量KG,容積M3
       WRITE-CSV-H-RTN     SECTION.
           MOVE WK-DLV-JUCHU-NO (WK-DLV-IDX) TO WK-CSV-JUCHU.
           MOVE WK-DLV-KINGAKU (WK-DLV-IDX) TO WK-CSV-KINGAKU.
           MOVE WK-DLV-KOSU (WK-DLV-IDX) TO WK-CSV-KOSU.
           COMPUTE WK-JURYO-KG = WK-DLV-JURYO-G (WK-DLV-IDX) / 1000.
           MOVE WK-JURYO-KG TO WK-CSV-JURYO.
           COMPUTE WK-GROSS-KG = WK-DLV-GROSS-G (WK-DLV-IDX) / 1000.
           MOVE WK-GROSS-KG TO WK-CSV-GROSS.
           COMPUTE WK-YOSEKI-M3 ROUNDED =
             WK-DLV-YOSEKI-CM3 (WK-DLV-IDX) / 1000000.
           MOVE WK-YOSEKI-M3 TO WK-CSV-YOSEKI.
           MOVE SPACE TO CSV-REC.
           STRING "H," DELIMITED BY SIZE
                  WK-INVOICE-NO DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WK-BASE-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WK-CSV-JUCHU DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WK-TOK-TOKU-COD (WK-TOK-IX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WK-TOK-COUNTRY-COD (WK-TOK-IX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WK-TOK-INCOTERMS (WK-TOK-IX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WK-PORT-COD DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WK-DLV-CURRENCY-COD (WK-DLV-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WK-CSV-KINGAKU DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WK-CSV-KOSU DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WK-CSV-JURYO DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WK-CSV-GROSS DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WK-CSV-YOSEKI DELIMITED BY SIZE
             INTO CSV-REC
           END-STRING.
           WRITE CSV-REC.
           ADD 1 TO WK-CSV-CNT.
       EXT.
           EXIT.
      *
      *    輸出申告用データの明細行
      *    D,インボイス番号,商品番号,HSコード,原産国,数量,単価,金額,
      *      正味重量KG
       WRITE-CSV-D-RTN     SECTION.
           IF WK-LIN-JUCHU-NO (WK-LIN-IX)
                NOT = WK-DLV-JUCHU-NO (WK-DLV-IDX)
             GO TO EXT
           END-IF.
           MOVE WK-LIN-SURYO (WK-LIN-IX) TO WK-CSV-SURYO.
           MOVE WK-LIN-TANKA (WK-LIN-IX) TO WK-CSV-TANKA.
           MOVE WK-LIN-KINGAKU (WK-LIN-IX) TO WK-CSV-KINGAKU.
           COMPUTE WK-JURYO-KG = WK-LIN-JURYO-G (WK-LIN-IX) / 1000.
           MOVE WK-JURYO-KG TO WK-CSV-JURYO.
           MOVE SPACE TO CSV-REC.
           STRING "D," DELIMITED BY SIZE
                  WK-INVOICE-NO DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WK-LIN-SHOHIN-NO (WK-LIN-IX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WK-LIN-HS-COD (WK-LIN-IX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WK-LIN-GENSANKOKU (WK-LIN-IX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WK-CSV-SURYO DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WK-CSV-TANKA DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WK-CSV-KINGAKU DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WK-CSV-JURYO DELIMITED BY SIZE
             INTO CSV-REC
           END-STRING.
           WRITE CSV-REC.
           ADD 1 TO WK-CSV-CNT.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-ALF-FILE-ERR = "00"
             CLOSE ALF-FILE
           END-IF.
           IF WK-SHO-FILE-ERR = "00"
             CLOSE SHO-FILE
           END-IF.
           IF WK-TOK-FILE-ERR = "00"
             CLOSE TOK-FILE
           END-IF.
           IF WK-UOF-FILE-ERR = "00"
             CLOSE UOF-FILE
           END-IF.
           IF WK-INV-FILE-ERR = "00"
             CLOSE INV-FILE
           END-IF.
           IF WK-PKL-FILE-ERR = "00"
             CLOSE PKL-FILE
           END-IF.
           IF WK-CSV-FILE-ERR = "00"
             CLOSE CSV-FILE
           END-IF.
           DISPLAY "INVCNT=" WK-INV-CNT.
           DISPLAY "MEISAICNT=" WK-MEISAI-CNT.
           DISPLAY "CSVCNT=" WK-CSV-CNT.
           DISPLAY "NOORDCNT=" WK-NOORD-CNT.
           DISPLAY "TSUKACNT=" WK-TSUKA-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM160 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KUBM160"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "INVCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-INV-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "MEISAICNT"           TO RUNHIS-CNT-LABEL (2).
           MOVE WK-MEISAI-CNT         TO RUNHIS-CNT-VALUE (2).
           MOVE "CSVCNT"              TO RUNHIS-CNT-LABEL (3).
           MOVE WK-CSV-CNT            TO RUNHIS-CNT-VALUE (3).
           MOVE "NOORDCNT"            TO RUNHIS-CNT-LABEL (4).
           MOVE WK-NOORD-CNT          TO RUNHIS-CNT-VALUE (4).
           MOVE "TSUKACNT"            TO RUNHIS-CNT-LABEL (5).
           MOVE WK-TSUKA-CNT          TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KUBM160 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
