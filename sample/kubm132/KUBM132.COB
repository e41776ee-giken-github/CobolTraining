      *                 数量を引き落とした棚番マスタ新世代(BNO)も
      *                 書き出す。棚の決まらない明細は警告としてリスト
      *                 末尾に残す。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：バーコード対照マスタ(KCCFBCD、BCD。任意)が
      *                 あれば、明細に商品のバーコード(JANを優先し、
      *                 無ければケースのITF)を印字するようにした。
      *                 明細行の見出し文字が消えていたのを修正した
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：商品マスタ(SHO。任意)のケース入数で、明細の
      *                 数量をバラ数量ではなくケース数＋端数(販売単位
      *                 換算KUBS050で分解)で印字するようにした。入数
      *                 未設定の商品はケース数ZERO・端数＝数量となる
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：トータルピッキング(まとめ摘み取り)を追加。環境
      *                 変数KUBM132-WAVEで波の単位("C"=運送会社 "D"=
      *                 出荷日 "R"=配送地域。SPACEは従来の受注別リスト)
      *                 を指定すると、引当結果を波ごとにまとめ、棚・
      *                 商品ごとに数量を合計したトータルピッキング
      *                 リストを歩行順に印字し、商品ごとにどの受注の
      *                 仕分け口(SLOT)へ何個入れるかを示す種まき仕分け
      *                 リスト(SMF)を印字する。運送会社は運賃請求
      *                 データ(FRB。KUBM142が決定)から採る。環境変数
      *                 KUBM132-WAVE-KEYを指定するとその値の波だけを
      *                 対象にする(対象外の引当は棚を引き落とさない)
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
           SELECT BNO-FILE
             ASSIGN TO EXTERNAL BNO
               FILE STATUS IS WK-BNO-FILE-ERR.
           SELECT BCD-FILE
             ASSIGN TO EXTERNAL BCD
               FILE STATUS IS WK-BCD-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT PKF-FILE
             ASSIGN TO EXTERNAL PKF
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-PKF-FILE-ERR.
           SELECT FRB-FILE
             ASSIGN TO EXTERNAL FRB
               FILE STATUS IS WK-FRB-FILE-ERR.
           SELECT SMF-FILE
             ASSIGN TO EXTERNAL SMF
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-SMF-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
       FD  BNO-FILE.
       01  BNO-REC.
           COPY KCCFBIN.
       FD  BCD-FILE.
       01  BCD-REC.
           COPY KCCFBCD.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  PKF-FILE.
       01  PKF-REC                     PIC  X(130).
       FD  FRB-FILE.
       01  FRB-REC.
           COPY KCCFFRB.
      *    種まき仕分けリスト
       FD  SMF-FILE.
       01  SMF-REC                     PIC  X(100).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
           COPY KUBS050-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-BIN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-BNO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-PKF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-BCD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-FRB-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SMF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  ALF-END-FLG                 PIC  X(01) VALUE "N".
       01  BIN-END-FLG                 PIC  X(01) VALUE "N".
       01  BCD-END-FLG                 PIC  X(01) VALUE "N".
       01  SHO-END-FLG                 PIC  X(01) VALUE "N".
       01  FRB-END-FLG                 PIC  X(01) VALUE "N".
      *    トータルピッキングの波の単位(SPACE=受注別)と対象の波
       01  WK-WAVE-KBN                 PIC  X(01) VALUE SPACE.
         88  WK-WAVE-CARRIER           VALUE "C".
         88  WK-WAVE-SHIP-DATE         VALUE "D".
         88  WK-WAVE-REGION            VALUE "R".
       01  WK-WAVE-SITEI               PIC  X(08) VALUE SPACE.
       01  WK-WAVE-KEY                 PIC  X(08) VALUE SPACE.
      ******************************************************************
      *  棚番テーブル
      ******************************************************************
             05  WK-BIN-WALK-JUN       PIC  9(04).
             05  WK-BIN-ZAN-SURYO      PIC S9(07).
      ******************************************************************
      *  バーコード対照テーブル
      ******************************************************************
       01  WK-BCD-TBL.
           03  WK-BCD-CNT              PIC  9(05) VALUE ZERO.
           03  WK-BCD-ENT              OCCURS 10000 TIMES.
             05  WK-BCD-BARCODE        PIC  X(14).
             05  WK-BCD-SHOHIN-NO      PIC  X(05).
             05  WK-BCD-CODE-KBN       PIC  X(01).
      ******************************************************************
      *  商品ケース入数テーブル
      ******************************************************************
       01  WK-SHO-TBL.
           03  WK-SHO-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SHO-ENT              OCCURS 5000 TIMES.
             05  WK-SHO-SHOHIN-NO      PIC  X(05).
             05  WK-SHO-CASE-IRISU     PIC  9(05).
      ******************************************************************
      *  運賃請求(運送会社)テーブル
      ******************************************************************
       01  WK-FRB-TBL.
           03  WK-FRB-CNT              PIC  9(05) VALUE ZERO.
           03  WK-FRB-ENT              OCCURS 5000 TIMES.
             05  WK-FRB-TOKU-COD       PIC  X(04).
             05  WK-FRB-JUCHU-NO       PIC  9(04).
             05  WK-FRB-CARRIER-COD    PIC  X(02).
      ******************************************************************
      *  ピッキング明細テーブル(歩行順整列用。WK-PCK-SORT-KEYは受注
      *  別では歩行順、トータルピッキングでは波・歩行順・棚・商品)
      ******************************************************************
       01  WK-PCK-TBL.
           03  WK-PCK-CNT              PIC  9(05) VALUE ZERO.
             05  WK-PCK-SHOHIN-NO      PIC  X(05).
             05  WK-PCK-SHOHIN-MEI     PIC  X(20).
             05  WK-PCK-SURYO          PIC  9(05).
             05  WK-PCK-BARCODE        PIC  X(14).
             05  WK-PCK-CASE-IRISU     PIC  9(05).
             05  WK-PCK-SORT-KEY.
               07  WK-PCK-SK-WAVE      PIC  X(08).
               07  WK-PCK-SK-WALK-JUN  PIC  9(04).
               07  WK-PCK-SK-TANA-NO   PIC  X(06).
               07  WK-PCK-SK-SOKO-COD  PIC  X(02).
               07  WK-PCK-SK-SHOHIN-NO PIC  X(05).
             05  WK-PCK-TOKU-COD       PIC  X(04).
       01  WK-IX                       PIC  9(05) VALUE ZERO.
       01  WK-JX                       PIC  9(05) VALUE ZERO.
       01  WK-MIN-IX                   PIC  9(05) VALUE ZERO.
           03  FILLER                  PIC  X(05).
           03  FILLER                  PIC  X(20).
           03  FILLER                  PIC  9(05).
           03  FILLER                  PIC  X(14).
           03  FILLER                  PIC  9(05).
           03  FILLER                  PIC  X(25).
           03  FILLER                  PIC  X(04).
       01  WK-HIT-IX                   PIC  9(05) VALUE ZERO.
       01  WK-MAX-IX                   PIC  9(05) VALUE ZERO.
       01  WK-ITF-BARCODE              PIC  X(14) VALUE SPACE.
      *
       01  WK-ALF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-TANA-NASHI-CNT           PIC  9(09) VALUE ZERO.
       01  WK-WAVE-CNT                 PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  トータルピッキング・種まき仕分けの作業域
      *  WK-WV-END：波の最終明細  WK-GR-END：棚・商品の最終明細
      ******************************************************************
       01  WK-WV-END                   PIC  9(05) VALUE ZERO.
       01  WK-GR-END                   PIC  9(05) VALUE ZERO.
       01  WK-GR-SURYO                 PIC  9(07) VALUE ZERO.
       01  WK-GR-JUCHU-SU              PIC  9(05) VALUE ZERO.
       01  WK-KX                       PIC  9(05) VALUE ZERO.
       01  WK-END-FLG                  PIC  X(01) VALUE "N".
      *    仕分け口(受注番号順に1から付番)
       01  WK-SLT-TBL.
           03  WK-SLT-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SLT-ENT              OCCURS 999 TIMES.
             05  WK-SLT-JUCHU-NO       PIC  9(04).
             05  WK-SLT-TOKU-COD       PIC  X(04).
       01  WK-SLT-IX                   PIC  9(05) VALUE ZERO.
       01  WK-SLT-POS-FLG              PIC  X(01) VALUE "N".
       01  WK-SLT-NO                   PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  ピッキングリスト印字用
      ******************************************************************
           03  WK-PKF-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-PKF-SHOHIN-MEI       PIC  X(20).
           03  FILLER                  PIC  X(06) VALUE " CASE=".
           03  WK-PKF-CASE-SU          PIC  9(05).
           03  FILLER                  PIC  X(06) VALUE " BARA=".
           03  WK-PKF-HASU             PIC  9(05).
           03  FILLER                  PIC  X(07) VALUE " IRISU=".
           03  WK-PKF-IRISU            PIC  9(05).
           03  FILLER                  PIC  X(07) VALUE " JUCHU=".
           03  WK-PKF-JUCHU-NO         PIC  9(04).
           03  FILLER                  PIC  X(09) VALUE " BARCODE=".
           03  WK-PKF-BARCODE          PIC  X(14).
      ******************************************************************
      *  トータルピッキングリスト・種まき仕分けリスト印字用
      ******************************************************************
       01  WK-WAVE-LINE.
           03  FILLER                  PIC  X(09) VALUE "*** WAVE=".
           03  WK-WL-KBN               PIC  X(01).
           03  FILLER                  PIC  X(01) VALUE ":".
           03  WK-WL-KEY               PIC  X(08).
           03  FILLER                  PIC  X(09) VALUE " JUCHUSU=".
           03  WK-WL-JUCHU-SU          PIC  Z(04)9.
           03  FILLER                  PIC  X(04) VALUE " ***".
       01  WK-TPK-LINE.
           03  FILLER                  PIC  X(04) VALUE "JUN=".
           03  WK-TPK-WALK-JUN         PIC  9(04).
           03  FILLER                  PIC  X(06) VALUE " TANA=".
           03  WK-TPK-TANA-NO          PIC  X(06).
           03  FILLER                  PIC  X(06) VALUE " SOKO=".
           03  WK-TPK-SOKO-COD         PIC  X(02).
           03  FILLER                  PIC  X(08) VALUE " SHOHIN=".
           03  WK-TPK-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-TPK-SHOHIN-MEI       PIC  X(20).
           03  FILLER                  PIC  X(06) VALUE " CASE=".
           03  WK-TPK-CASE-SU          PIC  9(05).
           03  FILLER                  PIC  X(06) VALUE " BARA=".
           03  WK-TPK-HASU             PIC  9(05).
           03  FILLER                  PIC  X(09) VALUE " JUCHUSU=".
           03  WK-TPK-JUCHU-SU         PIC  9(04).
           03  FILLER                  PIC  X(09) VALUE " BARCODE=".
           03  WK-TPK-BARCODE          PIC  X(14).
       01  WK-SLT-LINE.
           03  FILLER                  PIC  X(05) VALUE "SLOT=".
           03  WK-SL-SLOT-NO           PIC  9(03).
           03  FILLER                  PIC  X(07) VALUE " JUCHU=".
           03  WK-SL-JUCHU-NO          PIC  9(04).
           03  FILLER                  PIC  X(06) VALUE " TOKU=".
           03  WK-SL-TOKU-COD          PIC  X(04).
       01  WK-SMS-LINE.
           03  FILLER                  PIC  X(07) VALUE "SHOHIN=".
           03  WK-SMS-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-SMS-SHOHIN-MEI       PIC  X(20).
           03  FILLER                  PIC  X(07) VALUE " GOKEI=".
           03  WK-SMS-SURYO            PIC  9(07).
       01  WK-SMD-LINE.
           03  FILLER                  PIC  X(04) VALUE SPACE.
           03  FILLER                  PIC  X(05) VALUE "SLOT=".
           03  WK-SMD-SLOT-NO          PIC  9(03).
           03  FILLER                  PIC  X(07) VALUE " JUCHU=".
           03  WK-SMD-JUCHU-NO         PIC  9(04).
           03  FILLER                  PIC  X(06) VALUE " TOKU=".
           03  WK-SMD-TOKU-COD         PIC  X(04).
           03  FILLER                  PIC  X(07) VALUE " SURYO=".
           03  WK-SMD-SURYO            PIC  9(05).
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL ALF-END-FLG = "Y"
             PERFORM SORT-RTN
             IF WK-WAVE-KBN = SPACE
               PERFORM PRINT-RTN
                 VARYING WK-IX FROM 1 BY 1
                 UNTIL WK-IX > WK-PCK-CNT
             ELSE
               MOVE 1 TO WK-IX
               PERFORM WAVE-RTN
                 UNTIL WK-IX > WK-PCK-CNT
             END-IF
             PERFORM OUTPUT-BIN-RTN
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX > WK-BIN-CNT
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
      *
           DISPLAY "KUBM132-WAVE" UPON ENVIRONMENT-NAME.
           ACCEPT WK-WAVE-KBN FROM ENVIRONMENT-VALUE.
           IF WK-WAVE-KBN NOT = SPACE
            AND NOT WK-WAVE-CARRIER
            AND NOT WK-WAVE-SHIP-DATE
            AND NOT WK-WAVE-REGION
             DISPLAY "*** KUBM132 WARNING WAVE KBN FUSEI " WK-WAVE-KBN
             MOVE RC-WARNING TO RETURN-CODE
             MOVE SPACE TO WK-WAVE-KBN
           END-IF.
           IF WK-WAVE-KBN NOT = SPACE
             DISPLAY "KUBM132-WAVE-KEY" UPON ENVIRONMENT-NAME
             ACCEPT WK-WAVE-SITEI FROM ENVIRONMENT-VALUE
             DISPLAY "*** KUBM132 WAVE=" WK-WAVE-KBN
               " KEY=" WK-WAVE-SITEI
           END-IF.
      *
           OPEN INPUT ALF-FILE.
           IF WK-ALF-FILE-ERR NOT = "00"
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
            AND WK-WAVE-KBN NOT = SPACE
             OPEN OUTPUT SMF-FILE
             IF WK-SMF-FILE-ERR NOT = "00"
               DISPLAY "*** KUBM132 ABEND NOT SMF-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "N"
             GO TO EXT
           END-IF.
      *
           IF WK-WAVE-KBN = SPACE
             MOVE "*** KUBM132 HOKO-JUN PICKING LIST ***" TO PKF-REC
           ELSE
             MOVE "*** KUBM132 TOTAL PICKING LIST ***" TO PKF-REC
             MOVE "*** KUBM132 TANE-MAKI SHIWAKE LIST ***" TO SMF-REC
             WRITE SMF-REC
           END-IF.
           WRITE PKF-REC.
           PERFORM LOAD-BIN-RTN  UNTIL BIN-END-FLG = "Y".
      *    バーコード対照マスタは任意(無ければバーコード欄は空白)
           OPEN INPUT BCD-FILE.
           IF WK-BCD-FILE-ERR = "00"
             PERFORM LOAD-BCD-RTN  UNTIL BCD-END-FLG = "Y"
           END-IF.
      *    商品マスタは任意(無ければ全明細をバラ数量で印字)
           OPEN INPUT SHO-FILE.
           IF WK-SHO-FILE-ERR = "00"
             PERFORM LOAD-SHO-RTN  UNTIL SHO-END-FLG = "Y"
           END-IF.
      *    運送会社単位の波は運賃請求データの運送会社による(データの
      *    無い受注は運送会社SPACEの波)
           IF WK-WAVE-CARRIER
             OPEN INPUT FRB-FILE
             IF WK-FRB-FILE-ERR = "00"
               PERFORM LOAD-FRB-RTN  UNTIL FRB-END-FLG = "Y"
               CLOSE FRB-FILE
             ELSE
               DISPLAY "*** KUBM132 WARNING NOT FRB-FILE"
               MOVE RC-WARNING TO RETURN-CODE
             END-IF
             MOVE HIGH-VALUE TO WK-FRB-FILE-ERR
           END-IF.
           PERFORM READ-ALF-RTN.
       EXT.
           EXIT.
             TO WK-BIN-ZAN-SURYO (WK-BIN-CNT).
       EXT.
           EXIT.
      *
       LOAD-BCD-RTN        SECTION.
           READ BCD-FILE
             AT END
               MOVE "Y" TO BCD-END-FLG
               GO TO EXT
           END-READ.
           IF WK-BCD-CNT >= 10000
             DISPLAY "!!! KUBM132 ABEND : BCD TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-BCD-CNT.
           MOVE CFBCD-BARCODE TO WK-BCD-BARCODE (WK-BCD-CNT).
           MOVE CFBCD-SHOHIN-NO TO WK-BCD-SHOHIN-NO (WK-BCD-CNT).
           MOVE CFBCD-CODE-KBN TO WK-BCD-CODE-KBN (WK-BCD-CNT).
       EXT.
           EXIT.
      *
       LOAD-SHO-RTN        SECTION.
           READ SHO-FILE
             AT END
               MOVE "Y" TO SHO-END-FLG
               GO TO EXT
           END-READ.
           IF WK-SHO-CNT >= 5000
             DISPLAY "!!! KUBM132 ABEND : SHO TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SHO-CNT.
           MOVE CFSHO-SHOHIN-NO TO WK-SHO-SHOHIN-NO (WK-SHO-CNT).
           MOVE CFSHO-CASE-IRISU TO WK-SHO-CASE-IRISU (WK-SHO-CNT).
       EXT.
           EXIT.
      *
       LOAD-FRB-RTN        SECTION.
           READ FRB-FILE
             AT END
               MOVE "Y" TO FRB-END-FLG
               GO TO EXT
           END-READ.
           IF WK-FRB-CNT >= 5000
             DISPLAY "!!! KUBM132 ABEND : FRB TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-FRB-CNT.
           MOVE CFFRB-TOKU-COD TO WK-FRB-TOKU-COD (WK-FRB-CNT).
           MOVE CFFRB-JUCHU-NO TO WK-FRB-JUCHU-NO (WK-FRB-CNT).
           MOVE CFFRB-CARRIER-COD TO WK-FRB-CARRIER-COD (WK-FRB-CNT).
       EXT.
           EXIT.
      *
       READ-ALF-RTN        SECTION.
           READ ALF-FILE
      ******************************************************************
       MAIN-RTN            SECTION.
           ADD 1 TO WK-ALF-CNT.
      *    トータルピッキングは波を決め、指定の波以外は対象外とする
           MOVE SPACE TO WK-WAVE-KEY.
           IF WK-WAVE-KBN NOT = SPACE
             PERFORM WAVE-KEY-RTN
             IF WK-WAVE-SITEI NOT = SPACE
              AND WK-WAVE-KEY NOT = WK-WAVE-SITEI
               GO TO NEXT-REC
             END-IF
           END-IF.
      *
      *    引当数量を1棚で賄える棚のうち歩行順最小の棚。無ければ
      *    最も数量の多い棚(不足分は追加補充で対応する運用)。
           MOVE CFALF-SHOHIN-NO TO WK-PCK-SHOHIN-NO (WK-PCK-CNT).
           MOVE CFALF-SHOHIN-MEI TO WK-PCK-SHOHIN-MEI (WK-PCK-CNT).
           MOVE CFALF-SURYO TO WK-PCK-SURYO (WK-PCK-CNT).
           MOVE CFALF-TOKU-COD TO WK-PCK-TOKU-COD (WK-PCK-CNT).
           MOVE SPACE TO WK-PCK-SORT-KEY (WK-PCK-CNT).
           IF WK-WAVE-KBN = SPACE
             MOVE WK-BIN-WALK-JUN (WK-HIT-IX)
               TO WK-PCK-SORT-KEY (WK-PCK-CNT) (1:4)
           ELSE
             MOVE WK-WAVE-KEY TO WK-PCK-SK-WAVE (WK-PCK-CNT)
             MOVE WK-BIN-WALK-JUN (WK-HIT-IX)
               TO WK-PCK-SK-WALK-JUN (WK-PCK-CNT)
             MOVE WK-BIN-TANA-NO (WK-HIT-IX)
               TO WK-PCK-SK-TANA-NO (WK-PCK-CNT)
             MOVE WK-BIN-SOKO-COD (WK-HIT-IX)
               TO WK-PCK-SK-SOKO-COD (WK-PCK-CNT)
             MOVE CFALF-SHOHIN-NO TO WK-PCK-SK-SHOHIN-NO (WK-PCK-CNT)
           END-IF.
      *    商品のバーコード(JANを優先し、無ければITF)
           MOVE SPACE TO WK-PCK-BARCODE (WK-PCK-CNT).
           MOVE SPACE TO WK-ITF-BARCODE.
           PERFORM BCD-SCAN-RTN
             VARYING WK-JX FROM 1 BY 1
             UNTIL WK-JX > WK-BCD-CNT
                OR WK-PCK-BARCODE (WK-PCK-CNT) NOT = SPACE.
           IF WK-PCK-BARCODE (WK-PCK-CNT) = SPACE
             MOVE WK-ITF-BARCODE TO WK-PCK-BARCODE (WK-PCK-CNT)
           END-IF.
      *    ケース入数(商品マスタに無ければZERO)
           MOVE ZERO TO WK-PCK-CASE-IRISU (WK-PCK-CNT).
           PERFORM SHO-SCAN-RTN
             VARYING WK-JX FROM 1 BY 1
             UNTIL WK-JX > WK-SHO-CNT.
       NEXT-REC.
           PERFORM READ-ALF-RTN.
       EXT.
           EXIT.
      *
      *    引当1行の波(運送会社・出荷日・配送地域)をWK-WAVE-KEYへ
       WAVE-KEY-RTN        SECTION.
           IF WK-WAVE-SHIP-DATE
             MOVE CFALF-SHIP-DATE TO WK-WAVE-KEY
             GO TO EXT
           END-IF.
           IF WK-WAVE-REGION
             MOVE CFALF-REGION-COD TO WK-WAVE-KEY
             GO TO EXT
           END-IF.
           PERFORM FRB-SCAN-RTN
             VARYING WK-JX FROM 1 BY 1
             UNTIL WK-JX > WK-FRB-CNT
                OR WK-WAVE-KEY NOT = SPACE.
       EXT.
           EXIT.
      *
       FRB-SCAN-RTN        SECTION.
           IF WK-FRB-TOKU-COD (WK-JX) = CFALF-TOKU-COD
            AND WK-FRB-JUCHU-NO (WK-JX) = CFALF-JUCHU-NO
             MOVE WK-FRB-CARRIER-COD (WK-JX) TO WK-WAVE-KEY
           END-IF.
       EXT.
           EXIT.
      *
       BIN-SCAN-RTN        SECTION.
           IF WK-BIN-SHOHIN-NO (WK-JX) NOT = CFALF-SHOHIN-NO
           END-IF.
       EXT.
           EXIT.
      *
       BCD-SCAN-RTN        SECTION.
           IF WK-BCD-SHOHIN-NO (WK-JX) NOT = CFALF-SHOHIN-NO
             GO TO EXT
           END-IF.
           IF WK-BCD-CODE-KBN (WK-JX) = "J"
             MOVE WK-BCD-BARCODE (WK-JX)
               TO WK-PCK-BARCODE (WK-PCK-CNT)
             GO TO EXT
           END-IF.
           IF WK-ITF-BARCODE = SPACE
             MOVE WK-BCD-BARCODE (WK-JX) TO WK-ITF-BARCODE
           END-IF.
       EXT.
           EXIT.
      *
      *
       SHO-SCAN-RTN        SECTION.
           IF WK-SHO-SHOHIN-NO (WK-JX) = CFALF-SHOHIN-NO
             MOVE WK-SHO-CASE-IRISU (WK-JX)
               TO WK-PCK-CASE-IRISU (WK-PCK-CNT)
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    ピッキング明細の歩行順整列(選択ソート)
           EXIT.
      *
       SORT-SCAN-RTN       SECTION.
           IF WK-PCK-SORT-KEY (WK-JX) < WK-PCK-SORT-KEY (WK-MIN-IX)
             MOVE WK-JX TO WK-MIN-IX
           END-IF.
       EXT.
           EXIT.
      *
       PRINT-RTN           SECTION.
           MOVE WK-PCK-WALK-JUN (WK-IX) TO WK-PKF-WALK-JUN.
           MOVE WK-PCK-TANA-NO (WK-IX) TO WK-PKF-TANA-NO.
           MOVE WK-PCK-SOKO-COD (WK-IX) TO WK-PKF-SOKO-COD.
           MOVE WK-PCK-SHOHIN-NO (WK-IX) TO WK-PKF-SHOHIN-NO.
           MOVE WK-PCK-SHOHIN-MEI (WK-IX) TO WK-PKF-SHOHIN-MEI.
      *    数量はケース数＋端数に分解して印字する
           MOVE SPACE TO TNI-KBN.
           MOVE WK-PCK-SURYO (WK-IX) TO TNI-SURYO.
           MOVE WK-PCK-CASE-IRISU (WK-IX) TO TNI-CASE-IRISU.
           MOVE ZERO TO TNI-BALL-IRISU.
           MOVE ZERO TO TNI-MIN-HACHU-TANI.
           MOVE "N" TO TNI-MIN-CHECK.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KUBS050" USING KUBS050-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           MOVE TNI-CASE-SU TO WK-PKF-CASE-SU.
           MOVE TNI-HASU-SURYO TO WK-PKF-HASU.
           MOVE WK-PCK-CASE-IRISU (WK-IX) TO WK-PKF-IRISU.
           MOVE WK-PCK-JUCHU-NO (WK-IX) TO WK-PKF-JUCHU-NO.
           MOVE WK-PCK-BARCODE (WK-IX) TO WK-PKF-BARCODE.
           MOVE WK-PKF-LINE TO PKF-REC.
           WRITE PKF-REC.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    トータルピッキング1波分の印字（WK-IXの明細から同じ波の
      *    明細を、棚・商品ごとに合計してトータルピッキングリストへ、
      *    受注の仕分け口ごとの数量を種まき仕分けリストへ印字する）
      ******************************************************************
       WAVE-RTN            SECTION.
           ADD 1 TO WK-WAVE-CNT.
           MOVE WK-IX TO WK-WV-END.
           MOVE "N" TO WK-END-FLG.
           PERFORM WAVE-END-RTN
             UNTIL WK-END-FLG = "Y".
      *    仕分け口の付番(波の中の受注を受注番号順に並べる)
           MOVE ZERO TO WK-SLT-CNT.
           PERFORM SLOT-TOROKU-RTN
             VARYING WK-KX FROM WK-IX BY 1
             UNTIL WK-KX > WK-WV-END.
      *
           INITIALIZE WK-WAVE-LINE.
           MOVE WK-WAVE-KBN TO WK-WL-KBN.
           MOVE WK-PCK-SK-WAVE (WK-IX) TO WK-WL-KEY.
           MOVE WK-SLT-CNT TO WK-WL-JUCHU-SU.
           MOVE SPACE TO PKF-REC.
           WRITE PKF-REC.
           MOVE WK-WAVE-LINE TO PKF-REC.
           WRITE PKF-REC.
           MOVE SPACE TO SMF-REC.
           WRITE SMF-REC.
           MOVE WK-WAVE-LINE TO SMF-REC.
           WRITE SMF-REC.
           PERFORM SLOT-PRINT-RTN
             VARYING WK-SLT-IX FROM 1 BY 1
             UNTIL WK-SLT-IX > WK-SLT-CNT.
      *
           PERFORM GROUP-RTN
             UNTIL WK-IX > WK-WV-END.
       EXT.
           EXIT.
      *
       WAVE-END-RTN        SECTION.
           IF WK-WV-END >= WK-PCK-CNT
             MOVE "Y" TO WK-END-FLG
             GO TO EXT
           END-IF.
           IF WK-PCK-SK-WAVE (WK-WV-END + 1)
                NOT = WK-PCK-SK-WAVE (WK-IX)
             MOVE "Y" TO WK-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-WV-END.
       EXT.
           EXIT.
      *
      *    受注番号順に挿入(登録済みの受注は無視)
       SLOT-TOROKU-RTN     SECTION.
           MOVE ZERO TO WK-SLT-NO.
           PERFORM SLOT-FIND-RTN
             VARYING WK-SLT-IX FROM 1 BY 1
             UNTIL WK-SLT-IX > WK-SLT-CNT
                OR WK-SLT-NO NOT = ZERO.
           IF WK-SLT-NO NOT = ZERO
             GO TO EXT
           END-IF.
           IF WK-SLT-CNT >= 999
             DISPLAY "!!! KUBM132 ABEND : SLOT TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           MOVE WK-SLT-CNT TO WK-SLT-IX.
           MOVE "N" TO WK-SLT-POS-FLG.
           PERFORM SLOT-SHIFT-RTN
             UNTIL WK-SLT-IX = ZERO
                OR WK-SLT-POS-FLG = "Y".
           ADD 1 TO WK-SLT-IX.
           MOVE WK-PCK-JUCHU-NO (WK-KX) TO WK-SLT-JUCHU-NO (WK-SLT-IX).
           MOVE WK-PCK-TOKU-COD (WK-KX) TO WK-SLT-TOKU-COD (WK-SLT-IX).
           ADD 1 TO WK-SLT-CNT.
       EXT.
           EXIT.
      *
       SLOT-FIND-RTN       SECTION.
           IF WK-SLT-JUCHU-NO (WK-SLT-IX) = WK-PCK-JUCHU-NO (WK-KX)
             MOVE WK-SLT-IX TO WK-SLT-NO
           END-IF.
       EXT.
           EXIT.
      *
       SLOT-SHIFT-RTN      SECTION.
           IF WK-SLT-JUCHU-NO (WK-SLT-IX) < WK-PCK-JUCHU-NO (WK-KX)
             MOVE "Y" TO WK-SLT-POS-FLG
             GO TO EXT
           END-IF.
           MOVE WK-SLT-ENT (WK-SLT-IX) TO WK-SLT-ENT (WK-SLT-IX + 1).
           SUBTRACT 1 FROM WK-SLT-IX.
       EXT.
           EXIT.
      *
       SLOT-PRINT-RTN      SECTION.
           INITIALIZE WK-SLT-LINE.
           MOVE WK-SLT-IX TO WK-SL-SLOT-NO.
           MOVE WK-SLT-JUCHU-NO (WK-SLT-IX) TO WK-SL-JUCHU-NO.
           MOVE WK-SLT-TOKU-COD (WK-SLT-IX) TO WK-SL-TOKU-COD.
           MOVE WK-SLT-LINE TO SMF-REC.
           WRITE SMF-REC.
       EXT.
           EXIT.
      *
      *    棚・商品1件分(WK-IXから同じ棚・商品の明細)の印字
       GROUP-RTN           SECTION.
           MOVE WK-IX TO WK-GR-END.
           MOVE "N" TO WK-END-FLG.
           PERFORM GROUP-END-RTN
             UNTIL WK-END-FLG = "Y".
           MOVE ZERO TO WK-GR-SURYO.
           MOVE ZERO TO WK-GR-JUCHU-SU.
           PERFORM GROUP-SUM-RTN
             VARYING WK-KX FROM WK-IX BY 1
             UNTIL WK-KX > WK-GR-END.
      *
           INITIALIZE WK-TPK-LINE.
           MOVE WK-PCK-WALK-JUN (WK-IX) TO WK-TPK-WALK-JUN.
           MOVE WK-PCK-TANA-NO (WK-IX) TO WK-TPK-TANA-NO.
           MOVE WK-PCK-SOKO-COD (WK-IX) TO WK-TPK-SOKO-COD.
           MOVE WK-PCK-SHOHIN-NO (WK-IX) TO WK-TPK-SHOHIN-NO.
           MOVE WK-PCK-SHOHIN-MEI (WK-IX) TO WK-TPK-SHOHIN-MEI.
      *    合計数量をケース数＋端数に分解して印字する
           MOVE SPACE TO TNI-KBN.
           MOVE WK-GR-SURYO TO TNI-SURYO.
           MOVE WK-PCK-CASE-IRISU (WK-IX) TO TNI-CASE-IRISU.
           MOVE ZERO TO TNI-BALL-IRISU.
           MOVE ZERO TO TNI-MIN-HACHU-TANI.
           MOVE "N" TO TNI-MIN-CHECK.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KUBS050" USING KUBS050-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           MOVE TNI-CASE-SU TO WK-TPK-CASE-SU.
           MOVE TNI-HASU-SURYO TO WK-TPK-HASU.
           MOVE WK-GR-JUCHU-SU TO WK-TPK-JUCHU-SU.
           MOVE WK-PCK-BARCODE (WK-IX) TO WK-TPK-BARCODE.
           MOVE WK-TPK-LINE TO PKF-REC.
           WRITE PKF-REC.
      *
           INITIALIZE WK-SMS-LINE.
           MOVE WK-PCK-SHOHIN-NO (WK-IX) TO WK-SMS-SHOHIN-NO.
           MOVE WK-PCK-SHOHIN-MEI (WK-IX) TO WK-SMS-SHOHIN-MEI.
           MOVE WK-GR-SURYO TO WK-SMS-SURYO.
           MOVE SPACE TO SMF-REC.
           WRITE SMF-REC.
           MOVE WK-SMS-LINE TO SMF-REC.
           WRITE SMF-REC.
           PERFORM TANE-RTN
             VARYING WK-KX FROM WK-IX BY 1
             UNTIL WK-KX > WK-GR-END.
           COMPUTE WK-IX = WK-GR-END + 1.
       EXT.
           EXIT.
      *
       GROUP-END-RTN       SECTION.
           IF WK-GR-END >= WK-WV-END
             MOVE "Y" TO WK-END-FLG
             GO TO EXT
           END-IF.
           IF WK-PCK-SORT-KEY (WK-GR-END + 1)
                NOT = WK-PCK-SORT-KEY (WK-IX)
             MOVE "Y" TO WK-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-GR-END.
       EXT.
           EXIT.
      *
       GROUP-SUM-RTN       SECTION.
           ADD WK-PCK-SURYO (WK-KX) TO WK-GR-SURYO.
           ADD 1 TO WK-GR-JUCHU-SU.
       EXT.
           EXIT.
      *
      *    明細1件の仕分け口と数量
       TANE-RTN            SECTION.
           MOVE ZERO TO WK-SLT-NO.
           PERFORM SLOT-FIND-RTN
             VARYING WK-SLT-IX FROM 1 BY 1
             UNTIL WK-SLT-IX > WK-SLT-CNT
                OR WK-SLT-NO NOT = ZERO.
           INITIALIZE WK-SMD-LINE.
           MOVE WK-SLT-NO TO WK-SMD-SLOT-NO.
           MOVE WK-PCK-JUCHU-NO (WK-KX) TO WK-SMD-JUCHU-NO.
           MOVE WK-PCK-TOKU-COD (WK-KX) TO WK-SMD-TOKU-COD.
           MOVE WK-PCK-SURYO (WK-KX) TO WK-SMD-SURYO.
           MOVE WK-SMD-LINE TO SMF-REC.
           WRITE SMF-REC.
       EXT.
           EXIT.
      *
       OUTPUT-BIN-RTN      SECTION.
           MOVE SPACE TO BNO-REC.
           IF WK-PKF-FILE-ERR = "00"
             CLOSE PKF-FILE
           END-IF.
           IF WK-BCD-FILE-ERR = "00"
             CLOSE BCD-FILE
           END-IF.
           IF WK-SHO-FILE-ERR = "00"
             CLOSE SHO-FILE
           END-IF.
           IF WK-SMF-FILE-ERR = "00"
             CLOSE SMF-FILE
           END-IF.
           DISPLAY "ALFCNT=" WK-ALF-CNT.
           DISPLAY "PCKCNT=" WK-PCK-CNT.
           DISPLAY "TANANASHICNT=" WK-TANA-NASHI-CNT.
           DISPLAY "WAVECNT=" WK-WAVE-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM132 END ***".
       EXT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 4                     TO RUNHIS-CNT-CNT.
           MOVE "ALFCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-ALF-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "PCKCNT"              TO RUNHIS-CNT-LABEL (2).
           MOVE WK-PCK-CNT            TO RUNHIS-CNT-VALUE (2).
           MOVE "TANANASHIC"          TO RUNHIS-CNT-LABEL (3).
           MOVE WK-TANA-NASHI-CNT     TO RUNHIS-CNT-VALUE (3).
           MOVE "WAVECNT"             TO RUNHIS-CNT-LABEL (4).
           MOVE WK-WAVE-CNT           TO RUNHIS-CNT-VALUE (4).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
