      *                 運賃請求データ(KCCFFRB)へ書き出し、請求書発行
      *                 (KUBM070)の運賃行とマニフェスト(KUBM083)の
      *                 重量印字の入力になる。一覧(RPT)も印字する。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：代金引換(CFALF-KESSAI-KBN="D")の納品は、受注明細
      *                 (UOF)の金額を出荷数量で按分した商品代金、商品の
      *                 税区分による消費税(消費税率マスタKCCFZEI)、
      *                 運賃とその消費税(標準税率)を合計した代引金額を
      *                 運賃請求データ(CFFRB-DAIBIKI-KINGAKU)へ設定する
      *                 よう変更
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：欠品で代替品を出荷した代金引換の明細(CFALF-
      *                 CHUMON-SHOHIN-NOあり)は受注した商品で受注明細
      *                 と突き合わせて商品代金を按分するよう変更
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
           SELECT UOF-FILE
             ASSIGN TO EXTERNAL UOF
               FILE STATUS IS WK-UOF-FILE-ERR.
           SELECT ZEI-FILE
             ASSIGN TO EXTERNAL ZEI
               FILE STATUS IS WK-ZEI-FILE-ERR.
           SELECT FRB-FILE
             ASSIGN TO EXTERNAL FRB
               FILE STATUS IS WK-FRB-FILE-ERR.
       FD  UOF-FILE.
       01  UOF-REC.
           COPY KUCF010.
       FD  ZEI-FILE.
       01  ZEI-REC.
           COPY KCCFZEI.
       FD  FRB-FILE.
       01  FRB-REC.
           COPY KCCFFRB.
       01  WK-TOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-FRT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-UOF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ZEI-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-FRB-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  TOK-END-FLG                 PIC  X(01) VALUE "N".
       01  FRT-END-FLG                 PIC  X(01) VALUE "N".
       01  UOF-END-FLG                 PIC  X(01) VALUE "N".
       01  ZEI-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      ******************************************************************
      *  商品マスタ(重量)テーブル
                                        INDEXED BY WK-SHO-IDX.
             05  WK-SHO-SHOHIN-NO      PIC  X(05).
             05  WK-SHO-JURYO-G        PIC  9(07).
             05  WK-SHO-ZEI-KBN        PIC  X(01).
      ******************************************************************
      *  消費税率テーブル(代引金額の消費税算出用)
      ******************************************************************
       01  WK-ZEI-TBL.
           03  WK-ZEI-CNT              PIC  9(03) VALUE ZERO.
           03  WK-ZEI-ENT              OCCURS 100 TIMES
                                        INDEXED BY WK-ZEI-IDX.
             05  WK-ZEI-KBN            PIC  X(01).
             05  WK-ZEI-EFF-DATE       PIC  9(08).
             05  WK-ZEI-RITSU          PIC S9(02)V9(02).
       01  WK-HIT-EFF-DATE             PIC  9(08) VALUE ZERO.
       01  WK-HIT-RITSU                PIC S9(02)V9(02) VALUE ZERO.
       01  WK-ZEI-KBN-WK               PIC  X(01) VALUE SPACE.
       01  WK-ZEI-DATE-WK              PIC  9(08) VALUE ZERO.
      ******************************************************************
      *  得意先マスタ(地域・無料基準)テーブル
      ******************************************************************
             05  WK-ORD-JUCHU-NO       PIC  9(04).
             05  WK-ORD-KINGAKU        PIC S9(11).
      ******************************************************************
      *  代金引換の受注明細テーブル(出荷数量分の商品代金算出用)
      ******************************************************************
       01  WK-DAI-TBL.
           03  WK-DAI-CNT              PIC  9(05) VALUE ZERO.
           03  WK-DAI-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-DAI-IDX.
             05  WK-DAI-JUCHU-NO       PIC  9(04).
             05  WK-DAI-SHOHIN-NO      PIC  X(05).
             05  WK-DAI-JUCHU-DATE     PIC  9(08).
             05  WK-DAI-SURYO          PIC  9(05).
             05  WK-DAI-KINGAKU        PIC S9(11).
      ******************************************************************
      *  納品(受注番号)単位の集約テーブル
      ******************************************************************
       01  WK-DLV-TBL.
             05  WK-DLV-JUCHU-NO       PIC  9(04).
             05  WK-DLV-TOKU-COD       PIC  X(04).
             05  WK-DLV-JURYO-G        PIC  9(09).
             05  WK-DLV-KESSAI-KBN     PIC  X(01).
             05  WK-DLV-SHOHIN-KIN     PIC S9(11).
             05  WK-DLV-ZEI            PIC S9(09).
       01  WK-IX                       PIC  9(05) VALUE ZERO.
      *
       01  WK-REGION-COD               PIC  X(02) VALUE SPACE.
       01  WK-HIT-FLG                  PIC  X(01) VALUE "N".
       01  WK-FRB-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-RATE-NASHI-CNT           PIC  9(09) VALUE ZERO.
       01  WK-DAIBIKI-CNT              PIC  9(09) VALUE ZERO.
       01  WK-LINE-KINGAKU             PIC S9(11) VALUE ZERO.
      *    受注明細との突合せに使う商品番号(代替出荷は注文商品)
       01  WK-JUCHU-SHOHIN-NO          PIC  X(05) VALUE SPACE.
       01  WK-LINE-ZEI                 PIC S9(09) VALUE ZERO.
       01  WK-UNCHIN-ZEI               PIC S9(09) VALUE ZERO.
      ******************************************************************
      *  一覧印字用
      ******************************************************************
           03  WK-RPT-UNCHIN           PIC  -(7)9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-MSG              PIC  X(16).
           03  FILLER                  PIC  X(09) VALUE " DAIBIKI=".
           03  WK-RPT-DAIBIKI          PIC  -(10)9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           OPEN INPUT TOK-FILE.
           OPEN INPUT FRT-FILE.
           OPEN INPUT UOF-FILE.
           OPEN INPUT ZEI-FILE.
           OPEN OUTPUT FRB-FILE.
           IF WK-FRB-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM142 ABEND NOT FRB-FILE"
           PERFORM LOAD-TOK-RTN  UNTIL TOK-END-FLG = "Y".
           PERFORM LOAD-FRT-RTN  UNTIL FRT-END-FLG = "Y".
           PERFORM LOAD-UOF-RTN  UNTIL UOF-END-FLG = "Y".
           PERFORM LOAD-ZEI-RTN  UNTIL ZEI-END-FLG = "Y".
       EXT.
           EXIT.
      *
           SET WK-SHO-IDX TO WK-SHO-CNT.
           MOVE CFSHO-SHOHIN-NO TO WK-SHO-SHOHIN-NO (WK-SHO-IDX).
           MOVE CFSHO-JURYO-G TO WK-SHO-JURYO-G (WK-SHO-IDX).
           MOVE CFSHO-ZEI-KBN TO WK-SHO-ZEI-KBN (WK-SHO-IDX).
       EXT.
           EXIT.
      *
       LOAD-ZEI-RTN        SECTION.
           IF WK-ZEI-FILE-ERR NOT = "00"
             MOVE "Y" TO ZEI-END-FLG
             GO TO EXT
           END-IF.
           READ ZEI-FILE
             AT END
               MOVE "Y" TO ZEI-END-FLG
               GO TO EXT
           END-READ.
           IF WK-ZEI-CNT >= 100
             DISPLAY "!!! KUBM142 ABEND : ZEI TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-ZEI-CNT.
           SET WK-ZEI-IDX TO WK-ZEI-CNT.
           MOVE CFZEI-ZEI-KBN TO WK-ZEI-KBN (WK-ZEI-IDX).
           MOVE CFZEI-EFF-DATE TO WK-ZEI-EFF-DATE (WK-ZEI-IDX).
           MOVE CFZEI-RITSU TO WK-ZEI-RITSU (WK-ZEI-IDX).
       EXT.
           EXIT.
      *
           IF NOT UF010-SALE-REC
             GO TO EXT
           END-IF.
           IF UF010-DAIBIKI
             PERFORM LOAD-DAI-RTN
           END-IF.
           SET WK-ORD-IDX TO 1.
           IF WK-ORD-CNT > ZERO
             SEARCH WK-ORD-ENT
       EXT.
           EXIT.
      *
      *    代金引換の受注明細を控える(出荷数量分の商品代金の按分元)
       LOAD-DAI-RTN        SECTION.
           IF WK-DAI-CNT >= 5000
             DISPLAY "!!! KUBM142 ABEND : DAI TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-DAI-CNT.
           SET WK-DAI-IDX TO WK-DAI-CNT.
           MOVE UF010-JUCHU-NO TO WK-DAI-JUCHU-NO (WK-DAI-IDX).
           MOVE UF010-SHOHIN-NO TO WK-DAI-SHOHIN-NO (WK-DAI-IDX).
           MOVE UF010-JUCHU-DATE TO WK-DAI-JUCHU-DATE (WK-DAI-IDX).
           MOVE UF010-SURYO TO WK-DAI-SURYO (WK-DAI-IDX).
           MOVE UF010-KINGAKU-JPY TO WK-DAI-KINGAKU (WK-DAI-IDX).
       EXT.
           EXIT.
      *
      *    業務日付出荷分を納品(受注番号)単位に集約し重量を積む
       LOAD-ALF-RTN        SECTION.
           READ ALF-FILE
                 COMPUTE WK-DLV-JURYO-G (WK-DLV-IDX) =
                   WK-DLV-JURYO-G (WK-DLV-IDX)
                   + WK-HIT-MAX * CFALF-SURYO
                 PERFORM DAIBIKI-MEISAI-RTN
                 GO TO EXT
             END-SEARCH
           END-IF.
           MOVE CFALF-TOKU-COD TO WK-DLV-TOKU-COD (WK-DLV-IDX).
           COMPUTE WK-DLV-JURYO-G (WK-DLV-IDX) =
             WK-HIT-MAX * CFALF-SURYO.
           MOVE SPACE TO WK-DLV-KESSAI-KBN (WK-DLV-IDX).
           MOVE ZERO TO WK-DLV-SHOHIN-KIN (WK-DLV-IDX).
           MOVE ZERO TO WK-DLV-ZEI (WK-DLV-IDX).
           PERFORM DAIBIKI-MEISAI-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    代金引換の引当明細1行の商品代金・消費税を納品へ積む。商品
      *    代金は受注明細の金額を出荷数量で按分し、消費税は商品の
      *    税区分の受注日時点の税率で算出する(KUBM115と同じ算出)。
      ******************************************************************
       DAIBIKI-MEISAI-RTN  SECTION.
           IF NOT CFALF-DAIBIKI
             GO TO EXT
           END-IF.
           MOVE "D" TO WK-DLV-KESSAI-KBN (WK-DLV-IDX).
      *    代替品を出荷した明細は受注した商品で受注明細と突き合わせる
           IF CFALF-CHUMON-SHOHIN-NO = SPACE
             MOVE CFALF-SHOHIN-NO TO WK-JUCHU-SHOHIN-NO
           ELSE
             MOVE CFALF-CHUMON-SHOHIN-NO TO WK-JUCHU-SHOHIN-NO
           END-IF.
           SET WK-DAI-IDX TO 1.
           IF WK-DAI-CNT = ZERO
             GO TO EXT
           END-IF.
           SEARCH WK-DAI-ENT
             AT END
               DISPLAY "*** KUBM142 WARNING DAIBIKI MEISAI NASHI JUCHU="
                 CFALF-JUCHU-NO " SHOHIN=" CFALF-SHOHIN-NO
               MOVE RC-WARNING TO RETURN-CODE
               GO TO EXT
             WHEN WK-DAI-IDX > WK-DAI-CNT
               DISPLAY "*** KUBM142 WARNING DAIBIKI MEISAI NASHI JUCHU="
                 CFALF-JUCHU-NO " SHOHIN=" CFALF-SHOHIN-NO
               MOVE RC-WARNING TO RETURN-CODE
               GO TO EXT
             WHEN WK-DAI-JUCHU-NO (WK-DAI-IDX) = CFALF-JUCHU-NO
              AND WK-DAI-SHOHIN-NO (WK-DAI-IDX) = WK-JUCHU-SHOHIN-NO
               CONTINUE
           END-SEARCH.
           IF WK-DAI-SURYO (WK-DAI-IDX) = ZERO
             GO TO EXT
           END-IF.
           COMPUTE WK-LINE-KINGAKU ROUNDED =
             WK-DAI-KINGAKU (WK-DAI-IDX) * CFALF-SURYO
             / WK-DAI-SURYO (WK-DAI-IDX).
           ADD WK-LINE-KINGAKU TO WK-DLV-SHOHIN-KIN (WK-DLV-IDX).
      *
           MOVE SPACE TO WK-ZEI-KBN-WK.
           SET WK-SHO-IDX TO 1.
           IF WK-SHO-CNT > ZERO
             SEARCH WK-SHO-ENT
               AT END
                 CONTINUE
               WHEN WK-SHO-SHOHIN-NO (WK-SHO-IDX) = CFALF-SHOHIN-NO
                 MOVE WK-SHO-ZEI-KBN (WK-SHO-IDX) TO WK-ZEI-KBN-WK
             END-SEARCH
           END-IF.
           IF WK-ZEI-KBN-WK = SPACE OR "0"
             GO TO EXT
           END-IF.
           MOVE WK-DAI-JUCHU-DATE (WK-DAI-IDX) TO WK-ZEI-DATE-WK.
           PERFORM ZEI-RITSU-RTN.
           COMPUTE WK-LINE-ZEI =
             WK-LINE-KINGAKU * WK-HIT-RITSU / 100.
           ADD WK-LINE-ZEI TO WK-DLV-ZEI (WK-DLV-IDX).
       EXT.
           EXIT.
      *
      *    税区分(WK-ZEI-KBN-WK)の基準日(WK-ZEI-DATE-WK)時点の税率
       ZEI-RITSU-RTN       SECTION.
           MOVE ZERO TO WK-HIT-EFF-DATE.
           MOVE ZERO TO WK-HIT-RITSU.
           PERFORM ZEI-HIT-RTN
             VARYING WK-ZEI-IDX FROM 1 BY 1
             UNTIL WK-ZEI-IDX > WK-ZEI-CNT.
       EXT.
           EXIT.
      *
       ZEI-HIT-RTN         SECTION.
           IF WK-ZEI-KBN (WK-ZEI-IDX) = WK-ZEI-KBN-WK
            AND WK-ZEI-EFF-DATE (WK-ZEI-IDX) <= WK-ZEI-DATE-WK
            AND WK-ZEI-EFF-DATE (WK-ZEI-IDX) > WK-HIT-EFF-DATE
             MOVE WK-ZEI-EFF-DATE (WK-ZEI-IDX) TO WK-HIT-EFF-DATE
             MOVE WK-ZEI-RITSU (WK-ZEI-IDX) TO WK-HIT-RITSU
           END-IF.
       EXT.
           EXIT.
      *
           END-IF.
      *
           MOVE WK-UNCHIN TO WK-RPT-UNCHIN.
      *
      *    代金引換：商品代金＋消費税＋運賃(運賃は標準税率で課税)
           MOVE ZERO TO WK-UNCHIN-ZEI.
           IF WK-DLV-KESSAI-KBN (WK-DLV-IDX) = "D"
             MOVE "1" TO WK-ZEI-KBN-WK
             MOVE WK-BASE-DATE TO WK-ZEI-DATE-WK
             PERFORM ZEI-RITSU-RTN
             COMPUTE WK-UNCHIN-ZEI = WK-UNCHIN * WK-HIT-RITSU / 100
             ADD 1 TO WK-DAIBIKI-CNT
           END-IF.
           MOVE SPACE TO FRB-REC.
           MOVE WK-DLV-KESSAI-KBN (WK-DLV-IDX) TO CFFRB-KESSAI-KBN.
           IF CFFRB-DAIBIKI
             MOVE WK-DLV-SHOHIN-KIN (WK-DLV-IDX)
               TO CFFRB-DAIBIKI-SHOHIN
             COMPUTE CFFRB-DAIBIKI-ZEI =
               WK-DLV-ZEI (WK-DLV-IDX) + WK-UNCHIN-ZEI
             COMPUTE CFFRB-DAIBIKI-KINGAKU =
               CFFRB-DAIBIKI-SHOHIN + CFFRB-DAIBIKI-ZEI + WK-UNCHIN
           ELSE
             MOVE ZERO TO CFFRB-DAIBIKI-SHOHIN
             MOVE ZERO TO CFFRB-DAIBIKI-ZEI
             MOVE ZERO TO CFFRB-DAIBIKI-KINGAKU
           END-IF.
           MOVE CFFRB-DAIBIKI-KINGAKU TO WK-RPT-DAIBIKI.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
      *
           MOVE WK-DLV-TOKU-COD (WK-DLV-IDX) TO CFFRB-TOKU-COD.
           MOVE WK-DLV-JUCHU-NO (WK-DLV-IDX) TO CFFRB-JUCHU-NO.
           MOVE WK-BASE-DATE TO CFFRB-SHIP-DATE.
           IF WK-UOF-FILE-ERR = "00"
             CLOSE UOF-FILE
           END-IF.
           IF WK-ZEI-FILE-ERR = "00"
             CLOSE ZEI-FILE
           END-IF.
           IF WK-FRB-FILE-ERR = "00"
             CLOSE FRB-FILE
           END-IF.
           DISPLAY "DLVCNT=" WK-DLV-CNT.
           DISPLAY "FRBCNT=" WK-FRB-CNT.
           DISPLAY "RATENASHICNT=" WK-RATE-NASHI-CNT.
           DISPLAY "DAIBIKICNT=" WK-DAIBIKI-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM142 END ***".
       EXT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 4                     TO RUNHIS-CNT-CNT.
           MOVE "DLVCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-DLV-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "FRBCNT"              TO RUNHIS-CNT-LABEL (2).
           MOVE WK-FRB-CNT            TO RUNHIS-CNT-VALUE (2).
           MOVE "RATENASHIC"          TO RUNHIS-CNT-LABEL (3).
           MOVE WK-RATE-NASHI-CNT     TO RUNHIS-CNT-VALUE (3).
           MOVE "DAIBIKICNT"          TO RUNHIS-CNT-LABEL (4).
           MOVE WK-DAIBIKI-CNT        TO RUNHIS-CNT-VALUE (4).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
