      *                 行う。だれに配分しだれを見送ったかの引当判断
      *                 レポート(RPT)を印字する。直送明細・部品表の
      *                 あるセット品は対象外(KUBM125・KUBM127が処理)。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：引当結果(ALF)・バックオーダー(BOF)へ受注明細の
      *                 決済方法(代金引換"D")を引き継ぐようにした
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：委託倉庫(倉庫マスタSOKのCFSOK-ITAKU。得意先
      *                 預けの在庫)を引当可能在庫に含めないようにし、
      *                 委託消化の明細(UF010-ITAKU、委託倉庫から納品
      *                 済み)を引当の対象外とした
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：引当結果の出荷日を納品先の受入可能曜日に合わせ
      *                 る(KUBS070で業務日付＋輸送日数の納品日が受入
      *                 可能曜日になるまで倉庫営業日単位で繰り下げる)
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：ロットFEFO引当(KUBS030)へ得意先を渡し、得意先
      *                 の最低残存期間を満たすロットだけを引き当てる。
      *                 残存期間不足("K")の明細はバックオーダーへ回し、
      *                 一覧に"KIGEN"と印字して件数を表示する
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：実行開始時に更新前イメージ退避(KCBS090)の実行ID
      *                 を設定し、ロットFEFO引当(KUBS030)が引き落とす
      *                 ロットの変更前イメージを記録させるようにした
      *                 (異常終了時にKCBM120でこの実行分だけを戻すため)
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
           SELECT SZA-FILE
             ASSIGN TO EXTERNAL SZA
               FILE STATUS IS WK-SZA-FILE-ERR.
           SELECT SOK-FILE
             ASSIGN TO EXTERNAL SOK
               FILE STATUS IS WK-SOK-FILE-ERR.
           SELECT BOM-FILE
             ASSIGN TO EXTERNAL BOM
               FILE STATUS IS WK-BOM-FILE-ERR.
       FD  SZA-FILE.
       01  SZA-REC.
           COPY KCCFSZA.
       FD  SOK-FILE.
       01  SOK-REC.
           COPY KCCFSOK.
       FD  BOM-FILE.
       01  BOM-REC.
           COPY KCCFBOM.
           COPY KSTDRC.
           COPY KUSTMP-PARAMS.
           COPY KUBS030-PARAMS.
      *    更新前イメージ退避(KCBS090)呼出用
           COPY KCBS090P.
      *    納品先受入条件・出荷日調整(KUBS070)呼出用
           COPY KUBS070-PARAMS.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-UOF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SZA-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-BOM-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHH-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ALF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  UOF-END-FLG                 PIC  X(01) VALUE "N".
       01  TOK-END-FLG                 PIC  X(01) VALUE "N".
       01  SZA-END-FLG                 PIC  X(01) VALUE "N".
       01  SOK-END-FLG                 PIC  X(01) VALUE "N".
       01  BOM-END-FLG                 PIC  X(01) VALUE "N".
       01  SHH-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      ******************************************************************
      *  委託倉庫テーブル(委託倉庫の在庫は引当可能在庫に含めない)
      ******************************************************************
       01  WK-ITK-TBL.
           03  WK-ITK-CNT              PIC  9(03) VALUE ZERO.
           03  WK-ITK-ENT              OCCURS 100 TIMES
                                        INDEXED BY WK-ITK-IDX.
             05  WK-ITK-SOKO-COD       PIC  X(02).
      ******************************************************************
      *  出荷停止商品テーブル
      ******************************************************************
       01  WK-SHH-TBL.
             05  WK-LIN-SURYO          PIC  9(05).
             05  WK-LIN-JUCHU-DATE     PIC  9(08).
             05  WK-LIN-SHIPTO-COD     PIC  X(02).
             05  WK-LIN-KESSAI-KBN     PIC  X(01).
       01  WK-SWAP-ENT                 PIC  X(59).
       01  WK-IX                       PIC  9(05) VALUE ZERO.
       01  WK-JX                       PIC  9(05) VALUE ZERO.
       01  WK-MIN-IX                   PIC  9(05) VALUE ZERO.
       01  WK-HIKIATE-CNT              PIC  9(09) VALUE ZERO.
       01  WK-BO-CNT                   PIC  9(09) VALUE ZERO.
       01  WK-HORYU-CNT                PIC  9(09) VALUE ZERO.
       01  WK-KIGEN-CNT                PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  引当判断レポート印字用
      ******************************************************************
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
      *    更新前イメージは実行履歴と同じ実行IDで記録する
           MOVE "S" TO BIJ-FUNCTION.
           MOVE "KUBM144" TO BIJ-RUN-PGM-ID.
           MOVE WK-RUNHIS-START-DATE TO BIJ-RUN-DATE.
           MOVE WK-RUNHIS-START-TIME TO BIJ-RUN-TIME.
           CALL "KCBS090" USING KCBS090-P1.
      *
           OPEN INPUT BSD-FILE.
           IF WK-BSD-FILE-ERR = "00"
           IF WK-TOK-FILE-ERR = "00"
             PERFORM LOAD-TOK-RTN  UNTIL TOK-END-FLG = "Y"
           END-IF.
      *    倉庫マスタは任意(無ければ全倉庫を引当可能在庫とする)
           OPEN INPUT SOK-FILE.
           IF WK-SOK-FILE-ERR = "00"
             PERFORM LOAD-SOK-RTN  UNTIL SOK-END-FLG = "Y"
             CLOSE SOK-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-SOK-FILE-ERR.
           PERFORM LOAD-SZA-RTN  UNTIL SZA-END-FLG = "Y".
           IF WK-BOM-FILE-ERR = "00"
             PERFORM LOAD-BOM-RTN  UNTIL BOM-END-FLG = "Y"
           MOVE CFTOK-PRIORITY TO WK-TOK-PRIORITY (WK-TOK-IDX).
       EXT.
           EXIT.
      *
       LOAD-SOK-RTN        SECTION.
           READ SOK-FILE
             AT END
               MOVE "Y" TO SOK-END-FLG
               GO TO EXT
           END-READ.
           IF NOT CFSOK-ITAKU
             GO TO EXT
           END-IF.
           IF WK-ITK-CNT >= 100
             DISPLAY "*** KUBM144 WARNING ITK TABLE FULL"
             MOVE RC-WARNING TO RETURN-CODE
             MOVE "Y" TO SOK-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-ITK-CNT.
           SET WK-ITK-IDX TO WK-ITK-CNT.
           MOVE CFSOK-SOKO-COD TO WK-ITK-SOKO-COD (WK-ITK-IDX).
       EXT.
           EXIT.
      *
       LOAD-SZA-RTN        SECTION.
           READ SZA-FILE
               MOVE "Y" TO SZA-END-FLG
               GO TO EXT
           END-READ.
      *    委託倉庫(得意先預け)の在庫は引き当てない
           IF WK-ITK-CNT > ZERO
             SET WK-ITK-IDX TO 1
             SEARCH WK-ITK-ENT
               AT END
                 CONTINUE
               WHEN WK-ITK-IDX > WK-ITK-CNT
                 CONTINUE
               WHEN WK-ITK-SOKO-COD (WK-ITK-IDX) = CFSZA-SOKO-COD
                 GO TO EXT
             END-SEARCH
           END-IF.
           MOVE CFSZA-SHOHIN-NO TO WK-LOOKUP-SHOHIN-NO.
           PERFORM FIND-ZAI-RTN.
           COMPUTE WK-ZAI-ZAIKO (WK-ZAI-IDX) =
           IF NOT UF010-SALE-REC
             GO TO EXT
           END-IF.
           IF UF010-CHOKUSO-YES OR UF010-ITAKU
             GO TO EXT
           END-IF.
      *    部品表のあるセット品はKUBM127の対象
           MOVE UF010-SURYO TO WK-LIN-SURYO (WK-LIN-CNT).
           MOVE UF010-JUCHU-DATE TO WK-LIN-JUCHU-DATE (WK-LIN-CNT).
           MOVE UF010-SHIPTO-COD TO WK-LIN-SHIPTO-COD (WK-LIN-CNT).
           MOVE UF010-KESSAI-KBN TO WK-LIN-KESSAI-KBN (WK-LIN-CNT).
       EXT.
           EXIT.
      *
           MOVE WK-LIN-SHOHIN-NO (WK-IX) TO LOT-SHOHIN-NO.
           MOVE WK-LIN-SURYO (WK-IX) TO LOT-SURYO.
           MOVE WK-BASE-DATE TO LOT-BASE-DATE.
           MOVE WK-LIN-TOKU-COD (WK-IX) TO LOT-TOKU-COD.
           CALL "KUBS030" USING KUBS030-P1.
           EVALUATE TRUE
             WHEN LOT-RCD = SPACE
                 PERFORM BACKORDER-RTN
                 MOVE "MIOKURI" TO WK-RPT-KBN
               END-IF
             WHEN LOT-RCD = "K"
      *        得意先の残存期間を満たすロットが無い
               ADD 1 TO WK-KIGEN-CNT
               PERFORM BACKORDER-RTN
               MOVE "KIGEN" TO WK-RPT-KBN
             WHEN OTHER
      *        ロット不足・障害はバックオーダーへ
               PERFORM BACKORDER-RTN
           MOVE WK-LIN-SHOHIN-MEI (WK-IX) TO CFALF-SHOHIN-MEI.
           MOVE WK-LIN-SURYO (WK-IX) TO CFALF-SURYO.
           MOVE WK-LIN-JUCHU-DATE (WK-IX) TO CFALF-JUCHU-DATE.
      *    出荷日は納品先の受入可能曜日に合わせて繰り下げる
           MOVE "C" TO NKB-FUNCTION.
           MOVE WK-LIN-TOKU-COD (WK-IX) TO NKB-TOKU-COD.
           MOVE WK-LIN-SHIPTO-COD (WK-IX) TO NKB-SHIPTO-COD.
           MOVE SPACE TO NKB-REGION-COD.
           MOVE SPACE TO NKB-CARRIER-COD.
           MOVE WK-BASE-DATE TO NKB-SHIP-DATE.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KUBS070" USING KUBS070-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           MOVE NKB-SHIP-DATE TO CFALF-SHIP-DATE.
      *    ロット管理商品はＦＥＦＯで決めたロット・倉庫を記録する。
      *    出庫の在庫移動記帳は納品書印刷(KUBM082)がALFから行う。
           MOVE WK-LOT-SOKO-WK TO CFALF-SOKO-COD.
           MOVE WK-LOT-LOT-NO-WK TO CFALF-LOT-NO.
           MOVE WK-LIN-SHIPTO-COD (WK-IX) TO CFALF-SHIPTO-COD.
           MOVE WK-LIN-KESSAI-KBN (WK-IX) TO CFALF-KESSAI-KBN.
           WRITE ALF-REC.
           ADD 1 TO WK-HIKIATE-CNT.
      *
           MOVE WK-LIN-SURYO (WK-IX) TO CFBOF-ZAN-SURYO.
           MOVE WK-BASE-DATE TO CFBOF-ENTRY-DATE.
           MOVE WK-LIN-SHIPTO-COD (WK-IX) TO CFBOF-SHIPTO-COD.
           MOVE WK-LIN-KESSAI-KBN (WK-IX) TO CFBOF-KESSAI-KBN.
           MOVE SPACE TO CFBOF-HOLD-FLG.
           WRITE BOF-REC.
           ADD 1 TO WK-BO-CNT.
           MOVE WK-LIN-SURYO (WK-IX) TO CFBOF-ZAN-SURYO.
           MOVE WK-BASE-DATE TO CFBOF-ENTRY-DATE.
           MOVE WK-LIN-SHIPTO-COD (WK-IX) TO CFBOF-SHIPTO-COD.
           MOVE WK-LIN-KESSAI-KBN (WK-IX) TO CFBOF-KESSAI-KBN.
           MOVE "Y" TO CFBOF-HOLD-FLG.
           WRITE BOF-REC.
       EXT.
             DISPLAY "*** KUBM144 WARNING LOT KAKIMODOSHI SHIPPAI"
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           MOVE "X" TO BIJ-FUNCTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KCBS090" USING KCBS090-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           DISPLAY "LINCNT=" WK-LIN-CNT.
           DISPLAY "HIKIATECNT=" WK-HIKIATE-CNT.
           DISPLAY "BOCNT=" WK-BO-CNT.
           DISPLAY "HORYUCNT=" WK-HORYU-CNT.
           DISPLAY "KIGENCNT=" WK-KIGEN-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM144 END ***".
       EXT.
