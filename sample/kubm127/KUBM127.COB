      *                 オーダー(BOF)へ書き出すよう変更(報告だけでは
      *                 停止解除後も出荷できなかった)。バックオーダー
      *                 行へ納品先コードも引き継ぐ
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：引当結果(ALF)・バックオーダー(BOF)へ受注明細の
      *                 決済方法(代金引換"D")を引き継ぐようにした
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：委託倉庫(倉庫マスタSOKのCFSOK-ITAKU。得意先
      *                 預けの在庫)を構成品の在庫に含めないようにし、
      *                 委託消化の明細(UF010-ITAKU)を対象外とした
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：流通加工(KSBM132)で組み立て済みのセット品の
      *                 在庫(セット品番の倉庫別在庫)があれば先に引き
      *                 当て、足りない数量だけを構成品へ展開するよう
      *                 にした(全量一括の判定は展開する数量で行う)。
      *                 完成品から引き当てた分はピッキングリストへ
      *                 構成品欄にセット品番を入れた行で印字する
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：引当結果の出荷日を納品先の受入可能曜日に合わせ
      *                 る(KUBS070で業務日付＋輸送日数の納品日が受入
      *                 可能曜日になるまで倉庫営業日単位で繰り下げる)
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：構成品のロットFEFO引当(KUBS030)へ得意先を渡し、
      *                 得意先の最低残存期間を満たすロットをピッキング
      *                 リストに印字する(満たすロットが無ければ空欄)
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
           SELECT SHH-FILE
             ASSIGN TO EXTERNAL SHH
               FILE STATUS IS WK-SHH-FILE-ERR.
       FD  SZA-FILE.
       01  SZA-REC.
           COPY KCCFSZA.
       FD  SOK-FILE.
       01  SOK-REC.
           COPY KCCFSOK.
       FD  SHH-FILE.
       01  SHH-REC.
           COPY KCCFSHH.
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
       01  WK-BOM-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SZA-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHH-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ALF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-BOF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  UOF-END-FLG                 PIC  X(01) VALUE "N".
       01  BOM-END-FLG                 PIC  X(01) VALUE "N".
       01  SZA-END-FLG                 PIC  X(01) VALUE "N".
       01  SOK-END-FLG                 PIC  X(01) VALUE "N".
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
       01  WK-TARIRU-FLG               PIC  X(01) VALUE "N".
       01  WK-HOLD-FLG                 PIC  X(01) VALUE "N".
       01  WK-HITSUYO-SURYO            PIC S9(09) VALUE ZERO.
      *    組立済みのセット品から引き当てる数量と構成品へ展開する数量
       01  WK-KANSEI-SURYO             PIC S9(09) VALUE ZERO.
       01  WK-TENKAI-SURYO             PIC S9(09) VALUE ZERO.
       01  WK-KIT-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-HIKIATE-CNT              PIC  9(09) VALUE ZERO.
       01  WK-BO-CNT                   PIC  9(09) VALUE ZERO.
       01  WK-HORYU-CNT                PIC  9(09) VALUE ZERO.
       01  WK-KANSEI-CNT               PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  ピッキングリスト印字用
      ******************************************************************
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
      *    更新前イメージは実行履歴と同じ実行IDで記録する
           MOVE "S" TO BIJ-FUNCTION.
           MOVE "KUBM127" TO BIJ-RUN-PGM-ID.
           MOVE WK-RUNHIS-START-DATE TO BIJ-RUN-DATE.
           MOVE WK-RUNHIS-START-TIME TO BIJ-RUN-TIME.
           CALL "KCBS090" USING KCBS090-P1.
      *
           OPEN INPUT BSD-FILE.
           IF WK-BSD-FILE-ERR = "00"
           MOVE "*** KUBM127 SET-HIN PICKING LIST ***" TO PKF-REC.
           WRITE PKF-REC.
           PERFORM LOAD-BOM-RTN  UNTIL BOM-END-FLG = "Y".
      *    倉庫マスタは任意(無ければ全倉庫を引当可能在庫とする)
           OPEN INPUT SOK-FILE.
           IF WK-SOK-FILE-ERR = "00"
             PERFORM LOAD-SOK-RTN  UNTIL SOK-END-FLG = "Y"
             CLOSE SOK-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-SOK-FILE-ERR.
           PERFORM LOAD-SZA-RTN  UNTIL SZA-END-FLG = "Y".
           IF WK-SHH-FILE-ERR = "00"
             PERFORM LOAD-SHH-RTN  UNTIL SHH-END-FLG = "Y"
           EXIT.
      *
      *    引当可能在庫＝前月在庫＋当月入庫－当月出庫の全倉庫合計
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
             DISPLAY "*** KUBM127 WARNING ITK TABLE FULL"
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
             AT END
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
             GO TO NEXT-REC
           END-IF.
      *    委託消化の明細は委託倉庫から納品済みのため引き当てない
           IF UF010-ITAKU
             GO TO NEXT-REC
           END-IF.
      *
      *    部品表に行があるか(無ければ通常品なので対象外)
           MOVE "N" TO WK-KIT-FLG.
             GO TO NEXT-REC
           END-IF.
      *
      *    組立済みのセット品の在庫を先に充て、残りを構成品へ展開
           MOVE UF010-SHOHIN-NO TO WK-LOOKUP-SHOHIN-NO.
           PERFORM FIND-ZAI-RTN.
           IF WK-ZAI-ZAIKO (WK-ZAI-IDX) >= UF010-SURYO
             MOVE UF010-SURYO TO WK-KANSEI-SURYO
           ELSE
             IF WK-ZAI-ZAIKO (WK-ZAI-IDX) > ZERO
               MOVE WK-ZAI-ZAIKO (WK-ZAI-IDX) TO WK-KANSEI-SURYO
             ELSE
               MOVE ZERO TO WK-KANSEI-SURYO
             END-IF
           END-IF.
           COMPUTE WK-TENKAI-SURYO = UF010-SURYO - WK-KANSEI-SURYO.
      *
      *    全構成品の在庫が揃うかの確認(全量一括)
           MOVE "Y" TO WK-TARIRU-FLG.
           PERFORM ZAIKO-CHECK-RTN
             GO TO EXT
           END-IF.
           COMPUTE WK-HITSUYO-SURYO =
             WK-BOM-SURYO (WK-BOM-IX) * WK-TENKAI-SURYO.
           MOVE WK-BOM-COMP (WK-BOM-IX) TO WK-LOOKUP-SHOHIN-NO.
           PERFORM FIND-ZAI-RTN.
           IF WK-ZAI-ZAIKO (WK-ZAI-IDX) < WK-HITSUYO-SURYO
           MOVE UF010-SHOHIN-MEI TO CFALF-SHOHIN-MEI.
           MOVE UF010-SURYO TO CFALF-SURYO.
           MOVE UF010-JUCHU-DATE TO CFALF-JUCHU-DATE.
      *    出荷日は納品先の受入可能曜日に合わせて繰り下げる
           MOVE "C" TO NKB-FUNCTION.
           MOVE UF010-TOKU-COD TO NKB-TOKU-COD.
           MOVE UF010-SHIPTO-COD TO NKB-SHIPTO-COD.
           MOVE SPACE TO NKB-REGION-COD.
           MOVE SPACE TO NKB-CARRIER-COD.
           MOVE WK-BASE-DATE TO NKB-SHIP-DATE.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KUBS070" USING KUBS070-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           MOVE NKB-SHIP-DATE TO CFALF-SHIP-DATE.
           MOVE SPACE TO CFALF-SOKO-COD.
           MOVE SPACE TO CFALF-LOT-NO.
           MOVE UF010-SHIPTO-COD TO CFALF-SHIPTO-COD.
           MOVE UF010-KESSAI-KBN TO CFALF-KESSAI-KBN.
           WRITE ALF-REC.
           ADD 1 TO WK-HIKIATE-CNT.
      *
      *    組立済みのセット品から引き当てた分(構成品欄はセット品番)
           IF WK-KANSEI-SURYO > ZERO
             ADD 1 TO WK-KANSEI-CNT
             MOVE UF010-SHOHIN-NO TO WK-LOOKUP-SHOHIN-NO
             PERFORM FIND-ZAI-RTN
             SUBTRACT WK-KANSEI-SURYO
               FROM WK-ZAI-ZAIKO (WK-ZAI-IDX)
             MOVE SPACE TO WK-PKF-LINE
             MOVE UF010-JUCHU-NO TO WK-PKF-JUCHU-NO
             MOVE UF010-SHOHIN-NO TO WK-PKF-KIT
             MOVE UF010-SHOHIN-NO TO WK-PKF-COMP
             MOVE WK-KANSEI-SURYO TO WK-PKF-SURYO
             MOVE WK-PKF-LINE TO PKF-REC
             WRITE PKF-REC
           END-IF.
      *
           PERFORM COMP-OUT-RTN
             VARYING WK-BOM-IX FROM 1 BY 1
      *
       COMP-OUT-RTN        SECTION.
           IF WK-BOM-KIT (WK-BOM-IX) NOT = UF010-SHOHIN-NO
            OR WK-TENKAI-SURYO = ZERO
             GO TO EXT
           END-IF.
           COMPUTE WK-HITSUYO-SURYO =
             WK-BOM-SURYO (WK-BOM-IX) * WK-TENKAI-SURYO.
           MOVE WK-BOM-COMP (WK-BOM-IX) TO WK-LOOKUP-SHOHIN-NO.
           PERFORM FIND-ZAI-RTN.
           SUBTRACT WK-HITSUYO-SURYO
             MOVE WK-HITSUYO-SURYO TO LOT-SURYO
           END-IF.
           MOVE WK-BASE-DATE TO LOT-BASE-DATE.
           MOVE UF010-TOKU-COD TO LOT-TOKU-COD.
           CALL "KUBS030" USING KUBS030-P1.
           IF LOT-RCD = SPACE
             MOVE LOT-LOT-NO TO WK-PKF-LOT-NO
           MOVE UF010-SURYO TO CFBOF-ZAN-SURYO.
           MOVE WK-BASE-DATE TO CFBOF-ENTRY-DATE.
           MOVE UF010-SHIPTO-COD TO CFBOF-SHIPTO-COD.
           MOVE UF010-KESSAI-KBN TO CFBOF-KESSAI-KBN.
           MOVE SPACE TO CFBOF-HOLD-FLG.
           WRITE BOF-REC.
           ADD 1 TO WK-BO-CNT.
           MOVE UF010-SURYO TO CFBOF-ZAN-SURYO.
           MOVE WK-BASE-DATE TO CFBOF-ENTRY-DATE.
           MOVE UF010-SHIPTO-COD TO CFBOF-SHIPTO-COD.
           MOVE UF010-KESSAI-KBN TO CFBOF-KESSAI-KBN.
           MOVE "Y" TO CFBOF-HOLD-FLG.
           WRITE BOF-REC.
       EXT.
             DISPLAY "*** KUBM127 WARNING LOT KAKIMODOSHI SHIPPAI"
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           MOVE "X" TO BIJ-FUNCTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KCBS090" USING KCBS090-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
      *
           DISPLAY "KITCNT=" WK-KIT-CNT.
           DISPLAY "HIKIATECNT=" WK-HIKIATE-CNT.
           DISPLAY "BOCNT=" WK-BO-CNT.
           DISPLAY "HORYUCNT=" WK-HORYU-CNT.
           DISPLAY "KANSEICNT=" WK-KANSEI-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM127 END ***".
       EXT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "KITCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-KIT-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "HIKIATECNT"          TO RUNHIS-CNT-LABEL (2).
           MOVE WK-BO-CNT             TO RUNHIS-CNT-VALUE (3).
           MOVE "HORYUCNT"            TO RUNHIS-CNT-LABEL (4).
           MOVE WK-HORYU-CNT          TO RUNHIS-CNT-VALUE (4).
           MOVE "KANSEICNT"           TO RUNHIS-CNT-LABEL (5).
           MOVE WK-KANSEI-CNT         TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
