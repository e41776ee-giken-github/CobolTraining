      *                 変換)ＡＬＦ・ＢＯに現れないため、毎日ブレーク
      *                 と誤判定していた。出荷停止の保留明細は保留
      *                 フラグ付きでＢＯへ入るため右辺に数えられる
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：委託消化の明細(UF010-ITAKU)も受付明細の計数
      *                 から除外。委託倉庫から納品済みで引当を通らず
      *                 ＡＬＦ・ＢＯに現れないため
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
               MOVE "Y" TO UOF-END-FLG
               GO TO EXT
           END-READ.
      *    直送明細は引当を通らない(KUBM125が発注へ変換)ため対象外。
      *    委託消化の明細も委託倉庫から納品済みで引当を通らない
           IF UF010-SALE-REC AND UF010-JUCHU-DATE = WK-BASE-DATE
            AND NOT UF010-CHOKUSO-YES
            AND NOT UF010-ITAKU
             ADD 1 TO WK-UKETSUKE-CNT
           END-IF.
       EXT.
