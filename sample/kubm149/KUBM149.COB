      *                 全社遵守率も並べて傾向を示し、遵守率の低い
      *                 得意先ワースト5を末尾に印字する。納期指定の
      *                 ない明細(ZERO)は対象外。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：欠品で代替品を出荷した明細(CFALF-CHUMON-SHOHIN-
      *                 NOあり)は受注した商品で受注明細の希望納期を
      *                 探すよう変更
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
           03  WK-DONE-FLG             PIC  X(01) OCCURS 1000 TIMES.
      *
       01  WK-ONTIME-FLG               PIC  X(01) VALUE "N".
      *    受注明細との突合せに使う商品番号(代替出荷は注文商品)
       01  WK-JUCHU-SHOHIN-NO          PIC  X(05) VALUE SPACE.
       01  WK-LATE-DAYS                PIC S9(05) VALUE ZERO.
       01  WK-CATEGORY-COD             PIC  X(03) VALUE SPACE.
       01  WK-PCT                      PIC S9(03)V9(01) VALUE ZERO.
           END-IF.
      *
      *    希望納期の検索(指定なしは対象外)
      *    代替品を出荷した明細は受注した商品で受注明細と突き合わせる
           IF CFALF-CHUMON-SHOHIN-NO = SPACE
             MOVE CFALF-SHOHIN-NO TO WK-JUCHU-SHOHIN-NO
           ELSE
             MOVE CFALF-CHUMON-SHOHIN-NO TO WK-JUCHU-SHOHIN-NO
           END-IF.
           SET WK-UOF-IDX TO 1.
           IF WK-UOF-CNT = ZERO
             GO TO EXT
             AT END
               GO TO EXT
             WHEN WK-UOF-JUCHU-NO (WK-UOF-IDX) = CFALF-JUCHU-NO
              AND WK-UOF-SHOHIN-NO (WK-UOF-IDX) = WK-JUCHU-SHOHIN-NO
               CONTINUE
           END-SEARCH.
      *
