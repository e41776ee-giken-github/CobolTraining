      *                  　全倉庫合計が商品マスタの会社バケットと一致
      *                  　しない商品へ「倉庫計不一致」を表示する照合
      *                  　を追加（倉庫別在庫なしの運用は従来どおり）
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：流通加工(KSBM132)の加工出庫("K")を出庫と
      *                  　同じく減算して集計する(加工入庫"P"は加算)
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：期限切れロットの廃棄("D"、KSBM135)を出庫と
      *                  　同じく減算して集計する
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
             MOVE CFIDJ-SHOHIN-NO TO WK-IDJ-SHOHIN-NO (WK-IDJ-IDX)
             MOVE ZERO TO WK-IDJ-NET-SURYO (WK-IDJ-IDX)
           END-IF.
           IF CFIDJ-SYUKO OR CFIDJ-KAKO-SYUKO OR CFIDJ-HAIKI
             COMPUTE WK-IDJ-NET-SURYO (WK-IDJ-IDX) =
               WK-IDJ-NET-SURYO (WK-IDJ-IDX) - CFIDJ-SURYO
           ELSE
