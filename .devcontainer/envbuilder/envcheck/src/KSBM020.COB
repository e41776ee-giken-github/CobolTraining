      *                  　場合は、発注点を下回った商品について倉庫別
      *                  　の在庫残も内訳行として印字するようにした
      *                  　（どの倉庫が枯れているかを発注前に判る）
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：商品ライフサイクル区分が実行日時点で終売
      *                  　予定・終売の商品は補充しないため、発注点を
      *                  　下回ってもアラートの対象外とした
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       01  SHO-CNT                     PIC 9(10) VALUE ZERO.
       01  OEF-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-ALERT-CNT                PIC 9(10) VALUE ZERO.
       01  WK-SHUBAI-SKIP-CNT          PIC 9(10) VALUE ZERO.
      *実行日時点で有効なライフサイクル区分（適用開始日前は販売中）
       01  WK-LIFE-KBN                 PIC X(1) VALUE SPACE.
       01  WK-ZAIKO                    PIC S9(08) VALUE ZERO.
      *
      *発注点(環境変数KSBM020-THRESHOLDで上書き可。未設定時は既定値)
      *    メイン処理（在庫残計算・発注点判定）
      ******************************************************************
       MAIN-RTN                        SECTION.
      *    終売予定・終売の商品は補充しないのでアラートを出さない
           MOVE SPACE TO WK-LIFE-KBN.
           IF CFSHO-LIFE-DATE <= WK-DATE-HOZON
             MOVE CFSHO-LIFE-KBN TO WK-LIFE-KBN
           END-IF.
           IF WK-LIFE-KBN = "Y" OR WK-LIFE-KBN = "E"
             ADD 1 TO WK-SHUBAI-SKIP-CNT
             PERFORM READ-RTN
             GO TO EXI
           END-IF.
      *
           COMPUTE WK-ZAIKO = CFSHO-ZENGETU-ZAIKO
                             + CFSHO-TOUGETU-NYUKO
                             - CFSHO-TOUGETU-SYUKO.
           DISPLAY "*** KSBM020 SHO=" SHO-CNT.
           DISPLAY "*** KSBM020 OEF=" OEF-CNT.
           DISPLAY "*** KSBM020 ALERT=" WK-ALERT-CNT.
           DISPLAY "*** KSBM020 SHUBAI-SKIP=" WK-SHUBAI-SKIP-CNT.
           DISPLAY "*** KSBM020 END ***".
       EXI.
           EXIT.
