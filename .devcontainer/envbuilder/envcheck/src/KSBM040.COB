      *    サブシステム名：商品
      *    プログラム名　：発注データ・発注書作成
      *    作成日/作成者 ：２０２６年０８月２２日　システム技研
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：商品ライフサイクル区分が発注日時点で終売
      *                  　予定・終売の商品は発注点を下回っても発注
      *                  　しないようにした
      ******************************************************************
      *    商品マスタ(SHO-FILE)の在庫残が発注点(環境変数KSBM040-
      *    THRESHOLD、未設定時は10)を下回った商品を仕入先コード順に
       01  SHO-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-ALERT-CNT                PIC 9(10) VALUE ZERO.
       01  WK-SKIP-OPEN-CNT            PIC 9(10) VALUE ZERO.
       01  WK-SKIP-SHUBAI-CNT          PIC 9(10) VALUE ZERO.
       01  POF-CNT                     PIC 9(10) VALUE ZERO.
       01  PPF-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-HATCHU-CNT               PIC 9(10) VALUE ZERO.
      *発注日（環境変数KSBM040-HATCHU-DATE、未指定なら実行日）
       01  WK-HATCHU-DATE-X            PIC X(8) VALUE SPACE.
       01  WK-HATCHU-DATE              PIC 9(8) VALUE ZERO.
      *
      *発注日時点で有効なライフサイクル区分（適用開始日前は販売中）
       01  WK-LIFE-KBN                 PIC X(1) VALUE SPACE.
      *
       01  WK-ZAIKO                    PIC S9(08) VALUE ZERO.
       01  WK-TARGET                   PIC 9(07) VALUE ZERO.
      *    メイン処理（発注点判定・発注数量算出・ソート入力作成）
      ******************************************************************
       MAIN-RTN                        SECTION.
      *    終売予定・終売の商品は補充しない
           MOVE SPACE TO WK-LIFE-KBN.
           IF CFSHO-LIFE-DATE <= WK-HATCHU-DATE
             MOVE CFSHO-LIFE-KBN TO WK-LIFE-KBN
           END-IF.
           IF WK-LIFE-KBN = "Y" OR WK-LIFE-KBN = "E"
             ADD 1 TO WK-SKIP-SHUBAI-CNT
             PERFORM READ-RTN
             GO TO EXI
           END-IF.
      *
           COMPUTE WK-ZAIKO = CFSHO-ZENGETU-ZAIKO
                             + CFSHO-TOUGETU-NYUKO
                             - CFSHO-TOUGETU-SYUKO.
           DISPLAY "*** KSBM040 SHO=" SHO-CNT.
           DISPLAY "*** KSBM040 ALERT=" WK-ALERT-CNT.
           DISPLAY "*** KSBM040 SKIP-OPEN=" WK-SKIP-OPEN-CNT.
           DISPLAY "*** KSBM040 SKIP-SHUBAI=" WK-SKIP-SHUBAI-CNT.
           DISPLAY "*** KSBM040 HATCHU=" WK-HATCHU-CNT.
           DISPLAY "*** KSBM040 POF=" POF-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE            TO RUNHIS-RTN-CODE.
           MOVE 5                      TO RUNHIS-CNT-CNT.
           MOVE "SHO"                  TO RUNHIS-CNT-LABEL (1).
           MOVE SHO-CNT                TO RUNHIS-CNT-VALUE (1).
           MOVE "ALERT"                TO RUNHIS-CNT-LABEL (2).
           MOVE WK-HATCHU-CNT          TO RUNHIS-CNT-VALUE (3).
           MOVE "POF"                  TO RUNHIS-CNT-LABEL (4).
           MOVE POF-CNT                TO RUNHIS-CNT-VALUE (4).
           MOVE "SKIPSHUBAI"           TO RUNHIS-CNT-LABEL (5).
           MOVE WK-SKIP-SHUBAI-CNT     TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
