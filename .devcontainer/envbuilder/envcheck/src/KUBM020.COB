      *    変更内容    　：同一受注番号の連続入力に明細行番号を自動で
      *                  　付番するよう変更（受注ヘッダ＋明細行モデル
      *                  　対応）
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：数量の注文単位(C=ケース B=ボール 空=バラ)
      *                  　の入力を追加。商品マスタの入数で販売単位
      *                  　換算(KUBS050)して検証し、バラ換算数量を
      *                  　表示する。JF011-TANI-KBNへ単位を設定し、
      *                  　バラへの換算は受注抽出(KUBM030)で行う
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：受注ごとの完納指定(Y=完納出荷 N=分納可
      *                  　空=得意先マスタの完納区分に従う)の入力を
      *                  　追加。受注番号の1行目で入力し、同じ受注の
      *                  　2行目以降は1行目の指定を引き継いで
      *                  　JF011-KANNO-KBNへ設定する
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：商品ライフサイクル区分を受注日時点で判定
      *                  　し、終売の商品と発売日前の商品は受け付け
      *                  　ない。終売予定の商品は警告を表示したうえで
      *                  　入力を続ける
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：取扱商品制限判定(KUBS060)を追加。得意先の
      *                  　取扱禁止の商品、取扱商品限定の得意先の取扱
      *                  　商品外の商品、免許のない得意先への規制品は
      *                  　受け付けない
      ******************************************************************
      *    電話・ＦＡＸ受注をオペレータが対話形式(ACCEPT/DISPLAY、
      *    KJBM000と同じ流儀)で入力し、KJCF011形式の受注バッチ
       01  WK-IN-TOKU-COD              PIC X(4) VALUE SPACE.
       01  WK-IN-SHOHIN-NO             PIC X(5) VALUE SPACE.
       01  WK-IN-SURYO                 PIC X(5) VALUE SPACE.
       01  WK-IN-TANI-KBN              PIC X(1) VALUE SPACE.
       01  WK-IN-KANNO-KBN             PIC X(1) VALUE SPACE.
       01  WK-IN-KAKUNIN               PIC X(1) VALUE SPACE.
       01  WK-INPUT-OK-FLG             PIC X(1) VALUE "Y".
      *受注日時点で有効なライフサイクル区分（適用開始日前は販売中）
       01  WK-LIFE-KBN                 PIC X(1) VALUE SPACE.
      *明細行番号（同一受注番号の連続入力で自動加算する）
       01  WK-LAST-JUCHU-NO            PIC X(4) VALUE SPACE.
       01  WK-GYO-NO                   PIC 9(2) VALUE ZERO.
      *日付チェック(KCBS010)呼出用
           COPY KCBS010P.
      *
      *販売単位換算(KUBS050)呼出用
           COPY KUBS050-PARAMS.
      *
      *取扱商品制限判定(KUBS060)呼出用
           COPY KUBS060-PARAMS.
      *
      *ヘッダー／トレイラー組立(KJCFHDR)呼出用
           COPY KJCFHDR-PARAMS.
      *
             05  WK-TOKU-TBL-COD       PIC X(4).
             05  WK-TOKU-TBL-MEI       PIC X(20).
             05  WK-TOKU-TBL-STATUS    PIC X(1).
             05  WK-TOKU-TBL-KANNO     PIC X(1).
       01  WK-TOKU-FOUND-FLG           PIC X(1).
      *
       PROCEDURE                       DIVISION.
           MOVE CFTOK-TOKU-COD TO WK-TOKU-TBL-COD (WK-TOKU-IDX).
           MOVE CFTOK-TOKU-MEI TO WK-TOKU-TBL-MEI (WK-TOKU-IDX).
           MOVE CFTOK-STATUS TO WK-TOKU-TBL-STATUS (WK-TOKU-IDX).
           MOVE CFTOK-KANNO-KBN TO WK-TOKU-TBL-KANNO (WK-TOKU-IDX).
           PERFORM READ-TOK-RTN.
       EXI.
           EXIT.
           IF WK-INPUT-OK-FLG = "N"
             GO TO EXI
           END-IF.
           PERFORM INPUT-KANNO-RTN.
           IF WK-INPUT-OK-FLG = "N"
             GO TO EXI
           END-IF.
           PERFORM INPUT-SHOHIN-RTN.
           IF WK-INPUT-OK-FLG = "N"
             GO TO EXI
           IF WK-INPUT-OK-FLG = "N"
             GO TO EXI
           END-IF.
           PERFORM INPUT-TANI-RTN.
           IF WK-INPUT-OK-FLG = "N"
             GO TO EXI
           END-IF.
      *
           DISPLAY "この内容で登録しますか(Y/N)".
           MOVE SPACE TO WK-IN-KAKUNIN.
       EXI.
           EXIT.
      ******************************************************************
      *    完納指定入力処理（受注番号の1行目のみ入力し、同じ受注の
      *    2行目以降は1行目の指定を引き継ぐ。WK-TOKU-IDXは得意先
      *    コード入力で位置付け済み）
      ******************************************************************
       INPUT-KANNO-RTN                 SECTION.
           IF WK-IN-JUCHU-NO = WK-LAST-JUCHU-NO
             GO TO EXI
           END-IF.
           IF WK-TOKU-TBL-KANNO (WK-TOKU-IDX) = "Y"
             DISPLAY "得意先の設定: 完納出荷"
           ELSE
             DISPLAY "得意先の設定: 分納可"
           END-IF.
           DISPLAY "完納指定(Y=完納出荷 N=分納可"
             " 空Enter=得意先の設定)".
           MOVE SPACE TO WK-IN-KANNO-KBN.
           ACCEPT WK-IN-KANNO-KBN.
           IF WK-IN-KANNO-KBN = "y"
             MOVE "Y" TO WK-IN-KANNO-KBN
           END-IF.
           IF WK-IN-KANNO-KBN = "n"
             MOVE "N" TO WK-IN-KANNO-KBN
           END-IF.
           IF WK-IN-KANNO-KBN NOT = "Y" AND WK-IN-KANNO-KBN NOT = "N"
             AND WK-IN-KANNO-KBN NOT = SPACE
             DISPLAY "完納指定はY・Nまたは空で入力"
             MOVE "N" TO WK-INPUT-OK-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    商品番号入力処理（マスタ突合・名称/単価表示）
      ******************************************************************
       INPUT-SHOHIN-RTN                SECTION.
               DISPLAY "商品: " CFSHO-SHOHIN-MEI
                 " 単価: " CFSHO-TANKA
           END-READ.
           IF WK-INPUT-OK-FLG = "N"
             GO TO EXI
           END-IF.
      *
      *    ライフサイクル判定（受注日はINPUT-DATE-RTNで検証済み）
           MOVE SPACE TO WK-LIFE-KBN.
           IF CFSHO-LIFE-DATE <= WK-IN-JUCHU-DATE
             MOVE CFSHO-LIFE-KBN TO WK-LIFE-KBN
           END-IF.
           IF WK-LIFE-KBN = "E"
             DISPLAY "終売の商品です"
             MOVE "N" TO WK-INPUT-OK-FLG
             GO TO EXI
           END-IF.
           IF CFSHO-HATSUBAI-DATE > WK-IN-JUCHU-DATE
             DISPLAY "発売日(" CFSHO-HATSUBAI-DATE
               ")前の商品です"
             MOVE "N" TO WK-INPUT-OK-FLG
             GO TO EXI
           END-IF.
      *
      *    取扱商品制限判定（得意先はINPUT-TOKU-RTNで確定済み）
           MOVE WK-IN-TOKU-COD TO SGN-TOKU-COD.
           MOVE WK-IN-SHOHIN-NO TO SGN-SHOHIN-NO.
           MOVE WK-IN-JUCHU-DATE TO SGN-HANTEI-DATE.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KUBS060" USING KUBS060-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           EVALUATE TRUE
             WHEN SGN-KINSHI
               DISPLAY
                 "取扱禁止の商品です"
               MOVE "N" TO WK-INPUT-OK-FLG
               GO TO EXI
             WHEN SGN-GENTEI-GAI
               DISPLAY
                 "取扱商品外の商品です"
               MOVE "N" TO WK-INPUT-OK-FLG
               GO TO EXI
             WHEN SGN-MENKYO-NASHI
               DISPLAY
                 "免許のない得意先の規制品です"
               MOVE "N" TO WK-INPUT-OK-FLG
               GO TO EXI
           END-EVALUATE.
           IF WK-LIFE-KBN = "Y"
             DISPLAY "注意：終売予定の商品です"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
       EXI.
           EXIT.
      ******************************************************************
      *    注文単位入力処理（商品マスタの入数・最小発注単位で検証し、
      *    バラ換算数量を表示する。SHO-RECは商品番号入力で読込済み）
      ******************************************************************
       INPUT-TANI-RTN                  SECTION.
           DISPLAY "注文単位(C=ケース B=ボール"
             " 空Enter=バラ)".
           MOVE SPACE TO WK-IN-TANI-KBN.
           ACCEPT WK-IN-TANI-KBN.
           IF WK-IN-TANI-KBN = "c"
             MOVE "C" TO WK-IN-TANI-KBN
           END-IF.
           IF WK-IN-TANI-KBN = "b"
             MOVE "B" TO WK-IN-TANI-KBN
           END-IF.
           MOVE WK-IN-TANI-KBN TO TNI-KBN.
           MOVE WK-IN-SURYO TO TNI-SURYO.
           MOVE CFSHO-CASE-IRISU TO TNI-CASE-IRISU.
           MOVE CFSHO-BALL-IRISU TO TNI-BALL-IRISU.
           MOVE CFSHO-MIN-HACHU-TANI TO TNI-MIN-HACHU-TANI.
           MOVE "Y" TO TNI-MIN-CHECK.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KUBS050" USING KUBS050-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           EVALUATE TNI-RCD
             WHEN SPACE
               DISPLAY "バラ換算: " TNI-BARA-SURYO
                 " (ケース " TNI-CASE-SU " ＋ " TNI-HASU-SURYO ")"
             WHEN "U"
               DISPLAY "注文単位はC・Bまたは空で入力"
               MOVE "N" TO WK-INPUT-OK-FLG
             WHEN "I"
               DISPLAY "この単位の入数が未設定です"
               MOVE "N" TO WK-INPUT-OK-FLG
             WHEN "M"
               DISPLAY "最小発注単位(" CFSHO-MIN-HACHU-TANI
                 ")の倍数になりません"
               MOVE "N" TO WK-INPUT-OK-FLG
             WHEN OTHER
               DISPLAY "バラ換算数量が5桁を超えます"
               MOVE "N" TO WK-INPUT-OK-FLG
           END-EVALUATE.
       EXI.
           EXIT.
      ******************************************************************
      *    明細書出処理
      ******************************************************************
       WRITE-DETAIL-RTN                SECTION.
           MOVE WK-IN-TOKU-COD TO JF011-TOKU-COD.
           MOVE WK-IN-SHOHIN-NO TO JF011-SHOHIN-NO.
           MOVE WK-IN-SURYO TO JF011-SURYO.
           MOVE WK-IN-TANI-KBN TO JF011-TANI-KBN.
           MOVE WK-IN-KANNO-KBN TO JF011-KANNO-KBN.
           IF WK-IN-JUCHU-NO = WK-LAST-JUCHU-NO
             ADD 1 TO WK-GYO-NO
           ELSE
