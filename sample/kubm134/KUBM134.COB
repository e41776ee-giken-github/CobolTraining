      *                 してE005で弾いてしまっていた)。あわせて受付前
      *                 にKUBS040の納期回答を行い、入荷予定を含めても
      *                 納入できない明細をE006で弾くようにした
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：ＣＳＶの7列目に注文単位(C=ケース B=ボール、
      *                 省略・P=バラ)を追加。商品マスタの入数で販売
      *                 単位換算(KUBS050)し、バラ数量で納期回答・受注
      *                 変換する。単位・入数の不正はE007、最小発注
      *                 単位の倍数でない数量はE008で弾く
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：ＣＳＶの8列目に完納指定(Y=完納出荷 N=分納可、
      *                 省略は得意先マスタの完納区分に従う)を追加し、
      *                 JF011-KANNO-KBNへ設定する。Y・N以外は省略と
      *                 同じ扱い
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：商品ライフサイクル区分を受注日(取込日)時点で
      *                 判定し、終売の商品はE009、発売日前の商品は
      *                 E010で弾く。終売予定の商品は受け付けたうえで
      *                 警告を表示し件数を数える
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：取扱商品制限判定(KUBS060)を追加。得意先の
      *                 取扱禁止の商品、取扱商品限定の得意先の取扱
      *                 商品外の商品、免許のない得意先への規制品は
      *                 E011で弾く
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：納期回答に得意先コードを渡す(自得意先の仮押さえ
      *                 分を引当可能として扱うため)
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：納期回答に納品先コードを渡す(ＥＤＩ受注は納品先
      *                 を持たないためSPACE。得意先の既定の受入可能
      *                 曜日で納品日を判定する)
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
           COPY KCBS080P.
           COPY KJCFHDR-PARAMS.
           COPY KUBS040-PARAMS.
           COPY KUBS050-PARAMS.
           COPY KUBS060-PARAMS.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
             05  WK-PTN-TOKU-COD       PIC  X(04).
             05  WK-PTN-DUP-FLG        PIC  X(01).
      ******************************************************************
      *  商品マスタ(商品番号の存在確認・販売単位)テーブル
      ******************************************************************
       01  WK-SHO-TBL.
           03  WK-SHO-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SHO-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-SHO-IDX.
             05  WK-SHO-SHOHIN-NO      PIC  X(05).
             05  WK-SHO-CASE-IRISU     PIC  9(05).
             05  WK-SHO-BALL-IRISU     PIC  9(05).
             05  WK-SHO-MIN-TANI       PIC  9(05).
             05  WK-SHO-LIFE-KBN       PIC  X(01).
             05  WK-SHO-LIFE-DATE      PIC  9(08).
             05  WK-SHO-HATSUBAI-DATE  PIC  9(08).
      ******************************************************************
      *  得意先商品コード変換テーブル
      ******************************************************************
       01  WK-CSV-NOKI                 PIC  X(08).
       01  WK-CSV-NOKI-N REDEFINES WK-CSV-NOKI
                                       PIC  9(08).
       01  WK-CSV-TANI-KBN             PIC  X(01).
       01  WK-CSV-KANNO-KBN            PIC  X(01).
      *    受注日時点で有効なライフサイクル区分(適用開始日前は販売中)
       01  WK-LIFE-KBN                 PIC  X(01) VALUE SPACE.
       01  WK-HATSUBAI-DATE            PIC  9(08) VALUE ZERO.
       01  WK-SHUBAI-YOTEI-CNT         PIC  9(09) VALUE ZERO.
      *    注文単位をバラへ換算した数量
       01  WK-BARA-SURYO               PIC  9(05) VALUE ZERO.
      *
       01  WK-SHOHIN-NO                PIC  X(05) VALUE SPACE.
       01  WK-CUR-ORDER-KEY            PIC  X(14) VALUE SPACE.
           ADD 1 TO WK-SHO-CNT.
           SET WK-SHO-IDX TO WK-SHO-CNT.
           MOVE CFSHO-SHOHIN-NO TO WK-SHO-SHOHIN-NO (WK-SHO-IDX).
           MOVE CFSHO-CASE-IRISU TO WK-SHO-CASE-IRISU (WK-SHO-IDX).
           MOVE CFSHO-BALL-IRISU TO WK-SHO-BALL-IRISU (WK-SHO-IDX).
           MOVE CFSHO-MIN-HACHU-TANI TO WK-SHO-MIN-TANI (WK-SHO-IDX).
           MOVE CFSHO-LIFE-KBN TO WK-SHO-LIFE-KBN (WK-SHO-IDX).
           MOVE CFSHO-LIFE-DATE TO WK-SHO-LIFE-DATE (WK-SHO-IDX).
           MOVE CFSHO-HATSUBAI-DATE
             TO WK-SHO-HATSUBAI-DATE (WK-SHO-IDX).
       EXT.
           EXIT.
      *
           ADD 1 TO WK-EDI-CNT.
           MOVE SPACE TO WK-CSV-PARTNER-COD WK-CSV-ORDER-NO
             WK-CSV-TOKU-COD WK-CSV-SHOHIN-COD WK-CSV-SURYO
             WK-CSV-NOKI WK-CSV-TANI-KBN WK-CSV-KANNO-KBN.
           UNSTRING EDI-REC
             DELIMITED BY ","
             INTO WK-CSV-PARTNER-COD
                  WK-CSV-SHOHIN-COD
                  WK-CSV-SURYO
                  WK-CSV-NOKI
                  WK-CSV-TANI-KBN
                  WK-CSV-KANNO-KBN
           END-UNSTRING.
      *
      *    取引先プロファイルの確認
             GO TO NEXT-REC
           END-IF.
      *
      *    商品ライフサイクル(終売・発売前は受け付けない)
           PERFORM LIFE-HANTEI-RTN.
           IF WK-LIFE-KBN = "E"
             PERFORM EXC-E009-RTN
             GO TO NEXT-REC
           END-IF.
           IF WK-HATSUBAI-DATE > WK-TODAY
             PERFORM EXC-E010-RTN
             GO TO NEXT-REC
           END-IF.
      *
      *    取扱商品制限(取扱禁止・取扱商品外・免許なしの規制品)
           MOVE WK-CSV-TOKU-COD TO SGN-TOKU-COD.
           MOVE WK-SHOHIN-NO TO SGN-SHOHIN-NO.
           MOVE WK-TODAY TO SGN-HANTEI-DATE.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KUBS060" USING KUBS060-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF NOT SGN-OK
             PERFORM EXC-E011-RTN
             GO TO NEXT-REC
           END-IF.
      *
      *    重複(再送)制御
           IF WK-PTN-DUP-FLG (WK-PTN-IDX) = "Y"
             SET WK-EDR-IDX TO 1
             END-IF
           END-IF.
      *
      *    注文単位のバラ換算(以降はバラ数量で扱う)
           PERFORM TANI-KANSAN-RTN.
           IF TNI-RCD = "M"
             PERFORM EXC-E008-RTN
             GO TO NEXT-REC
           END-IF.
           IF NOT TNI-OK
             PERFORM EXC-E007-RTN
             GO TO NEXT-REC
           END-IF.
      *
      *    納期回答(ＡＴＰ)：入荷予定を含めても納入できない明細は
      *    受け付けない(遅れ回答"L"は受け付けてバックオーダーに回る)
           MOVE WK-SHOHIN-NO TO ATP-SHOHIN-NO.
           MOVE WK-BARA-SURYO TO ATP-SURYO.
           MOVE WK-CSV-TOKU-COD TO ATP-TOKU-COD.
           MOVE SPACE TO ATP-SHIPTO-COD.
           IF WK-CSV-NOKI-N IS NUMERIC
             MOVE WK-CSV-NOKI-N TO ATP-NOKI-DATE
           ELSE
           END-IF.
           ADD 1 TO WK-CUR-GYO-NO.
           PERFORM WRITE-JCF-RTN.
           IF WK-LIFE-KBN = "Y"
             DISPLAY "*** KUBM134 WARNING SHUBAI-YOTEI JUCHU="
               WK-CUR-JUCHU-NO " SHOHIN=" WK-SHOHIN-NO
             ADD 1 TO WK-SHUBAI-YOTEI-CNT
           END-IF.
       NEXT-REC.
           PERFORM READ-EDI-RTN.
       EXT.
           END-IF.
       EXT.
           EXIT.
      *
      *    商品ライフサイクル判定。解決した商品番号の取込日時点で
      *    有効な区分をWK-LIFE-KBNに、発売日をWK-HATSUBAI-DATEに残す。
       LIFE-HANTEI-RTN     SECTION.
           MOVE SPACE TO WK-LIFE-KBN.
           MOVE ZERO TO WK-HATSUBAI-DATE.
           SET WK-SHO-IDX TO 1.
           IF WK-SHO-CNT > ZERO
             SEARCH WK-SHO-ENT
               AT END
                 CONTINUE
               WHEN WK-SHO-SHOHIN-NO (WK-SHO-IDX) = WK-SHOHIN-NO
                 IF WK-SHO-LIFE-DATE (WK-SHO-IDX) <= WK-TODAY
                   MOVE WK-SHO-LIFE-KBN (WK-SHO-IDX) TO WK-LIFE-KBN
                 END-IF
                 MOVE WK-SHO-HATSUBAI-DATE (WK-SHO-IDX)
                   TO WK-HATSUBAI-DATE
             END-SEARCH
           END-IF.
       EXT.
           EXIT.
      *
      *    販売単位換算。解決した商品番号の入数・最小発注単位で
      *    KUBS050を呼び、結果をTNI-RCDとWK-BARA-SURYOに残す。
       TANI-KANSAN-RTN     SECTION.
           MOVE ZERO TO WK-BARA-SURYO.
           MOVE WK-CSV-TANI-KBN TO TNI-KBN.
           MOVE WK-CSV-SURYO-N TO TNI-SURYO.
           MOVE ZERO TO TNI-CASE-IRISU TNI-BALL-IRISU
             TNI-MIN-HACHU-TANI.
           MOVE "Y" TO TNI-MIN-CHECK.
           SET WK-SHO-IDX TO 1.
           IF WK-SHO-CNT > ZERO
             SEARCH WK-SHO-ENT
               AT END
                 CONTINUE
               WHEN WK-SHO-SHOHIN-NO (WK-SHO-IDX) = WK-SHOHIN-NO
                 MOVE WK-SHO-CASE-IRISU (WK-SHO-IDX)
                   TO TNI-CASE-IRISU
                 MOVE WK-SHO-BALL-IRISU (WK-SHO-IDX)
                   TO TNI-BALL-IRISU
                 MOVE WK-SHO-MIN-TANI (WK-SHO-IDX)
                   TO TNI-MIN-HACHU-TANI
             END-SEARCH
           END-IF.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KUBS050" USING KUBS050-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF TNI-OK
             MOVE TNI-BARA-SURYO TO WK-BARA-SURYO
           END-IF.
       EXT.
           EXIT.
      *
       TOROKU-EDR-RTN      SECTION.
           MOVE SPACE TO ERO-REC.
           MOVE WK-TODAY TO JF011-JUCHU-DATE.
           MOVE WK-CSV-TOKU-COD TO JF011-TOKU-COD.
           MOVE WK-SHOHIN-NO TO JF011-SHOHIN-NO.
           MOVE WK-BARA-SURYO TO JF011-SURYO.
           IF WK-CSV-NOKI-N IS NUMERIC
             MOVE WK-CSV-NOKI-N TO JF011-NOKI-DATE
           ELSE
             MOVE ZERO TO JF011-NOKI-DATE
           END-IF.
           MOVE WK-CUR-GYO-NO TO JF011-MEISAI-GYO-NO.
           IF WK-CSV-KANNO-KBN = "Y" OR WK-CSV-KANNO-KBN = "N"
             MOVE WK-CSV-KANNO-KBN TO JF011-KANNO-KBN
           END-IF.
           WRITE JCF-REC.
           ADD 1 TO WK-DETAIL-CNT.
       EXT.
           PERFORM WRITE-EXC-RTN.
       EXT.
           EXIT.
      *
       EXC-E007-RTN        SECTION.
           MOVE "E007" TO EXC-REASON-CD.
           MOVE "CHUMON TANI FUSEI (IRISU MISETTEI)"
             TO EXC-REASON-TEXT.
           PERFORM WRITE-EXC-RTN.
       EXT.
           EXIT.
      *
       EXC-E008-RTN        SECTION.
           MOVE "E008" TO EXC-REASON-CD.
           MOVE "SAISHO HACHU TANI NO BAISU DENAI"
             TO EXC-REASON-TEXT.
           PERFORM WRITE-EXC-RTN.
       EXT.
           EXIT.
      *
       EXC-E009-RTN        SECTION.
           MOVE "E009" TO EXC-REASON-CD.
           MOVE "SHUBAI SHOHIN" TO EXC-REASON-TEXT.
           PERFORM WRITE-EXC-RTN.
       EXT.
           EXIT.
      *
       EXC-E010-RTN        SECTION.
           MOVE "E010" TO EXC-REASON-CD.
           MOVE "HATSUBAI-BI MAE NO SHOHIN" TO EXC-REASON-TEXT.
           PERFORM WRITE-EXC-RTN.
       EXT.
           EXIT.
      *
       EXC-E011-RTN        SECTION.
           MOVE "E011" TO EXC-REASON-CD.
           EVALUATE TRUE
             WHEN SGN-KINSHI
               MOVE "TORIATSUKAI KINSHI SHOHIN" TO EXC-REASON-TEXT
             WHEN SGN-GENTEI-GAI
               MOVE "TORIATSUKAI SHOHIN GAI" TO EXC-REASON-TEXT
             WHEN OTHER
               MOVE "MENKYO NASHI (KISEI SHOHIN)" TO EXC-REASON-TEXT
           END-EVALUATE.
           PERFORM WRITE-EXC-RTN.
       EXT.
           EXIT.
      *
       WRITE-EXC-RTN       SECTION.
           ADD 1 TO WK-EXC-CNT.
           DISPLAY "EDICNT=" WK-EDI-CNT.
           DISPLAY "DETAILCNT=" WK-DETAIL-CNT.
           DISPLAY "EXCCNT=" WK-EXC-CNT.
           DISPLAY "SHUBAIYOTEICNT=" WK-SHUBAI-YOTEI-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM134 END ***".
       EXT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 4                     TO RUNHIS-CNT-CNT.
           MOVE "EDICNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-EDI-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "DETAILCNT"           TO RUNHIS-CNT-LABEL (2).
           MOVE WK-DETAIL-CNT         TO RUNHIS-CNT-VALUE (2).
           MOVE "EXCCNT"              TO RUNHIS-CNT-LABEL (3).
           MOVE WK-EXC-CNT            TO RUNHIS-CNT-VALUE (3).
           MOVE "YOTEICNT"            TO RUNHIS-CNT-LABEL (4).
           MOVE WK-SHUBAI-YOTEI-CNT   TO RUNHIS-CNT-VALUE (4).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
