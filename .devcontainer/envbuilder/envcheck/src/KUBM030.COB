      *                  　(KUSTMP機能"R")を追加。トレイラー件数照合
      *                  　は再適用の件数が混ざらないようバッチ分の
      *                  　件数(預かり分を含む)で行うよう修正
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：ヘッダの会社コード(JF011-KAISHA-COD)を受注
      *                  　明細・取消変更のUF010-KAISHA-CODへ引き継ぐ
      *                  　ようにした(未設定の旧ヘッダは既定会社"01")
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：受注明細の決済方法(JF011-KESSAI-KBN)を
      *                  　UF010-KESSAI-KBNへ引き継ぐ(代金引換"D"以外
      *                  　はSPACE)
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：注文単位(JF011-TANI-KBN ケース・ボール・
      *                  　バラ)つきの数量を商品マスタの入数で販売
      *                  　単位換算(KUBS050)し、バラ数量で転記する
      *                  　ようにした。単位・入数の不正は例外(J013)、
      *                  　最小発注単位の倍数でない売上は例外(J014)
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：受注の完納指定(JF011-KANNO-KBN)を
      *                  　UF010-KANNO-KBNへ引き継ぐ("Y"・"N"以外は
      *                  　得意先マスタに従うSPACE)
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：商品ライフサイクル区分を受注日時点で判定
      *                  　し、終売の商品の売上は例外(J015)、発売日
      *                  　より前の受注日の売上は例外(J016)とする。
      *                  　終売予定の商品の売上は受け付けたうえで
      *                  　警告を表示する
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：取扱商品制限判定(KUBS060)を追加。得意先の
      *                  　取扱禁止・取扱商品限定に反する商品と、免許
      *                  　のない得意先への規制品の売上は例外(J017)と
      *                  　する
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：交換(決済方法"K")に対応。交換の返品と代品の
      *                  　明細は金額をZEROで転記し、代品は同一バッチ
      *                  　で受け付けた交換の返品と突合する(返品が無い
      *                  　・得意先が異なる代品は例外(J018)、代品数量
      *                  　が返品数量を超える代品は例外(J019))。受け
      *                  　付けた代品は交換台帳(XCF-FILE)へ追記し、
      *                  　代品の無い交換の返品は警告終了とする
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：見本品(決済方法"M")に対応。見本品の受注の
      *                  　明細は金額をZEROで転記する(返品・取消変更
      *                  　の"M"は通常の掛売りとして扱う)
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：委託消化(決済方法"I"、消化報告取込KSBM131
      *                  　が起こす受注)の決済方法を引き継ぐ(受注
      *                  　("1")のみ。返品・取消変更の"I"は通常の
      *                  　掛売りとして扱う)
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
           SELECT RMF-FILE
             ASSIGN TO EXTERNAL RMF
               FILE STATUS IS WK-RMF-FILE-ERR.
           SELECT XCF-FILE
             ASSIGN TO EXTERNAL XCF
               FILE STATUS IS WK-XCF-FILE-ERR.
           SELECT EXF-FILE
             ASSIGN TO EXTERNAL EXF
               FILE STATUS IS WK-EXF-FILE-ERR.
           03  RMF-RET-DATE             PIC 9(08).
           03  RMF-TOKU-COD             PIC X(04).
           03  FILLER                   PIC X(03).
       FD  XCF-FILE.
       01  XCF-REC.
           COPY KCCFXCH.
       FD  EXF-FILE.
       01  EXF-REC                     PIC X(200).
       FD  ADT-FILE.
       01  WK-RTE-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-KTN-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RMF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-XCF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-EXF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-ADT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  ADT-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-TRAILER-SEEN-FLG         PIC X VALUE "N".
       01  WK-KENSU-HEADER             PIC 9(09) VALUE ZERO.
      *
      *バッチの会社コード（ヘッダから取得。旧ヘッダは既定会社"01"）
       01  WK-KAISHA-COD               PIC X(2) VALUE "01".
      *
      *商品マスタ突合用テーブル
       01  WK-SHOHIN-TBL.
           03  WK-SHOHIN-CNT           PIC 9(5) VALUE ZERO.
             05  WK-SHOHIN-TBL-MEI     PIC X(20).
             05  WK-SHOHIN-TBL-TANKA   PIC S9(05)V9(2).
             05  WK-SHOHIN-TBL-CURRENCY PIC X(3).
             05  WK-SHOHIN-TBL-CASE-IRISU PIC 9(5).
             05  WK-SHOHIN-TBL-BALL-IRISU PIC 9(5).
             05  WK-SHOHIN-TBL-MIN-TANI PIC 9(5).
             05  WK-SHOHIN-TBL-LIFE-KBN PIC X(1).
             05  WK-SHOHIN-TBL-LIFE-DATE PIC 9(8).
             05  WK-SHOHIN-TBL-HATSUBAI PIC 9(8).
       01  WK-SHOHIN-FOUND-FLG         PIC X(1).
      *
      *商品単価履歴突合用テーブル
       01  WK-RMA-NG-CNT              PIC 9(10) VALUE ZERO.
       01  RMF-CNT                    PIC 9(10) VALUE ZERO.
      *
      *交換検証用テーブル(同一バッチで受け付けた交換の返品と、その
      *返品に対して受け付けた代品の累計数量。代品は返品と同じ得意先
      *・商品で、累計が返品数量を超えない範囲でのみ受け付ける)
       01  WK-KKN-TBL.
           03  WK-KKN-CNT              PIC 9(5) VALUE ZERO.
           03  WK-KKN-ENT              OCCURS 2000 TIMES
                                       INDEXED BY WK-KKN-IDX.
             05  WK-KKN-RET-JUCHU-NO   PIC 9(4).
             05  WK-KKN-MOTO-JUCHU-NO  PIC 9(4).
             05  WK-KKN-TOKU-COD       PIC X(4).
             05  WK-KKN-SHOHIN-NO      PIC X(5).
             05  WK-KKN-SURYO          PIC 9(7).
             05  WK-KKN-DAIHIN-SURYO   PIC 9(7).
       01  WK-KKN-KEY-JUCHU-NO        PIC 9(4) VALUE ZERO.
       01  WK-KKN-FOUND-FLG           PIC X(1) VALUE "N".
       01  WK-KKN-SUB                 PIC 9(5) VALUE ZERO.
       01  WK-KOKAN-OK-FLG            PIC X(1) VALUE "Y".
       01  WK-KOKAN-NG-CNT            PIC 9(10) VALUE ZERO.
       01  WK-KOKAN-ZAN-CNT           PIC 9(10) VALUE ZERO.
      *代品の通常の金額(交換台帳へ控える。明細の金額はZEROにする)
       01  WK-KOKAN-KINGAKU-JPY       PIC S9(11) VALUE ZERO.
       01  XCF-CNT                    PIC 9(10) VALUE ZERO.
      *
      *得意先別契約単価マスタ突合用テーブル（単価決定の最優先。
      *マスタ未整備なら0件のまま従来の単価決定規則で継続する）
       01  WK-KTN-TBL.
           COPY KCBS010P.
       01  WK-NOKI-NG-CNT              PIC 9(10) VALUE ZERO.
      *
      *販売単位換算(KUBS050)呼出用（注文単位をバラ数量へ換算する）
           COPY KUBS050-PARAMS.
       01  WK-TANI-OK-FLG              PIC X(1) VALUE "Y".
       01  WK-TANI-NG-CNT              PIC 9(10) VALUE ZERO.
      *
      *商品ライフサイクル判定用（受注日時点で有効な区分。適用開始日
      *より前は販売中として扱う）
       01  WK-LIFE-KBN                 PIC X(1) VALUE SPACE.
       01  WK-LIFE-OK-FLG              PIC X(1) VALUE "Y".
       01  WK-LIFE-NG-CNT              PIC 9(10) VALUE ZERO.
       01  WK-SHUBAI-YOTEI-CNT         PIC 9(10) VALUE ZERO.
      *
      *取扱商品制限判定(KUBS060)呼出用（得意先別の取扱禁止・取扱商品
      *限定と、規制品の免許有効期限を受注日で判定する）
           COPY KUBS060-PARAMS.
       01  WK-SEIGEN-OK-FLG            PIC X(1) VALUE "Y".
       01  WK-SEIGEN-NG-CNT            PIC 9(10) VALUE ZERO.
      *
      *受注ステータス刻印(KUSTMP)呼出用
           COPY KUSTMP-PARAMS.
      *
               MOVE "Y" TO JCF-END-FLG
             END-IF
           END-IF.
      *
      *    交換台帳もRMA台帳と同じく追記する
           IF JCF-END-FLG NOT = "Y"
             OPEN EXTEND XCF-FILE
             IF WK-XCF-FILE-ERR NOT = 00
               OPEN OUTPUT XCF-FILE
             END-IF
             IF WK-XCF-FILE-ERR NOT = 00
               DISPLAY "*** KUBM030 ABEND NOT XCF-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "Y" TO JCF-END-FLG
             END-IF
           END-IF.
      *
           IF JCF-END-FLG NOT = "Y"
             PERFORM READ-RTN
           MOVE CFSHO-TANKA TO WK-SHOHIN-TBL-TANKA (WK-SHOHIN-IDX).
           MOVE CFSHO-CURRENCY-COD
             TO WK-SHOHIN-TBL-CURRENCY (WK-SHOHIN-IDX).
           MOVE CFSHO-CASE-IRISU
             TO WK-SHOHIN-TBL-CASE-IRISU (WK-SHOHIN-IDX).
           MOVE CFSHO-BALL-IRISU
             TO WK-SHOHIN-TBL-BALL-IRISU (WK-SHOHIN-IDX).
           MOVE CFSHO-MIN-HACHU-TANI
             TO WK-SHOHIN-TBL-MIN-TANI (WK-SHOHIN-IDX).
           MOVE CFSHO-LIFE-KBN
             TO WK-SHOHIN-TBL-LIFE-KBN (WK-SHOHIN-IDX).
           MOVE CFSHO-LIFE-DATE
             TO WK-SHOHIN-TBL-LIFE-DATE (WK-SHOHIN-IDX).
           MOVE CFSHO-HATSUBAI-DATE
             TO WK-SHOHIN-TBL-HATSUBAI (WK-SHOHIN-IDX).
           PERFORM READ-SHO-RTN.
       EXI.
           EXIT.
      ******************************************************************
       READ-HEADER-RTN                 SECTION.
           MOVE "Y" TO WK-HEADER-SEEN-FLG.
           IF JF011-KAISHA-COD = SPACE
             MOVE "01" TO WK-KAISHA-COD
           ELSE
             MOVE JF011-KAISHA-COD TO WK-KAISHA-COD
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      ******************************************************************
       WRITE-JUCHU-RTN                 SECTION.
           MOVE JF011-DATA-KBN TO UF010-DATA-KBN.
           MOVE WK-KAISHA-COD TO UF010-KAISHA-COD.
           MOVE JF011-JUCHU-NO TO UF010-JUCHU-NO.
           MOVE JF011-JUCHU-YY TO UF010-JUCHU-YY.
           MOVE JF011-JUCHU-MM TO UF010-JUCHU-MM.
           MOVE JF011-JUCHU-DD TO UF010-JUCHU-DD.
           MOVE JF011-TOKU-COD TO UF010-TOKU-COD.
      *    決済方法（代金引換・交換・見本品・委託消化以外の値は通常
      *    の掛売りとして扱う。見本品・委託消化は受注("1")のみ）
           IF JF011-DAIBIKI
             MOVE "D" TO UF010-KESSAI-KBN
           ELSE
             IF JF011-KOKAN
               MOVE "K" TO UF010-KESSAI-KBN
             ELSE
               IF JF011-MIHON AND JF011-SALE-REC
                 MOVE "M" TO UF010-KESSAI-KBN
               ELSE
                 IF JF011-ITAKU AND JF011-SALE-REC
                   MOVE "I" TO UF010-KESSAI-KBN
                 ELSE
                   MOVE SPACE TO UF010-KESSAI-KBN
                 END-IF
               END-IF
             END-IF
           END-IF.
      *    完納指定（"Y"・"N"以外は得意先マスタに従うSPACEとする）
           IF JF011-KANNO-YES OR JF011-KANNO-NO
             MOVE JF011-KANNO-KBN TO UF010-KANNO-KBN
           ELSE
             MOVE SPACE TO UF010-KANNO-KBN
           END-IF.
      *    得意先マスタ未該当時は得意先名を設定せず、与信チェックも
      *    行わない（マスタ未整備時でも受注抽出自体は継続する）
           MOVE SPACE TO UF010-TOKU-MEI.
           ELSE
             MOVE ZERO TO UF010-RET-REF-JUCHU-NO
             MOVE SPACE TO UF010-RET-REASON-COD
      *      交換の代品は交換元の返品の受注番号を引き継ぐ
             IF JF011-KOKAN
               AND JF011-RET-REF-JUCHU-NO-X IS NUMERIC
               MOVE JF011-RET-REF-JUCHU-NO TO UF010-RET-REF-JUCHU-NO
             END-IF
           END-IF.
      *
      *    希望納期（未設定は納期指定なしとしてZERO、設定時はKCBS010
               PERFORM WRITE-EXCEPTION-RTN
               ADD 1 TO WK-ZERO-SURYO-CNT
             ELSE
      *        注文単位をバラ数量へ換算する（以降の返品検証・金額
      *        計算はすべてバラ数量で行う）
               PERFORM CONV-TANI-RTN
               IF WK-TANI-OK-FLG = "N"
                 PERFORM WRITE-EXCEPTION-RTN
                 ADD 1 TO WK-TANI-NG-CNT
                 GO TO EXI
               END-IF
      *        返品は元受注との突合(RMA検証)に通らない限り抽出しない
               IF JF011-RETURN-REC
                 PERFORM CHECK-RMA-RTN
                 ADD 1 TO WK-RMA-NG-CNT
                 GO TO EXI
               END-IF
      *        交換の代品は同一バッチの交換の返品と突合できない限り
      *        抽出しない
               IF JF011-SALE-REC AND JF011-KOKAN
                 PERFORM CHECK-KOKAN-RTN
               ELSE
                 MOVE "Y" TO WK-KOKAN-OK-FLG
               END-IF
               IF WK-KOKAN-OK-FLG = "N"
                 PERFORM WRITE-EXCEPTION-RTN
                 ADD 1 TO WK-KOKAN-NG-CNT
                 GO TO EXI
               END-IF
      *        終売・発売前の商品の売上は受け付けない（返品は対象外）
               IF JF011-SALE-REC
                 PERFORM CHECK-LIFE-RTN
               ELSE
                 MOVE "Y" TO WK-LIFE-OK-FLG
                 MOVE SPACE TO WK-LIFE-KBN
               END-IF
               IF WK-LIFE-OK-FLG = "N"
                 PERFORM WRITE-EXCEPTION-RTN
                 ADD 1 TO WK-LIFE-NG-CNT
                 GO TO EXI
               END-IF
      *        得意先に販売できない商品の売上は受け付けない（返品は
      *        対象外）
               IF JF011-SALE-REC
                 PERFORM CHECK-SEIGEN-RTN
               ELSE
                 MOVE "Y" TO WK-SEIGEN-OK-FLG
               END-IF
               IF WK-SEIGEN-OK-FLG = "N"
                 PERFORM WRITE-EXCEPTION-RTN
                 ADD 1 TO WK-SEIGEN-NG-CNT
                 GO TO EXI
               END-IF
               PERFORM FIND-SHOHIN-RTN
               IF WK-SHOHIN-FOUND-FLG = "Y"
                 MOVE WK-SHOHIN-TBL-MEI (WK-SHOHIN-IDX)
                   ADD 1 TO WK-NORATE-CNT
                   GO TO EXI
                 END-IF
      *          交換の返品・代品は返金なし・無償出荷のため金額を
      *          ZEROにする(代品の通常の金額は交換台帳へ控える)
                 MOVE UF010-KINGAKU-JPY TO WK-KOKAN-KINGAKU-JPY
                 IF JF011-KOKAN
                   MOVE ZERO TO UF010-KINGAKU
                   MOVE ZERO TO UF010-KINGAKU-JPY
                 END-IF
      *          見本品は無償出荷のため金額をZEROにする
                 IF UF010-MIHON
                   MOVE ZERO TO UF010-KINGAKU
                   MOVE ZERO TO UF010-KINGAKU-JPY
                 END-IF
                 PERFORM FIND-TOKU-RTN
                 IF WK-TOKU-FOUND-FLG = "Y"
                   MOVE WK-TOKU-TBL-MEI (WK-TOKU-IDX) TO UF010-TOKU-MEI
                     IF JF011-RETURN-REC
                       PERFORM REGISTER-RMA-RTN
                     END-IF
                     IF JF011-KOKAN
                       PERFORM REGISTER-KOKAN-RTN
                     END-IF
                     IF WK-LIFE-KBN = "Y"
                       DISPLAY "*** KUBM030 WARNING SHUBAI-YOTEI JUCHU="
                         JF011-JUCHU-NO " SHOHIN=" JF011-SHOHIN-NO
                       ADD 1 TO WK-SHUBAI-YOTEI-CNT
                     END-IF
                     PERFORM STAMP-UKETSUKE-RTN
                   END-IF
                 END-IF
       EXI.
           EXIT.
      ******************************************************************
      *    販売単位換算処理（商品マスタの入数で注文単位の数量をバラ
      *    数量へ換算し、JF011-SURYO・UF010-SURYOを置き換える。商品
      *    マスタ未該当は換算せず、呼出元の商品番号チェック(J008)に
      *    任せる。最小発注単位の検証は売上のみで、返品は行わない）
      ******************************************************************
       CONV-TANI-RTN                   SECTION.
           MOVE "Y" TO WK-TANI-OK-FLG.
           PERFORM FIND-SHOHIN-RTN.
           IF WK-SHOHIN-FOUND-FLG = "N"
             GO TO EXI
           END-IF.
           MOVE JF011-TANI-KBN TO TNI-KBN.
           MOVE JF011-SURYO TO TNI-SURYO.
           MOVE WK-SHOHIN-TBL-CASE-IRISU (WK-SHOHIN-IDX)
             TO TNI-CASE-IRISU.
           MOVE WK-SHOHIN-TBL-BALL-IRISU (WK-SHOHIN-IDX)
             TO TNI-BALL-IRISU.
           MOVE WK-SHOHIN-TBL-MIN-TANI (WK-SHOHIN-IDX)
             TO TNI-MIN-HACHU-TANI.
           IF JF011-RETURN-REC
             MOVE "N" TO TNI-MIN-CHECK
           ELSE
             MOVE "Y" TO TNI-MIN-CHECK
           END-IF.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KUBS050" USING KUBS050-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
      *
           EVALUATE TRUE
             WHEN TNI-OK
               MOVE TNI-BARA-SURYO TO JF011-SURYO
               MOVE SPACE TO JF011-TANI-KBN
               MOVE JF011-SURYO TO UF010-SURYO
             WHEN TNI-RCD = "M"
               MOVE "N" TO WK-TANI-OK-FLG
               MOVE "J014" TO EXC-REASON-CD
               MOVE "SURYO NOT A MULTIPLE OF MIN ORDER UNIT"
                 TO EXC-REASON-TEXT
             WHEN OTHER
               MOVE "N" TO WK-TANI-OK-FLG
               MOVE "J013" TO EXC-REASON-CD
               MOVE "INVALID ORDER UNIT OR IRISU NOT SET"
                 TO EXC-REASON-TEXT
           END-EVALUATE.
       EXI.
           EXIT.
      ******************************************************************
      *    商品ライフサイクル判定処理（受注日時点で終売の商品はJ015、
      *    発売日より前の受注はJ016。終売予定はWK-LIFE-KBN="Y"で返し
      *    呼出元で警告する。商品マスタ未該当は呼出元のJ008に任せる）
      ******************************************************************
       CHECK-LIFE-RTN                  SECTION.
           MOVE "Y" TO WK-LIFE-OK-FLG.
           MOVE SPACE TO WK-LIFE-KBN.
           PERFORM FIND-SHOHIN-RTN.
           IF WK-SHOHIN-FOUND-FLG = "N"
             GO TO EXI
           END-IF.
           IF WK-SHOHIN-TBL-LIFE-DATE (WK-SHOHIN-IDX)
               <= JF011-JUCHU-DATE
             MOVE WK-SHOHIN-TBL-LIFE-KBN (WK-SHOHIN-IDX)
               TO WK-LIFE-KBN
           END-IF.
           IF WK-LIFE-KBN = "E"
             MOVE "N" TO WK-LIFE-OK-FLG
             MOVE "J015" TO EXC-REASON-CD
             MOVE "SHOHIN DISCONTINUED (SHUBAI)"
               TO EXC-REASON-TEXT
             GO TO EXI
           END-IF.
           IF WK-SHOHIN-TBL-HATSUBAI (WK-SHOHIN-IDX)
               > JF011-JUCHU-DATE
             MOVE "N" TO WK-LIFE-OK-FLG
             MOVE "J016" TO EXC-REASON-CD
             MOVE "JUCHU-DATE BEFORE SHOHIN HATSUBAI-DATE"
               TO EXC-REASON-TEXT
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    取扱商品制限判定処理（取扱禁止・取扱商品外・免許なしの
      *    規制品はいずれもJ017とし、理由テキストで区別する）
      ******************************************************************
       CHECK-SEIGEN-RTN                SECTION.
           MOVE "Y" TO WK-SEIGEN-OK-FLG.
           MOVE JF011-TOKU-COD TO SGN-TOKU-COD.
           MOVE JF011-SHOHIN-NO TO SGN-SHOHIN-NO.
           MOVE JF011-JUCHU-DATE TO SGN-HANTEI-DATE.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KUBS060" USING KUBS060-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF SGN-OK
             GO TO EXI
           END-IF.
           MOVE "N" TO WK-SEIGEN-OK-FLG.
           MOVE "J017" TO EXC-REASON-CD.
           EVALUATE TRUE
             WHEN SGN-KINSHI
               MOVE "SHOHIN PROHIBITED FOR CUSTOMER"
                 TO EXC-REASON-TEXT
             WHEN SGN-GENTEI-GAI
               MOVE "SHOHIN NOT IN CUSTOMER ASSORTMENT"
                 TO EXC-REASON-TEXT
             WHEN OTHER
               MOVE "CUSTOMER LICENSE MISSING OR EXPIRED"
                 TO EXC-REASON-TEXT
           END-EVALUATE.
       EXI.
           EXIT.
      ******************************************************************
      *    返品検証処理（元受注番号が抽出済みの売上を指し、累計返品
      *    数量が元受注数量を超えないことを確認する）
      ******************************************************************
       EXI.
           EXIT.
      ******************************************************************
      *    交換検証処理（交換の代品が同一バッチで受け付けた同じ得意先
      *    ・商品の交換の返品を指し、代品の累計数量が返品数量を超え
      *    ないことを確認する）
      ******************************************************************
       CHECK-KOKAN-RTN                 SECTION.
           MOVE "Y" TO WK-KOKAN-OK-FLG.
           IF JF011-RET-REF-JUCHU-NO-X NOT NUMERIC
             MOVE "J018" TO EXC-REASON-CD
             MOVE "EXCHANGE REFERENCES UNKNOWN RETURN"
               TO EXC-REASON-TEXT
             MOVE "N" TO WK-KOKAN-OK-FLG
             GO TO EXI
           END-IF.
           MOVE JF011-RET-REF-JUCHU-NO TO WK-KKN-KEY-JUCHU-NO.
           PERFORM FIND-KOKAN-RTN.
           IF WK-KKN-FOUND-FLG = "N"
             MOVE "J018" TO EXC-REASON-CD
             MOVE "EXCHANGE REFERENCES UNKNOWN RETURN"
               TO EXC-REASON-TEXT
             MOVE "N" TO WK-KOKAN-OK-FLG
             GO TO EXI
           END-IF.
           IF WK-KKN-TOKU-COD (WK-KKN-IDX) NOT = JF011-TOKU-COD
             MOVE "J018" TO EXC-REASON-CD
             MOVE "EXCHANGE CUSTOMER DIFFERS FROM RETURN"
               TO EXC-REASON-TEXT
             MOVE "N" TO WK-KOKAN-OK-FLG
             GO TO EXI
           END-IF.
           IF WK-KKN-DAIHIN-SURYO (WK-KKN-IDX) + JF011-SURYO
               > WK-KKN-SURYO (WK-KKN-IDX)
             MOVE "J019" TO EXC-REASON-CD
             MOVE "EXCHANGE QTY EXCEEDS RETURN QTY"
               TO EXC-REASON-TEXT
             MOVE "N" TO WK-KOKAN-OK-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    交換テーブル検索処理（交換の返品の受注番号＋商品番号）
      ******************************************************************
       FIND-KOKAN-RTN                  SECTION.
           MOVE "N" TO WK-KKN-FOUND-FLG.
           IF WK-KKN-CNT = ZERO
             GO TO EXI
           END-IF.
           SET WK-KKN-IDX TO 1.
           SEARCH WK-KKN-ENT
             AT END
               MOVE "N" TO WK-KKN-FOUND-FLG
             WHEN WK-KKN-IDX > WK-KKN-CNT
               MOVE "N" TO WK-KKN-FOUND-FLG
             WHEN WK-KKN-RET-JUCHU-NO (WK-KKN-IDX) = WK-KKN-KEY-JUCHU-NO
               AND WK-KKN-SHOHIN-NO (WK-KKN-IDX) = JF011-SHOHIN-NO
               MOVE "Y" TO WK-KKN-FOUND-FLG
           END-SEARCH.
       EXI.
           EXIT.
      ******************************************************************
      *    交換登録処理（交換の返品は交換テーブルへ登録し、代品は
      *    累計数量を進めて交換台帳へ追記する）
      ******************************************************************
       REGISTER-KOKAN-RTN              SECTION.
           IF JF011-RETURN-REC
             MOVE JF011-JUCHU-NO TO WK-KKN-KEY-JUCHU-NO
             PERFORM FIND-KOKAN-RTN
             IF WK-KKN-FOUND-FLG = "Y"
               COMPUTE WK-KKN-SURYO (WK-KKN-IDX) =
                 WK-KKN-SURYO (WK-KKN-IDX) + JF011-SURYO
               GO TO EXI
             END-IF
             IF WK-KKN-CNT >= 2000
               DISPLAY "*** KUBM030 WARNING KOKAN TABLE FULL"
               GO TO EXI
             END-IF
             ADD 1 TO WK-KKN-CNT
             SET WK-KKN-IDX TO WK-KKN-CNT
             MOVE JF011-JUCHU-NO TO WK-KKN-RET-JUCHU-NO (WK-KKN-IDX)
             MOVE JF011-RET-REF-JUCHU-NO
               TO WK-KKN-MOTO-JUCHU-NO (WK-KKN-IDX)
             MOVE JF011-TOKU-COD TO WK-KKN-TOKU-COD (WK-KKN-IDX)
             MOVE JF011-SHOHIN-NO TO WK-KKN-SHOHIN-NO (WK-KKN-IDX)
             MOVE JF011-SURYO TO WK-KKN-SURYO (WK-KKN-IDX)
             MOVE ZERO TO WK-KKN-DAIHIN-SURYO (WK-KKN-IDX)
             GO TO EXI
           END-IF.
      *
           MOVE JF011-RET-REF-JUCHU-NO TO WK-KKN-KEY-JUCHU-NO.
           PERFORM FIND-KOKAN-RTN.
           COMPUTE WK-KKN-DAIHIN-SURYO (WK-KKN-IDX) =
             WK-KKN-DAIHIN-SURYO (WK-KKN-IDX) + JF011-SURYO.
           MOVE SPACE TO XCF-REC.
           MOVE JF011-RET-REF-JUCHU-NO TO CFXCH-RET-JUCHU-NO.
           MOVE WK-KKN-MOTO-JUCHU-NO (WK-KKN-IDX)
             TO CFXCH-MOTO-JUCHU-NO.
           MOVE JF011-JUCHU-NO TO CFXCH-KOKAN-JUCHU-NO.
           MOVE UF010-MEISAI-GYO-NO TO CFXCH-MEISAI-GYO-NO.
           MOVE JF011-TOKU-COD TO CFXCH-TOKU-COD.
           MOVE JF011-SHOHIN-NO TO CFXCH-SHOHIN-NO.
           MOVE JF011-SURYO TO CFXCH-SURYO.
           MOVE WK-KOKAN-KINGAKU-JPY TO CFXCH-KINGAKU-JPY.
           MOVE JF011-JUCHU-DATE TO CFXCH-KOKAN-DATE.
           MOVE WK-KAISHA-COD TO CFXCH-KAISHA-COD.
           MOVE ZERO TO CFXCH-NYUKA-SURYO.
           WRITE XCF-REC.
           ADD 1 TO XCF-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    交換未完了確認処理（代品の数量が返品数量に満たない交換の
      *    返品を警告する）
      ******************************************************************
       CHECK-KOKAN-ZAN-RTN             SECTION.
           IF WK-KKN-DAIHIN-SURYO (WK-KKN-SUB)
               < WK-KKN-SURYO (WK-KKN-SUB)
             DISPLAY "*** KUBM030 WARNING KOKAN DAIHIN FUSOKU"
               " RET-JUCHU=" WK-KKN-RET-JUCHU-NO (WK-KKN-SUB)
               " SHOHIN=" WK-KKN-SHOHIN-NO (WK-KKN-SUB)
             ADD 1 TO WK-KOKAN-ZAN-CNT
             IF RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
             END-IF
           END-IF.
           ADD 1 TO WK-KKN-SUB.
       EXI.
           EXIT.
      ******************************************************************
      *    受注取消・変更処理（元受注番号が実際にITF-FILEへ書込まれて
      *    いる場合のみKUCF010形式で転記し、例外で却下された受注番号
      *    や未使用の受注番号を参照する場合は例外とする）
      ******************************************************************
       APPLY-AMEND-RTN                  SECTION.
           MOVE "2" TO UF010-DATA-KBN.
           MOVE WK-KAISHA-COD TO UF010-KAISHA-COD.
           MOVE JF011-AMEND-REF-JUCHU-NO TO UF010-JUCHU-NO.
           MOVE JF011-AMEND-DATE TO UF010-JUCHU-DATE.
           MOVE SPACE TO UF010-TOKU-COD.
           MOVE SPACE TO UF010-KESSAI-KBN.
           MOVE SPACE TO UF010-KANNO-KBN.
           MOVE SPACE TO UF010-TOKU-MEI.
           MOVE SPACE TO UF010-SHOHIN-NO.
           MOVE SPACE TO UF010-SHOHIN-MEI.
           IF WK-EXF-FILE-ERR = 00
             PERFORM RETRY-SUSPENSE-RTN
           END-IF.
      *    代品がそろわなかった交換の返品を警告する
           MOVE 1 TO WK-KKN-SUB.
           PERFORM CHECK-KOKAN-ZAN-RTN
             UNTIL WK-KKN-SUB > WK-KKN-CNT.
           PERFORM HEARTBEAT-END-RTN.
           MOVE "X" TO STMP-FUNCTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           IF WK-RMF-FILE-ERR = 00
             CLOSE RMF-FILE
           END-IF.
           IF WK-XCF-FILE-ERR = 00
             CLOSE XCF-FILE
           END-IF.
      *
           IF WK-TRAILER-SEEN-FLG = "N"
             DISPLAY "*** KUBM030 ABEND NO TRAILER RECORD"
           DISPLAY "*** KUBM030 KEIYAKU=" WK-KTN-HIT-CNT.
           DISPLAY "*** KUBM030 RMA-NG=" WK-RMA-NG-CNT.
           DISPLAY "*** KUBM030 NOKI-NG=" WK-NOKI-NG-CNT.
           DISPLAY "*** KUBM030 TANI-NG=" WK-TANI-NG-CNT.
           DISPLAY "*** KUBM030 LIFE-NG=" WK-LIFE-NG-CNT.
           DISPLAY "*** KUBM030 SHUBAI-YOTEI=" WK-SHUBAI-YOTEI-CNT.
           DISPLAY "*** KUBM030 SEIGEN-NG=" WK-SEIGEN-NG-CNT.
           DISPLAY "*** KUBM030 RMF=" RMF-CNT.
           DISPLAY "*** KUBM030 KOKAN-NG=" WK-KOKAN-NG-CNT.
           DISPLAY "*** KUBM030 KOKAN-ZAN=" WK-KOKAN-ZAN-CNT.
           DISPLAY "*** KUBM030 XCF=" XCF-CNT.
           DISPLAY "*** KUBM030 END ***".
       EXI.
           EXIT.
