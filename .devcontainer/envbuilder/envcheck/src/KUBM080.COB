      *                  　数量を会社プールではなく該当倉庫の在庫残へ
      *                  　戻す（戻した在庫を当日の倉庫別引当で使える
      *                  　ようにする）
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：受注明細の決済方法(UF010-KESSAI-KBN)を
      *                  　引当結果(CFALF-KESSAI-KBN)・引当不足
      *                  　(CFSFF-KESSAI-KBN)へ引き継ぐ（代金引換の
      *                  　代引金額算出・納品書印字に使うため）
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：完納出荷(得意先マスタCFTOK-KANNO-KBN、受注
      *                  　ごとの指定UF010-KANNO-KBNが優先)の受注は
      *                  　全明細を仮に引き当て、1明細でも不足すれば
      *                  　受注ごと保留して仮に確保した在庫を同じ
      *                  　実行の後続受注へ戻す。保留した明細は全量を
      *                  　完納待ちとして引当不足(CFSFF-KANNO-FLG)へ
      *                  　書き出し、明細ごとの確保可能数・不足数を
      *                  　完納待ちリスト(KNF-FILE)へ印刷する
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：注文商品の在庫で満たせない残数量は、代替品
      *                  　マスタ(SUB-FILE、KCCFSUB形式)の有効な代替品
      *                  　へ優先順位の順に引き当ててから引当不足へ
      *                  　回す。代替出荷は引当結果の注文商品番号
      *                  　(CFALF-CHUMON-SHOHIN-NO)へ受注した商品を
      *                  　残し、代替品実績(DTF-FILE)へ書き出す。得意先
      *                  　承認要の代替品は引き当てず承認待ちの提案と
      *                  　して実績へ出すだけにする。得意先マスタで代替
      *                  　品不可(CFTOK-DAITAI-FUKA)の得意先と完納出荷
      *                  　の受注の承認要の代替品は対象外
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：仮押さえ(RSV-FILE、KCCFRSV形式)を追加。出荷
      *                  　予定日に有効な仮押さえの数量を引当前に在庫
      *                  　残から確保しておき、他の得意先の受注には
      *                  　使わせない。仮押さえした得意先の受注は確保
      *                  　分を在庫残へ戻して引き当て、仮押さえ残数量
      *                  　を減らした新世代(RSO-FILE)を書き出す。完納
      *                  　出荷の受注を保留した場合は仮押さえの消化も
      *                  　取り消す
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：委託倉庫(倉庫マスタCFSOK-ITAKU)の在庫は
      *                  　閉鎖倉庫と同様に引当の対象にしない。委託
      *                  　消化の明細(UF010-ITAKU、委託倉庫から納品
      *                  　済み)は引き当てず、受注ステータスファイル
      *                  　へ「出荷」を刻印する
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：倉庫別在庫の引当を倉庫コード順から、配送
      *                  　地域(納品先指定の受注は納品先マスタSTM-FILE
      *                  　の地域、それ以外は得意先マスタの地域)ごとの
      *                  　配送地域別出荷倉庫優先マスタ(RSK-FILE、
      *                  　KCCFRSK形式)の優先順位の順に変更。マスタに
      *                  　無い倉庫は最後に倉庫コード順で使う。環境変数
      *                  　KUBM080-SOKO-IKKATSU="Y"の運用では、受注の
      *                  　全明細を1倉庫で出荷できる倉庫があれば優先
      *                  　順位の順で最初のその倉庫から出荷し、明細を
      *                  　倉庫に分けない。引当結果へ配送地域と標準
      *                  　出荷倉庫(CFALF-REGION-COD・YUSEN-SOKO-COD)
      *                  　を設定する
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：出荷日を受注ごとに納品先の受入可能曜日へ合わ
      *                  　せる(KUBS070で出荷予定日＋輸送日数の納品日が
      *                  　受入可能曜日になるまで倉庫営業日単位で繰り
      *                  　下げ、引当結果の出荷日とする)。引当結果へ
      *                  　納品先コード(CFALF-SHIPTO-COD)を設定する。
      *                  　繰り下げにより希望納期(UF010-NOKI-DATE)に
      *                  　間に合わなくなった受注を納期未達リスト
      *                  　(NMF-FILE)へ印刷する
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：実行開始時に更新前イメージ退避(KCBS090)の
      *                  　実行IDを設定し、仮押さえの残数量を減らす
      *                  　(または消化し切って除く)前にその仮押さえの
      *                  　変更前イメージを記録するようにした(異常終了
      *                  　時にKCBM120でこの実行分だけを戻すため)
      ******************************************************************
      *    名称・単価付加後の受注データ(ITF-FILE)の売上明細を受注日順
      *    にSORTし、商品マスタ(SHO-FILE)の在庫残(前月在庫＋当月入庫
           SELECT RLF-FILE
             ASSIGN TO EXTERNAL RLF
               FILE STATUS IS WK-RLF-FILE-ERR.
           SELECT TOK-FILE
             ASSIGN TO EXTERNAL TOK
               FILE STATUS IS WK-TOK-FILE-ERR.
           SELECT KNF-FILE
             ASSIGN TO EXTERNAL KNF
               FILE STATUS IS WK-KNF-FILE-ERR.
           SELECT NMF-FILE
             ASSIGN TO EXTERNAL NMF
               FILE STATUS IS WK-NMF-FILE-ERR.
           SELECT SUB-FILE
             ASSIGN TO EXTERNAL SUB
               FILE STATUS IS WK-SUB-FILE-ERR.
           SELECT DTF-FILE
             ASSIGN TO EXTERNAL DTF
               FILE STATUS IS WK-DTF-FILE-ERR.
           SELECT RSV-FILE
             ASSIGN TO EXTERNAL RSV
               FILE STATUS IS WK-RSV-FILE-ERR.
           SELECT RSO-FILE
             ASSIGN TO EXTERNAL RSO
               FILE STATUS IS WK-RSO-FILE-ERR.
           SELECT RSK-FILE
             ASSIGN TO EXTERNAL RSK
               FILE STATUS IS WK-RSK-FILE-ERR.
           SELECT STM-FILE
             ASSIGN TO EXTERNAL STM
               FILE STATUS IS WK-STM-FILE-ERR.
      *    受注日順ソート作業ファイル(本プログラム内部限定)
           SELECT OD-SD-FILE    ASSIGN TO "ODSDWK".
           SELECT ODW-FILE      ASSIGN TO "ODWORK".
           03  RLF-SHIP-DATE            PIC  9(08).
           03  RLF-SOKO-COD             PIC  X(02).
           03  FILLER                   PIC  X(04).
       FD  TOK-FILE.
       01  TOK-REC.
           COPY KCCFTOK.
       FD  KNF-FILE.
      *    完納待ちリスト（完納出荷で保留した受注と不足明細）
       01  KNF-REC                     PIC X(80).
       FD  NMF-FILE.
      *    納期未達リスト（受入可能曜日への出荷日繰り下げで希望納期に
      *    間に合わなくなった受注）
       01  NMF-REC                     PIC X(80).
       FD  SUB-FILE.
       01  SUB-REC.
           COPY KCCFSUB.
       FD  DTF-FILE.
       01  DTF-REC.
           COPY KCCFDTF.
       FD  RSV-FILE.
       01  RSV-REC.
           COPY KCCFRSV.
       FD  RSO-FILE.
       01  RSO-REC                     PIC X(50).
       FD  RSK-FILE.
       01  RSK-REC.
           COPY KCCFRSK.
       FD  STM-FILE.
       01  STM-REC.
           COPY KCCFSTM.
      *
       SD  OD-SD-FILE.
       01  OD-SD-REC.
           03  ODSD-SHOHIN-NO           PIC X(05).
           03  ODSD-SHOHIN-MEI          PIC X(20).
           03  ODSD-SURYO               PIC 9(05).
           03  ODSD-KESSAI-KBN          PIC X(01).
           03  ODSD-MEISAI-GYO-NO       PIC 9(02).
           03  ODSD-KANNO-FLG           PIC X(01).
           03  ODSD-REGION-COD          PIC X(02).
           03  ODSD-SHIPTO-COD          PIC X(02).
           03  ODSD-NOKI-DATE           PIC 9(08).
       FD  ODW-FILE.
       01  ODW-REC.
           03  ODW-JUCHU-DATE           PIC 9(08).
           03  ODW-SHOHIN-NO            PIC X(05).
           03  ODW-SHOHIN-MEI           PIC X(20).
           03  ODW-SURYO                PIC 9(05).
           03  ODW-KESSAI-KBN           PIC X(01).
           03  ODW-MEISAI-GYO-NO        PIC 9(02).
           03  ODW-KANNO-FLG            PIC X(01).
           03  ODW-REGION-COD           PIC X(02).
           03  ODW-SHIPTO-COD           PIC X(02).
           03  ODW-NOKI-DATE            PIC 9(08).
       FD  ODS-FILE.
       01  ODS-REC.
           03  ODS-JUCHU-DATE           PIC 9(08).
           03  ODS-SHOHIN-NO            PIC X(05).
           03  ODS-SHOHIN-MEI           PIC X(20).
           03  ODS-SURYO                PIC 9(05).
           03  ODS-KESSAI-KBN           PIC X(01).
           03  ODS-MEISAI-GYO-NO        PIC 9(02).
           03  ODS-KANNO-FLG            PIC X(01).
           03  ODS-REGION-COD           PIC X(02).
           03  ODS-SHIPTO-COD           PIC X(02).
           03  ODS-NOKI-DATE            PIC 9(08).
      *
       SD  PK-SD-FILE.
       01  PK-SD-REC.
       01  RAL-END-FLG                 PIC X.
       01  RLF-CNT                     PIC 9(10) VALUE ZERO.
       01  CAN-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-TOK-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-KNF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  TOK-END-FLG                 PIC X.
       01  KNF-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-NMF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  NMF-CNT                     PIC 9(10) VALUE ZERO.
       01  KURISAGE-CNT                PIC 9(10) VALUE ZERO.
       01  MITATSU-CNT                 PIC 9(10) VALUE ZERO.
       01  KANNO-HORYU-CNT             PIC 9(10) VALUE ZERO.
       01  SKIP-CAN-CNT                PIC 9(10) VALUE ZERO.
       01  ITAKU-CNT                   PIC 9(10) VALUE ZERO.
       01  WK-SUB-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-DTF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  SUB-END-FLG                 PIC X.
       01  DTF-CNT                     PIC 9(10) VALUE ZERO.
       01  DAITAI-CNT                  PIC 9(10) VALUE ZERO.
       01  TEIAN-CNT                   PIC 9(10) VALUE ZERO.
       01  WK-RSV-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RSO-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  RSV-END-FLG                 PIC X.
       01  RSV-CNT                     PIC 9(10) VALUE ZERO.
       01  RSO-CNT                     PIC 9(10) VALUE ZERO.
       01  RSV-SHOHI-SURYO             PIC 9(10) VALUE ZERO.
       01  WK-RSK-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-STM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  RSK-END-FLG                 PIC X.
       01  STM-END-FLG                 PIC X.
       01  YUSEN-GAI-CNT               PIC 9(10) VALUE ZERO.
       01  IKKATSU-CNT                 PIC 9(10) VALUE ZERO.
      *
      *倉庫別在庫残テーブル（倉庫別在庫がある運用のみ。倉庫コード順
      *に引当て、引当結果へ引当倉庫を設定する。閉鎖倉庫は取り込ま
       01  WK-SHIP-DATE-X              PIC X(8) VALUE SPACE.
       01  WK-SHIP-DATE                PIC 9(8) VALUE ZERO.
      *
      *受注ごとの出荷日（納品先の受入可能曜日に合わせて繰り下げた
      *出荷日。受注番号が変わったときにKUBS070で求める）
       01  WK-JUCHU-SHIP-DATE          PIC 9(8) VALUE ZERO.
       01  WK-NKB-JUCHU-NO             PIC 9(4) VALUE ZERO.
       01  WK-NKB-JUCHU-DATE           PIC 9(8) VALUE ZERO.
      *
      *納品先受入条件・出荷日調整(KUBS070)呼出用
           COPY KUBS070-PARAMS.
      *
      *商品別在庫残テーブル（引当のたびに残数を減らす）
       01  WK-ZAIKO-TBL.
           03  WK-ZAIKO-CNT            PIC 9(5) VALUE ZERO.
                                       INDEXED BY WK-ZAIKO-IDX.
             05  WK-ZAIKO-SHOHIN-NO    PIC X(5).
             05  WK-ZAIKO-ZAN          PIC S9(8).
             05  WK-ZAIKO-SHOHIN-MEI   PIC X(20).
       01  WK-ZAIKO-FOUND-FLG          PIC X(1).
      *
      *引当処理用
       01  WK-HIKIATE-SURYO            PIC 9(5) VALUE ZERO.
       01  WK-FUSOKU-SURYO             PIC 9(5) VALUE ZERO.
       01  WK-SFF-KANNO-FLG            PIC X(1) VALUE SPACE.
      *
      *完納出荷得意先テーブル（得意先マスタの完納区分"Y"の得意先。
      *得意先マスタが無い場合は0件＝受注ごとの指定のみで判定）
       01  WK-KANNO-TOK-TBL.
           03  WK-KANNO-TOK-CNT        PIC 9(4) VALUE ZERO.
           03  WK-KANNO-TOK-ENT        OCCURS 5000 TIMES
                                       INDEXED BY WK-KANNO-TOK-IDX.
             05  WK-KANNO-TOK-COD      PIC X(4).
      *
      *代替品テーブル（出荷予定日に有効な代替品を注文商品・優先順位
      *の順に並べて持つ）
       01  WK-SUB-TBL.
           03  WK-SUB-CNT              PIC 9(4) VALUE ZERO.
           03  WK-SUB-ENT              OCCURS 2000 TIMES.
             05  WK-SUB-KEY.
               07  WK-SUB-SHOHIN-NO    PIC X(5).
               07  WK-SUB-YUSEN        PIC 9(2).
             05  WK-SUB-DAITAI-NO      PIC X(5).
             05  WK-SUB-SHONIN-KBN     PIC X(1).
       01  WK-SUB-IX                   PIC 9(4) VALUE ZERO.
       01  WK-SUB-POS-FLG              PIC X(1) VALUE "N".
       01  WK-SUB-NEW-KEY.
           03  WK-SUB-NEW-SHOHIN-NO    PIC X(5).
           03  WK-SUB-NEW-YUSEN        PIC 9(2).
      *
      *代替品不可得意先テーブル（得意先マスタの代替品区分"N"の得意先）
       01  WK-DAITAI-NG-TBL.
           03  WK-DAITAI-NG-CNT        PIC 9(4) VALUE ZERO.
           03  WK-DAITAI-NG-ENT        OCCURS 5000 TIMES
                                       INDEXED BY WK-DAITAI-NG-IDX.
             05  WK-DAITAI-NG-COD      PIC X(4).
      *
      *代替引当用（WK-DAITAI-SHOHIN-NOがSPACE以外の間は引当結果・
      *ピッキングリストへ代替品を書き出す）
       01  WK-DAITAI-KA-FLG            PIC X(1) VALUE "N".
       01  WK-DAITAI-SHOHIN-NO         PIC X(5) VALUE SPACE.
       01  WK-DAITAI-SHOHIN-MEI        PIC X(20) VALUE SPACE.
       01  WK-DAITAI-ARI               PIC S9(8) VALUE ZERO.
       01  WK-DTF-KBN                  PIC X(1) VALUE SPACE.
       01  WK-DTF-SURYO                PIC 9(5) VALUE ZERO.
       01  WK-DTF-SOKO-COD             PIC X(2) VALUE SPACE.
      *
      *完納出荷受注の明細退避テーブル（1受注分のソート済み明細と、
      *仮引当で確保できた数量・不足数量）
       01  WK-KNO-TBL.
           03  WK-KNO-CNT              PIC 9(3) VALUE ZERO.
           03  WK-KNO-ENT              OCCURS 99 TIMES.
             05  WK-KNO-ODS-IMG        PIC X(62).
             05  WK-KNO-KAKUHO         PIC 9(5).
             05  WK-KNO-FUSOKU         PIC 9(5).
       01  WK-KNO-IX                   PIC 9(3) VALUE ZERO.
       01  WK-KNO-JUCHU-NO             PIC 9(4) VALUE ZERO.
       01  WK-KNO-JUCHU-DATE           PIC 9(8) VALUE ZERO.
       01  WK-KNO-HORYU-FLG            PIC X(1) VALUE "N".
      *先読みした次の受注の明細（完納出荷受注の処理後に戻す）
       01  WK-ODS-SAVE                 PIC X(62) VALUE SPACE.
      *
      *仮引当テーブル（完納出荷受注で仮に確保した在庫の明細・引当元
      *(倉庫別在庫または会社プールの添字)・数量。保留時はこれを
      *在庫残へ戻し、確定時はこれで引当結果を書き出す）
       01  WK-KNT-TBL.
           03  WK-KNT-CNT              PIC 9(4) VALUE ZERO.
           03  WK-KNT-ENT              OCCURS 999 TIMES.
             05  WK-KNT-GYO            PIC 9(3).
             05  WK-KNT-POOL-IDX       PIC 9(5).
             05  WK-KNT-SURYO          PIC 9(5).
             05  WK-KNT-DAITAI-NO      PIC X(5).
       01  WK-KNT-IX                   PIC 9(4) VALUE ZERO.
       01  WK-KNT-WORK-IDX             PIC 9(5) VALUE ZERO.
       01  WK-KNT-TAKE                 PIC 9(5) VALUE ZERO.
      *
      *仮押さえテーブル（仮押さえファイルの読込順。WK-RSV-YUKO-FLGは
      *出荷予定日に有効なもの"Y"。WK-RSV-ZANは未消化の残数量で、
      *新世代へはこの数量で書き出す）
       01  WK-RSV-TBL.
           03  WK-RSV-CNT              PIC 9(4) VALUE ZERO.
           03  WK-RSV-ENT              OCCURS 5000 TIMES.
             05  WK-RSV-TOKU-COD       PIC X(4).
             05  WK-RSV-SHOHIN-NO      PIC X(5).
             05  WK-RSV-SOKO-COD       PIC X(2).
             05  WK-RSV-YUKO-FLG       PIC X(1).
             05  WK-RSV-ZAN            PIC 9(5).
       01  WK-RSV-IX                   PIC 9(5) VALUE ZERO.
       01  WK-RSV-NEED                 PIC 9(5) VALUE ZERO.
       01  WK-RSV-TAKE                 PIC 9(5) VALUE ZERO.
       01  WK-RSV-SHOHI                PIC 9(5) VALUE ZERO.
       01  WK-RSV-MODOSU               PIC 9(5) VALUE ZERO.
      *
      *仮押さえ確保テーブル（仮押さえごとに在庫残から確保した引当元
      *(倉庫別在庫または会社プールの添字)と数量）
       01  WK-RSH-TBL.
           03  WK-RSH-CNT              PIC 9(4) VALUE ZERO.
           03  WK-RSH-ENT              OCCURS 5000 TIMES.
             05  WK-RSH-RSV-IDX        PIC 9(4).
             05  WK-RSH-POOL-IDX       PIC 9(5).
             05  WK-RSH-SURYO          PIC 9(5).
       01  WK-RSH-IX                   PIC 9(4) VALUE ZERO.
      *
      *仮押さえ消化記録（1受注分。完納出荷の受注を保留した場合に
      *消化を取り消すため、確保の戻し"H"と残数量の減算"R"を控える）
       01  WK-RSL-TBL.
           03  WK-RSL-CNT              PIC 9(4) VALUE ZERO.
           03  WK-RSL-ENT              OCCURS 999 TIMES.
             05  WK-RSL-KBN            PIC X(1).
             05  WK-RSL-IDX            PIC 9(5).
             05  WK-RSL-SURYO          PIC 9(5).
       01  WK-RSL-IX                   PIC 9(4) VALUE ZERO.
       01  WK-RSL-NEW-KBN              PIC X(1) VALUE SPACE.
       01  WK-RSL-NEW-IDX              PIC 9(5) VALUE ZERO.
       01  WK-RSL-NEW-SURYO            PIC 9(5) VALUE ZERO.
      *
      *得意先別配送地域テーブル（得意先マスタの配送地域）
       01  WK-TRG-TBL.
           03  WK-TRG-CNT              PIC 9(4) VALUE ZERO.
           03  WK-TRG-ENT              OCCURS 5000 TIMES
                                       INDEXED BY WK-TRG-IDX.
             05  WK-TRG-TOKU-COD       PIC X(4).
             05  WK-TRG-REGION-COD     PIC X(2).
      *
      *納品先別配送地域テーブル（納品先マスタがある場合のみ）
       01  WK-STM-TBL.
           03  WK-STM-CNT              PIC 9(4) VALUE ZERO.
           03  WK-STM-ENT              OCCURS 5000 TIMES
                                       INDEXED BY WK-STM-IDX.
             05  WK-STM-TOKU-COD       PIC X(4).
             05  WK-STM-SHIPTO-COD     PIC X(2).
             05  WK-STM-REGION-COD     PIC X(2).
      *
      *出荷倉庫優先テーブル（配送地域別出荷倉庫優先マスタを配送
      *地域・優先順位の順に並べて持つ。マスタが無い場合は0件＝
      *従来どおり倉庫コード順に引当てる）
       01  WK-RSK-TBL.
           03  WK-RSK-CNT              PIC 9(4) VALUE ZERO.
           03  WK-RSK-ENT              OCCURS 500 TIMES.
             05  WK-RSK-KEY.
               07  WK-RSK-REGION-COD   PIC X(2).
               07  WK-RSK-YUSEN-JUNI   PIC 9(2).
             05  WK-RSK-SOKO-COD       PIC X(2).
       01  WK-RSK-IX                   PIC 9(4) VALUE ZERO.
       01  WK-RSK-POS-FLG              PIC X(1) VALUE "N".
       01  WK-RSK-ARI-FLG              PIC X(1) VALUE "N".
       01  WK-RSK-NEW-KEY.
           03  WK-RSK-NEW-REGION-COD   PIC X(2).
           03  WK-RSK-NEW-YUSEN-JUNI   PIC 9(2).
      *
      *引当順倉庫テーブル（1明細の商品の倉庫別在庫残テーブルの添字
      *を引き当てる順に並べる。一括出荷の倉庫→配送地域の優先順位
      *→優先マスタに無い倉庫の倉庫コード順）
       01  WK-JUN-TBL.
           03  WK-JUN-CNT              PIC 9(4) VALUE ZERO.
           03  WK-JUN-SZA-IDX          PIC 9(4) OCCURS 2000 TIMES.
       01  WK-JUN-IX                   PIC 9(4) VALUE ZERO.
       01  WK-JUN-SHOHIN-NO            PIC X(5) VALUE SPACE.
       01  WK-JUN-SOKO-COD             PIC X(2) VALUE SPACE.
       01  WK-JUN-HIT-IDX              PIC 9(4) VALUE ZERO.
       01  WK-FSZ-IDX                  PIC 9(4) VALUE ZERO.
       01  WK-YUSEN-SOKO-COD           PIC X(2) VALUE SPACE.
      *
      *一括出荷判定用（環境変数KUBM080-SOKO-IKKATSU="Y"の運用で、
      *受注の全明細を出荷できる1倉庫を優先順位の順に探す。候補は
      *配送地域の優先順位の倉庫→その他の倉庫の倉庫コード順）
       01  WK-IKKATSU-MODE             PIC X(1) VALUE "N".
       01  WK-ICHI-SOKO-COD            PIC X(2) VALUE SPACE.
       01  WK-KOHO-TBL.
           03  WK-KOHO-CNT             PIC 9(3) VALUE ZERO.
           03  WK-KOHO-SOKO-COD        PIC X(2) OCCURS 100 TIMES.
       01  WK-KOHO-IX                  PIC 9(3) VALUE ZERO.
       01  WK-KOHO-JX                  PIC 9(3) VALUE ZERO.
       01  WK-KOHO-ARI-FLG             PIC X(1) VALUE "N".
       01  WK-ICK-TBL.
           03  WK-ICK-CNT              PIC 9(3) VALUE ZERO.
           03  WK-ICK-ENT              OCCURS 99 TIMES.
             05  WK-ICK-SZA-IDX        PIC 9(4).
             05  WK-ICK-SURYO          PIC 9(5).
       01  WK-ICK-IX                   PIC 9(3) VALUE ZERO.
       01  WK-ICK-OK-FLG               PIC X(1) VALUE "N".
      *
      *ピッキングリスト見出し行
       01  WK-TITLE.
           03  WK-SK-SURYO             PIC ZZZ,ZZ9.
      *
       01  WK-SHOKEI-SURYO             PIC 9(7) VALUE ZERO.
      *
      *完納待ちリスト見出し行
       01  WK-KNO-TITLE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(40) VALUE
             "完納待ちリスト".
           03  FILLER                  PIC X(6) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "DATE".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-KT-DATE              PIC 9(08).
      *
      *完納待ちリスト受注行
       01  WK-KNO-JUCHU-LINE.
           03  FILLER                  PIC X(12) VALUE "受注：".
           03  WK-KJ-JUCHU-NO          PIC 9(4).
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE "得意先：".
           03  WK-KJ-TOKU-COD          PIC X(4).
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE "受注日：".
           03  WK-KJ-JUCHU-DATE        PIC 9(8).
      *
      *完納待ちリスト明細行（受注数・仮に確保できた数・不足数）
       01  WK-KNO-MEISAI.
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  WK-KM-GYO-NO            PIC 9(2).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-KM-SHOHIN-NO         PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-KM-SHOHIN-MEI        PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "受注".
           03  WK-KM-SURYO             PIC ZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "確保".
           03  WK-KM-KAKUHO            PIC ZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "不足".
           03  WK-KM-FUSOKU            PIC ZZ,ZZ9.
      *
      *納期未達リスト見出し行
       01  WK-NMF-TITLE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(40) VALUE
             "受入曜日納期未達リスト".
           03  FILLER                  PIC X(6) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "DATE".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-NT-DATE              PIC 9(08).
      *
      *納期未達リスト明細行（受注・納品先・希望納期・繰り下げ後の
      *出荷日・納品日・受入可能曜日）
       01  WK-NMF-MEISAI.
           03  WK-NM-JUCHU-NO          PIC 9(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-NM-TOKU-COD          PIC X(4).
           03  FILLER                  PIC X(1) VALUE "-".
           03  WK-NM-SHIPTO-COD        PIC X(2).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "納期".
           03  WK-NM-NOKI-DATE         PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "出荷".
           03  WK-NM-SHIP-DATE         PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "納品".
           03  WK-NM-NOHIN-DATE        PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "曜日".
           03  WK-NM-YOBI              PIC X(7).
      *
      *納期未達リスト合計行
       01  WK-NMF-GOKEI-LINE.
           03  FILLER                  PIC X(21) VALUE
             "納期未達件数：".
           03  WK-NG-CNT               PIC ZZZ,ZZ9.
      *
      *完納待ちリスト合計行
       01  WK-KNO-GOKEI-LINE.
           03  FILLER                  PIC X(21) VALUE
             "保留受注件数：".
           03  WK-KG-CNT               PIC ZZZ,ZZ9.
       01  WK-KEY-SHOHIN-NO            PIC X(5) VALUE HIGH-VALUE.
      *
      *受注ステータス刻印(KUSTMP)呼出用
           COPY KUSTMP-PARAMS.
      *
      *更新前イメージ退避(KCBS090)呼出用
           COPY KCBS090P.
      *
      *実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC 9(08) VALUE ZERO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WK-RUNHIS-START-TIME.
      *
      *    更新前イメージは実行履歴と同じ実行IDで記録する
           MOVE "S" TO BIJ-FUNCTION.
           MOVE "KUBM080" TO BIJ-RUN-PGM-ID.
           MOVE WK-RUNHIS-START-DATE TO BIJ-RUN-DATE.
           MOVE WK-RUNHIS-START-TIME TO BIJ-RUN-TIME.
           CALL "KCBS090" USING KCBS090-P1.
      *
      *    出荷予定日判定（環境変数、未指定なら実行日）
           DISPLAY "KUBM080-SHIP-DATE" UPON ENVIRONMENT-NAME.
           ACCEPT WK-SHIP-DATE-X FROM ENVIRONMENT-VALUE.
             MOVE WK-SHIP-DATE-X TO WK-SHIP-DATE
           END-IF.
           DISPLAY "*** KUBM080 SHIP-DATE=" WK-SHIP-DATE.
      *
      *    一括出荷の指定（環境変数、"Y"以外は明細ごとに倉庫を選ぶ）
           DISPLAY "KUBM080-SOKO-IKKATSU" UPON ENVIRONMENT-NAME.
           ACCEPT WK-IKKATSU-MODE FROM ENVIRONMENT-VALUE.
           IF WK-IKKATSU-MODE NOT = "Y"
             MOVE "N" TO WK-IKKATSU-MODE
           END-IF.
      *
           OPEN INPUT ITF-FILE.
           IF WK-ITF-FILE-ERR NOT = 00
               MOVE "Y" TO ITF-END-FLG
             END-IF
           END-IF.
      *
           IF ITF-END-FLG NOT = "Y"
             OPEN OUTPUT KNF-FILE
             IF WK-KNF-FILE-ERR NOT = 00
               DISPLAY "*** KUBM080 ABEND NOT KNF-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "Y" TO ITF-END-FLG
             END-IF
           END-IF.
      *
           IF ITF-END-FLG NOT = "Y"
             OPEN OUTPUT NMF-FILE
             IF WK-NMF-FILE-ERR NOT = 00
               DISPLAY "*** KUBM080 ABEND NOT NMF-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "Y" TO ITF-END-FLG
             END-IF
           END-IF.
      *
           IF ITF-END-FLG NOT = "Y"
             OPEN OUTPUT DTF-FILE
             IF WK-DTF-FILE-ERR NOT = 00
               DISPLAY "*** KUBM080 ABEND NOT DTF-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "Y" TO ITF-END-FLG
             END-IF
           END-IF.
      *
           IF ITF-END-FLG NOT = "Y"
             PERFORM LOAD-ZAIKO-RTN
             PERFORM LOAD-CLOSED-SOKO-RTN
             PERFORM LOAD-SZA-RTN
             PERFORM LOAD-RSV-RTN
             PERFORM LOAD-KANNO-TOK-RTN
             PERFORM LOAD-SUB-RTN
             PERFORM LOAD-RSK-RTN
             PERFORM LOAD-STM-RTN
           END-IF.
      *
           IF ITF-END-FLG NOT = "Y"
           ADD 1 TO WK-ZAIKO-CNT.
           SET WK-ZAIKO-IDX TO WK-ZAIKO-CNT.
           MOVE CFSHO-SHOHIN-NO TO WK-ZAIKO-SHOHIN-NO (WK-ZAIKO-IDX).
           MOVE CFSHO-SHOHIN-MEI
             TO WK-ZAIKO-SHOHIN-MEI (WK-ZAIKO-IDX).
           COMPUTE WK-ZAIKO-ZAN (WK-ZAIKO-IDX) =
             CFSHO-ZENGETU-ZAIKO + CFSHO-TOUGETU-NYUKO
             - CFSHO-TOUGETU-SYUKO.
       EXI.
           EXIT.
      ******************************************************************
      *    閉鎖倉庫読込処理（委託倉庫も閉鎖倉庫と同じく引当の対象外
      *    とする。倉庫マスタが無い場合は閉鎖なしで継続）
      ******************************************************************
       LOAD-CLOSED-SOKO-RTN            SECTION.
           OPEN INPUT SOK-FILE.
               MOVE "Y" TO SOK-END-FLG
               GO TO EXI
           END-READ.
           IF (CFSOK-CLOSED OR CFSOK-ITAKU) AND WK-CLOSED-CNT < 50
             ADD 1 TO WK-CLOSED-CNT
             SET WK-CLOSED-IDX TO WK-CLOSED-CNT
             MOVE CFSOK-SOKO-COD
       EXI.
           EXIT.
      ******************************************************************
      *    完納出荷得意先・代替品不可得意先・配送地域読込処理（得意
      *    先マスタが無い場合は0件のまま＝受注ごとの完納指定のみで
      *    判定し、代替品はすべての得意先に使い、配送地域なしとして
      *    継続）
      ******************************************************************
       LOAD-KANNO-TOK-RTN              SECTION.
           OPEN INPUT TOK-FILE.
           IF WK-TOK-FILE-ERR NOT = 00
             GO TO EXI
           END-IF.
           MOVE "N" TO TOK-END-FLG.
           PERFORM LOAD-KANNO-TOK-ONE-RTN UNTIL TOK-END-FLG = "Y".
           CLOSE TOK-FILE.
           DISPLAY "*** KUBM080 KANNO-TOK=" WK-KANNO-TOK-CNT.
           DISPLAY "*** KUBM080 DAITAI-NG-TOK=" WK-DAITAI-NG-CNT.
       EXI.
           EXIT.
       LOAD-KANNO-TOK-ONE-RTN          SECTION.
           READ TOK-FILE
             AT END
               MOVE "Y" TO TOK-END-FLG
               GO TO EXI
           END-READ.
           IF WK-TRG-CNT < 5000
             ADD 1 TO WK-TRG-CNT
             SET WK-TRG-IDX TO WK-TRG-CNT
             MOVE CFTOK-TOKU-COD TO WK-TRG-TOKU-COD (WK-TRG-IDX)
             MOVE CFTOK-REGION-COD TO WK-TRG-REGION-COD (WK-TRG-IDX)
           ELSE
             DISPLAY "*** KUBM080 WARNING REGION-TOK OVER 5000"
           END-IF.
           IF CFTOK-DAITAI-FUKA
             IF WK-DAITAI-NG-CNT < 5000
               ADD 1 TO WK-DAITAI-NG-CNT
               SET WK-DAITAI-NG-IDX TO WK-DAITAI-NG-CNT
               MOVE CFTOK-TOKU-COD
                 TO WK-DAITAI-NG-COD (WK-DAITAI-NG-IDX)
             ELSE
               DISPLAY "*** KUBM080 WARNING DAITAI-NG-TOK OVER 5000"
             END-IF
           END-IF.
           IF NOT CFTOK-KANNO-YES
             GO TO EXI
           END-IF.
           IF WK-KANNO-TOK-CNT >= 5000
             DISPLAY "*** KUBM080 WARNING KANNO-TOK OVER 5000"
             GO TO EXI
           END-IF.
           ADD 1 TO WK-KANNO-TOK-CNT.
           SET WK-KANNO-TOK-IDX TO WK-KANNO-TOK-CNT.
           MOVE CFTOK-TOKU-COD TO WK-KANNO-TOK-COD (WK-KANNO-TOK-IDX).
       EXI.
           EXIT.
      ******************************************************************
      *    代替品読込処理（出荷予定日に有効な代替品を注文商品・優先
      *    順位の順に並べて格納する。ファイルが無い場合は0件のまま
      *    ＝代替なしで継続）
      ******************************************************************
       LOAD-SUB-RTN                    SECTION.
           OPEN INPUT SUB-FILE.
           IF WK-SUB-FILE-ERR NOT = 00
             GO TO EXI
           END-IF.
           MOVE "N" TO SUB-END-FLG.
           PERFORM LOAD-SUB-ONE-RTN UNTIL SUB-END-FLG = "Y".
           CLOSE SUB-FILE.
           DISPLAY "*** KUBM080 SUB=" WK-SUB-CNT.
       EXI.
           EXIT.
       LOAD-SUB-ONE-RTN                SECTION.
           READ SUB-FILE
             AT END
               MOVE "Y" TO SUB-END-FLG
               GO TO EXI
           END-READ.
           IF CFSUB-FROM-DATE NOT = ZERO
             AND CFSUB-FROM-DATE > WK-SHIP-DATE
             GO TO EXI
           END-IF.
           IF CFSUB-TO-DATE NOT = ZERO
             AND CFSUB-TO-DATE < WK-SHIP-DATE
             GO TO EXI
           END-IF.
           IF WK-SUB-CNT >= 2000
             DISPLAY "*** KUBM080 WARNING SUB OVER 2000"
             MOVE "Y" TO SUB-END-FLG
             GO TO EXI
           END-IF.
      *    後ろから順に1行ずつずらして挿入位置を空ける
           MOVE CFSUB-SHOHIN-NO TO WK-SUB-NEW-SHOHIN-NO.
           MOVE CFSUB-YUSEN TO WK-SUB-NEW-YUSEN.
           MOVE WK-SUB-CNT TO WK-SUB-IX.
           MOVE "N" TO WK-SUB-POS-FLG.
           PERFORM LOAD-SUB-SHIFT-RTN
             UNTIL WK-SUB-IX = ZERO
                OR WK-SUB-POS-FLG = "Y".
           ADD 1 TO WK-SUB-IX.
           MOVE WK-SUB-NEW-KEY TO WK-SUB-KEY (WK-SUB-IX).
           MOVE CFSUB-DAITAI-SHOHIN-NO TO WK-SUB-DAITAI-NO (WK-SUB-IX).
           MOVE CFSUB-SHONIN-KBN TO WK-SUB-SHONIN-KBN (WK-SUB-IX).
           ADD 1 TO WK-SUB-CNT.
       EXI.
           EXIT.
       LOAD-SUB-SHIFT-RTN              SECTION.
           IF WK-SUB-KEY (WK-SUB-IX) NOT > WK-SUB-NEW-KEY
             MOVE "Y" TO WK-SUB-POS-FLG
             GO TO EXI
           END-IF.
           MOVE WK-SUB-ENT (WK-SUB-IX) TO WK-SUB-ENT (WK-SUB-IX + 1).
           SUBTRACT 1 FROM WK-SUB-IX.
       EXI.
           EXIT.
      ******************************************************************
      *    配送地域別出荷倉庫優先マスタ読込処理（配送地域・優先順位
      *    の順に並べて格納する。ファイルが無い場合は0件のまま＝倉庫
      *    コード順の引当で継続）
      ******************************************************************
       LOAD-RSK-RTN                    SECTION.
           OPEN INPUT RSK-FILE.
           IF WK-RSK-FILE-ERR NOT = 00
             GO TO EXI
           END-IF.
           MOVE "N" TO RSK-END-FLG.
           PERFORM LOAD-RSK-ONE-RTN UNTIL RSK-END-FLG = "Y".
           CLOSE RSK-FILE.
           DISPLAY "*** KUBM080 RSK=" WK-RSK-CNT.
       EXI.
           EXIT.
       LOAD-RSK-ONE-RTN                SECTION.
           READ RSK-FILE
             AT END
               MOVE "Y" TO RSK-END-FLG
               GO TO EXI
           END-READ.
           IF WK-RSK-CNT >= 500
             DISPLAY "*** KUBM080 WARNING RSK OVER 500"
             MOVE "Y" TO RSK-END-FLG
             GO TO EXI
           END-IF.
      *    後ろから順に1行ずつずらして挿入位置を空ける
           MOVE CFRSK-REGION-COD TO WK-RSK-NEW-REGION-COD.
           MOVE CFRSK-YUSEN-JUNI TO WK-RSK-NEW-YUSEN-JUNI.
           MOVE WK-RSK-CNT TO WK-RSK-IX.
           MOVE "N" TO WK-RSK-POS-FLG.
           PERFORM LOAD-RSK-SHIFT-RTN
             UNTIL WK-RSK-IX = ZERO
                OR WK-RSK-POS-FLG = "Y".
           ADD 1 TO WK-RSK-IX.
           MOVE WK-RSK-NEW-KEY TO WK-RSK-KEY (WK-RSK-IX).
           MOVE CFRSK-SOKO-COD TO WK-RSK-SOKO-COD (WK-RSK-IX).
           ADD 1 TO WK-RSK-CNT.
       EXI.
           EXIT.
       LOAD-RSK-SHIFT-RTN              SECTION.
           IF WK-RSK-KEY (WK-RSK-IX) NOT > WK-RSK-NEW-KEY
             MOVE "Y" TO WK-RSK-POS-FLG
             GO TO EXI
           END-IF.
           MOVE WK-RSK-ENT (WK-RSK-IX) TO WK-RSK-ENT (WK-RSK-IX + 1).
           SUBTRACT 1 FROM WK-RSK-IX.
       EXI.
           EXIT.
      ******************************************************************
      *    納品先マスタ読込処理（ファイルが無い場合は0件のまま＝
      *    得意先マスタの配送地域で継続）
      ******************************************************************
       LOAD-STM-RTN                    SECTION.
           OPEN INPUT STM-FILE.
           IF WK-STM-FILE-ERR NOT = 00
             GO TO EXI
           END-IF.
           MOVE "N" TO STM-END-FLG.
           PERFORM LOAD-STM-ONE-RTN UNTIL STM-END-FLG = "Y".
           CLOSE STM-FILE.
       EXI.
           EXIT.
       LOAD-STM-ONE-RTN                SECTION.
           READ STM-FILE
             AT END
               MOVE "Y" TO STM-END-FLG
               GO TO EXI
           END-READ.
           IF WK-STM-CNT >= 5000
             DISPLAY "*** KUBM080 WARNING STM OVER 5000"
             MOVE "Y" TO STM-END-FLG
             GO TO EXI
           END-IF.
           ADD 1 TO WK-STM-CNT.
           SET WK-STM-IDX TO WK-STM-CNT.
           MOVE CFSTM-TOKU-COD TO WK-STM-TOKU-COD (WK-STM-IDX).
           MOVE CFSTM-SHIPTO-COD TO WK-STM-SHIPTO-COD (WK-STM-IDX).
           MOVE CFSTM-REGION-COD TO WK-STM-REGION-COD (WK-STM-IDX).
       EXI.
           EXIT.
      ******************************************************************
      *    倉庫別在庫読込処理（ファイルが無い場合は0件のまま＝従来の
      *    会社合計1プールで引当てる。閉鎖倉庫の在庫は取り込まない）
      ******************************************************************
       EXI.
           EXIT.
      ******************************************************************
      *    仮押さえ読込処理（出荷予定日に有効な仮押さえの数量を在庫残
      *    から確保する。仮押さえファイルが無い場合は仮押さえなしで
      *    継続）
      ******************************************************************
       LOAD-RSV-RTN                    SECTION.
           OPEN INPUT RSV-FILE.
           IF WK-RSV-FILE-ERR NOT = 00
             GO TO EXI
           END-IF.
           MOVE "N" TO RSV-END-FLG.
           PERFORM LOAD-RSV-ONE-RTN UNTIL RSV-END-FLG = "Y".
           CLOSE RSV-FILE.
       EXI.
           EXIT.
       LOAD-RSV-ONE-RTN                SECTION.
           READ RSV-FILE
             AT END
               MOVE "Y" TO RSV-END-FLG
               GO TO EXI
           END-READ.
      *    テーブルに入らない仮押さえは確保せず、新世代へそのまま
      *    引き継ぐ
           IF WK-RSV-CNT >= 5000
             DISPLAY "*** KUBM080 WARNING RSV OVER 5000"
             MOVE "Y" TO RSV-END-FLG
             GO TO EXI
           END-IF.
           ADD 1 TO RSV-CNT.
           ADD 1 TO WK-RSV-CNT.
           MOVE CFRSV-TOKU-COD TO WK-RSV-TOKU-COD (WK-RSV-CNT).
           MOVE CFRSV-SHOHIN-NO TO WK-RSV-SHOHIN-NO (WK-RSV-CNT).
           MOVE CFRSV-SOKO-COD TO WK-RSV-SOKO-COD (WK-RSV-CNT).
           MOVE CFRSV-SURYO TO WK-RSV-ZAN (WK-RSV-CNT).
           MOVE "N" TO WK-RSV-YUKO-FLG (WK-RSV-CNT).
      *    有効期限切れは期限切れ解除(KUBM166)で消すまで確保しない
           IF CFRSV-KIGEN-DATE < WK-SHIP-DATE
             OR CFRSV-SURYO = ZERO
             GO TO EXI
           END-IF.
           MOVE "Y" TO WK-RSV-YUKO-FLG (WK-RSV-CNT).
           MOVE CFRSV-SURYO TO WK-RSV-NEED.
           IF WK-SZA-CNT > 0
             MOVE 1 TO WK-SZA-IDX
             PERFORM RSV-HOLD-SOKO-RTN
               UNTIL WK-SZA-IDX > WK-SZA-CNT
                  OR WK-RSV-NEED = ZERO
             GO TO EXI
           END-IF.
           IF WK-ZAIKO-CNT > 0
             SET WK-ZAIKO-IDX TO 1
             SEARCH WK-ZAIKO-ENT
               AT END
                 CONTINUE
               WHEN WK-ZAIKO-SHOHIN-NO (WK-ZAIKO-IDX) =
                   CFRSV-SHOHIN-NO
                 IF WK-ZAIKO-ZAN (WK-ZAIKO-IDX) > ZERO
                   IF WK-ZAIKO-ZAN (WK-ZAIKO-IDX) >= WK-RSV-NEED
                     MOVE WK-RSV-NEED TO WK-RSV-TAKE
                   ELSE
                     MOVE WK-ZAIKO-ZAN (WK-ZAIKO-IDX) TO WK-RSV-TAKE
                   END-IF
                   SET WK-KNT-WORK-IDX TO WK-ZAIKO-IDX
                   PERFORM RSV-TORU-RTN
                 END-IF
             END-SEARCH
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    仮押さえの倉庫別確保一件分の処理（倉庫指定の仮押さえは
      *    その倉庫から、倉庫を問わない仮押さえは倉庫コード順に確保
      *    する）
      ******************************************************************
       RSV-HOLD-SOKO-RTN               SECTION.
           IF WK-SZA-SHOHIN-NO (WK-SZA-IDX) = CFRSV-SHOHIN-NO
             AND (CFRSV-SOKO-COD = SPACE
               OR CFRSV-SOKO-COD = WK-SZA-SOKO-COD (WK-SZA-IDX))
             AND WK-SZA-ZAN (WK-SZA-IDX) > ZERO
             IF WK-SZA-ZAN (WK-SZA-IDX) >= WK-RSV-NEED
               MOVE WK-RSV-NEED TO WK-RSV-TAKE
             ELSE
               MOVE WK-SZA-ZAN (WK-SZA-IDX) TO WK-RSV-TAKE
             END-IF
             MOVE WK-SZA-IDX TO WK-KNT-WORK-IDX
             PERFORM RSV-TORU-RTN
           END-IF.
           ADD 1 TO WK-SZA-IDX.
       EXI.
           EXIT.
      ******************************************************************
      *    仮押さえ確保処理（確保テーブルへ記録して在庫残から減らす。
      *    テーブルが満杯の場合は確保しない）
      ******************************************************************
       RSV-TORU-RTN                    SECTION.
           IF WK-RSH-CNT >= 5000
             DISPLAY "*** KUBM080 WARNING RSV HOLD OVER 5000"
             MOVE ZERO TO WK-RSV-NEED
             GO TO EXI
           END-IF.
           ADD 1 TO WK-RSH-CNT.
           MOVE WK-RSV-CNT TO WK-RSH-RSV-IDX (WK-RSH-CNT).
           MOVE WK-KNT-WORK-IDX TO WK-RSH-POOL-IDX (WK-RSH-CNT).
           MOVE WK-RSV-TAKE TO WK-RSH-SURYO (WK-RSH-CNT).
           IF WK-SZA-CNT > 0
             SUBTRACT WK-RSV-TAKE FROM WK-SZA-ZAN (WK-KNT-WORK-IDX)
           ELSE
             SUBTRACT WK-RSV-TAKE FROM WK-ZAIKO-ZAN (WK-KNT-WORK-IDX)
           END-IF.
           SUBTRACT WK-RSV-TAKE FROM WK-RSV-NEED.
       EXI.
           EXIT.
      ******************************************************************
      *    読み込み処理
      ******************************************************************
       READ-RTN                        SECTION.
           EXIT.
      ******************************************************************
      *    メイン処理（売上明細を受注日順ソートの入力へ転記。返品・
      *    取消・変更行と委託消化の明細は引当対象外）
      ******************************************************************
       MAIN-RTN                        SECTION.
           IF UF010-SALE-REC AND UF010-ITAKU
             PERFORM ITAKU-SHUKKA-RTN
           END-IF.
           IF UF010-SALE-REC AND NOT UF010-ITAKU
             MOVE UF010-JUCHU-DATE TO ODW-JUCHU-DATE
             MOVE UF010-JUCHU-NO TO ODW-JUCHU-NO
             MOVE UF010-TOKU-COD TO ODW-TOKU-COD
             MOVE UF010-SHOHIN-NO TO ODW-SHOHIN-NO
             MOVE UF010-SHOHIN-MEI TO ODW-SHOHIN-MEI
             MOVE UF010-SURYO TO ODW-SURYO
             MOVE UF010-KESSAI-KBN TO ODW-KESSAI-KBN
             MOVE UF010-MEISAI-GYO-NO TO ODW-MEISAI-GYO-NO
             MOVE UF010-SHIPTO-COD TO ODW-SHIPTO-COD
             MOVE UF010-NOKI-DATE TO ODW-NOKI-DATE
             PERFORM KANNO-HANTEI-RTN
             PERFORM REGION-HANTEI-RTN
             WRITE ODW-REC
             ADD 1 TO ODW-CNT
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    委託消化明細の出荷刻印処理（委託倉庫から納品済みのため
      *    引き当てず「出荷」を刻印する。刻印失敗は警告表示のみ）
      ******************************************************************
       ITAKU-SHUKKA-RTN                SECTION.
           ADD 1 TO ITAKU-CNT.
           MOVE "S" TO STMP-FUNCTION.
           MOVE UF010-JUCHU-NO TO STMP-JUCHU-NO.
           MOVE "S" TO STMP-STAGE.
           MOVE WK-SHIP-DATE TO STMP-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO STMP-TIME.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KUSTMP" USING KUSTMP-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF STMP-ERR-YES
             DISPLAY "*** KUBM080 WARNING OSF STAMP FAILED"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    完納出荷判定処理（受注ごとの指定"Y"・"N"を優先し、未指定
      *    は得意先マスタの完納区分に従う）
      ******************************************************************
       KANNO-HANTEI-RTN                SECTION.
           IF UF010-KANNO-KBN = "Y" OR UF010-KANNO-KBN = "N"
             MOVE UF010-KANNO-KBN TO ODW-KANNO-FLG
             GO TO EXI
           END-IF.
           MOVE "N" TO ODW-KANNO-FLG.
           IF WK-KANNO-TOK-CNT > 0
             SET WK-KANNO-TOK-IDX TO 1
             SEARCH WK-KANNO-TOK-ENT
               AT END
                 CONTINUE
               WHEN WK-KANNO-TOK-COD (WK-KANNO-TOK-IDX) =
                   UF010-TOKU-COD
                 MOVE "Y" TO ODW-KANNO-FLG
             END-SEARCH
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    配送地域判定処理（納品先の指定があり納品先マスタに地域が
      *    あればその地域、それ以外は得意先マスタの地域）
      ******************************************************************
       REGION-HANTEI-RTN               SECTION.
           MOVE SPACE TO ODW-REGION-COD.
           IF UF010-SHIPTO-COD NOT = SPACE AND WK-STM-CNT > 0
             SET WK-STM-IDX TO 1
             SEARCH WK-STM-ENT
               AT END
                 CONTINUE
               WHEN WK-STM-TOKU-COD (WK-STM-IDX) = UF010-TOKU-COD
                 AND WK-STM-SHIPTO-COD (WK-STM-IDX) = UF010-SHIPTO-COD
                 MOVE WK-STM-REGION-COD (WK-STM-IDX) TO ODW-REGION-COD
             END-SEARCH
           END-IF.
           IF ODW-REGION-COD NOT = SPACE
             GO TO EXI
           END-IF.
           IF WK-TRG-CNT > 0
             SET WK-TRG-IDX TO 1
             SEARCH WK-TRG-ENT
               AT END
                 CONTINUE
               WHEN WK-TRG-TOKU-COD (WK-TRG-IDX) = UF010-TOKU-COD
                 MOVE WK-TRG-REGION-COD (WK-TRG-IDX) TO ODW-REGION-COD
             END-SEARCH
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    引当処理（受注日・受注番号順に在庫残の範囲で引当て、
      *    不足分は引当不足データへ書き出す）
      ******************************************************************
             PERFORM READ-ODS-RTN
             GO TO EXI
           END-IF.
      *    完納出荷の受注は受注の全明細をまとめて引当てる（次の受注
      *    の先頭明細まで読み進めて戻る）
           IF ODS-KANNO-FLG = "Y"
             PERFORM KANNO-JUCHU-RTN
             GO TO EXI
           END-IF.
      *    一括出荷の運用では受注の全明細をまとめて引当てる（次の
      *    受注の先頭明細まで読み進めて戻る）
           IF WK-IKKATSU-MODE = "Y" AND WK-SZA-CNT > 0
             PERFORM IKKATSU-JUCHU-RTN
             GO TO EXI
           END-IF.
      *    仮押さえした得意先の受注は確保分を在庫残へ戻して使う
           MOVE ZERO TO WK-RSL-CNT.
           PERFORM RSV-SHOHI-RTN.
      *    倉庫別在庫がある運用では配送地域の優先順位の順に引当てる
           IF WK-SZA-CNT > 0
             PERFORM ALLOCATE-SOKO-RTN
             PERFORM READ-ODS-RTN
           IF WK-HIKIATE-SURYO > ZERO
             PERFORM WRITE-ALF-RTN
           END-IF.
      *    不足分は代替品を優先順位の順に引き当ててから引当不足へ回す
           IF WK-FUSOKU-SURYO > ZERO
             PERFORM DAITAI-RTN
           END-IF.
           IF WK-FUSOKU-SURYO > ZERO
             PERFORM WRITE-SFF-RTN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    完納出荷受注の引当処理（受注の全明細を退避して仮に引当て、
      *    全明細が満たせれば確定して引当結果を書き出す。1明細でも
      *    不足すれば仮に確保した在庫をすべて在庫残へ戻して後続の
      *    受注が使えるようにし、受注ごと完納待ちとする）
      ******************************************************************
       KANNO-JUCHU-RTN                 SECTION.
           MOVE ZERO TO WK-KNO-CNT.
           MOVE ZERO TO WK-KNT-CNT.
           MOVE ZERO TO WK-RSL-CNT.
           MOVE "N" TO WK-KNO-HORYU-FLG.
           MOVE ODS-JUCHU-NO TO WK-KNO-JUCHU-NO.
           MOVE ODS-JUCHU-DATE TO WK-KNO-JUCHU-DATE.
           PERFORM KANNO-TAIHI-RTN
             UNTIL ODS-END-FLG = "Y"
                OR ODS-JUCHU-NO NOT = WK-KNO-JUCHU-NO
                OR ODS-JUCHU-DATE NOT = WK-KNO-JUCHU-DATE.
           MOVE ODS-REC TO WK-ODS-SAVE.
      *    一括出荷の運用では全明細を出荷できる倉庫を先に決める
           IF WK-IKKATSU-MODE = "Y" AND WK-SZA-CNT > 0
             PERFORM IKKATSU-HANTEI-RTN
           END-IF.
      *
           MOVE 1 TO WK-KNO-IX.
           PERFORM KANNO-KARI-RTN UNTIL WK-KNO-IX > WK-KNO-CNT.
      *
           IF WK-KNO-HORYU-FLG = "Y"
             PERFORM KANNO-MODOSHI-RTN
             PERFORM RSV-TORIKESHI-RTN
             PERFORM KANNO-HORYU-RTN
           ELSE
             MOVE 1 TO WK-KNT-IX
             PERFORM KANNO-KAKUTEI-RTN UNTIL WK-KNT-IX > WK-KNT-CNT
           END-IF.
      *
           MOVE SPACE TO WK-ICHI-SOKO-COD.
           MOVE WK-ODS-SAVE TO ODS-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    完納出荷受注の明細退避処理（99明細を超える分は退避できない
      *    ため、受注ごと保留として全量を引当不足へ書き出す）
      ******************************************************************
       KANNO-TAIHI-RTN                 SECTION.
           IF WK-KNO-CNT >= 99
             DISPLAY "*** KUBM080 WARNING KANNO LINES OVER 99 JUCHU-NO="
               ODS-JUCHU-NO
             MOVE "Y" TO WK-KNO-HORYU-FLG
             MOVE ODS-SURYO TO WK-FUSOKU-SURYO
             MOVE "Y" TO WK-SFF-KANNO-FLG
             PERFORM WRITE-SFF-RTN
             MOVE SPACE TO WK-SFF-KANNO-FLG
             PERFORM READ-ODS-RTN
             GO TO EXI
           END-IF.
           ADD 1 TO WK-KNO-CNT.
           MOVE ODS-REC TO WK-KNO-ODS-IMG (WK-KNO-CNT).
           MOVE ZERO TO WK-KNO-KAKUHO (WK-KNO-CNT).
           MOVE ZERO TO WK-KNO-FUSOKU (WK-KNO-CNT).
           PERFORM READ-ODS-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    完納出荷受注の明細一件分の仮引当処理（不足があっても後続
      *    明細の仮引当は続け、完納待ちリストへ明細ごとの不足数を
      *    出せるようにする）
      ******************************************************************
       KANNO-KARI-RTN                  SECTION.
           MOVE WK-KNO-ODS-IMG (WK-KNO-IX) TO ODS-REC.
           MOVE ODS-SURYO TO WK-ZAN-SURYO.
           PERFORM RSV-SHOHI-RTN.
           IF WK-SZA-CNT > 0
             MOVE ODS-SHOHIN-NO TO WK-JUN-SHOHIN-NO
             PERFORM SOKO-JUN-RTN
             MOVE 1 TO WK-JUN-IX
             PERFORM KANNO-KARI-SOKO-RTN
               UNTIL WK-JUN-IX > WK-JUN-CNT
                  OR WK-ZAN-SURYO = ZERO
           ELSE
             PERFORM FIND-ZAIKO-RTN
             IF WK-ZAIKO-FOUND-FLG = "Y"
               AND WK-ZAIKO-ZAN (WK-ZAIKO-IDX) > ZERO
               IF WK-ZAIKO-ZAN (WK-ZAIKO-IDX) >= WK-ZAN-SURYO
                 MOVE WK-ZAN-SURYO TO WK-KNT-TAKE
               ELSE
                 MOVE WK-ZAIKO-ZAN (WK-ZAIKO-IDX) TO WK-KNT-TAKE
               END-IF
               SET WK-KNT-WORK-IDX TO WK-ZAIKO-IDX
               PERFORM KANNO-TORU-RTN
             END-IF
           END-IF.
      *    不足分は承認不要の代替品で仮に確保する
           IF WK-ZAN-SURYO > ZERO
             PERFORM KANNO-DAITAI-RTN
           END-IF.
           COMPUTE WK-KNO-KAKUHO (WK-KNO-IX) = ODS-SURYO - WK-ZAN-SURYO.
           MOVE WK-ZAN-SURYO TO WK-KNO-FUSOKU (WK-KNO-IX).
           IF WK-ZAN-SURYO > ZERO
             MOVE "Y" TO WK-KNO-HORYU-FLG
           END-IF.
           ADD 1 TO WK-KNO-IX.
       EXI.
           EXIT.
      ******************************************************************
      *    完納出荷受注の倉庫別仮引当一件分の処理
      ******************************************************************
       KANNO-KARI-SOKO-RTN             SECTION.
           MOVE WK-JUN-SZA-IDX (WK-JUN-IX) TO WK-SZA-IDX.
           IF WK-SZA-SHOHIN-NO (WK-SZA-IDX) = ODS-SHOHIN-NO
             AND WK-SZA-ZAN (WK-SZA-IDX) > ZERO
             IF WK-SZA-ZAN (WK-SZA-IDX) >= WK-ZAN-SURYO
               MOVE WK-ZAN-SURYO TO WK-KNT-TAKE
             ELSE
               MOVE WK-SZA-ZAN (WK-SZA-IDX) TO WK-KNT-TAKE
             END-IF
             MOVE WK-SZA-IDX TO WK-KNT-WORK-IDX
             PERFORM KANNO-TORU-RTN
           END-IF.
           ADD 1 TO WK-JUN-IX.
       EXI.
           EXIT.
      ******************************************************************
      *    完納出荷受注の代替品仮引当処理（承認要の代替品は完納の
      *    受注では提案もせず、承認不要の代替品のみ優先順位の順に
      *    仮に確保する）
      ******************************************************************
       KANNO-DAITAI-RTN                SECTION.
           PERFORM DAITAI-KAHI-RTN.
           IF WK-DAITAI-KA-FLG = "N"
             GO TO EXI
           END-IF.
           MOVE 1 TO WK-SUB-IX.
           PERFORM KANNO-DAITAI-ONE-RTN
             UNTIL WK-SUB-IX > WK-SUB-CNT
                OR WK-ZAN-SURYO = ZERO.
           MOVE SPACE TO WK-DAITAI-SHOHIN-NO.
       EXI.
           EXIT.
       KANNO-DAITAI-ONE-RTN            SECTION.
           IF WK-SUB-SHOHIN-NO (WK-SUB-IX) NOT = ODS-SHOHIN-NO
             OR WK-SUB-SHONIN-KBN (WK-SUB-IX) = "Y"
             ADD 1 TO WK-SUB-IX
             GO TO EXI
           END-IF.
           MOVE WK-SUB-DAITAI-NO (WK-SUB-IX) TO WK-DAITAI-SHOHIN-NO.
           IF WK-SZA-CNT > 0
             MOVE WK-DAITAI-SHOHIN-NO TO WK-JUN-SHOHIN-NO
             PERFORM SOKO-JUN-RTN
             MOVE 1 TO WK-JUN-IX
             PERFORM KANNO-DAITAI-SOKO-RTN
               UNTIL WK-JUN-IX > WK-JUN-CNT
                  OR WK-ZAN-SURYO = ZERO
           ELSE
             PERFORM FIND-DAITAI-ZAIKO-RTN
             IF WK-ZAIKO-FOUND-FLG = "Y"
               AND WK-ZAIKO-ZAN (WK-ZAIKO-IDX) > ZERO
               IF WK-ZAIKO-ZAN (WK-ZAIKO-IDX) >= WK-ZAN-SURYO
                 MOVE WK-ZAN-SURYO TO WK-KNT-TAKE
               ELSE
                 MOVE WK-ZAIKO-ZAN (WK-ZAIKO-IDX) TO WK-KNT-TAKE
               END-IF
               SET WK-KNT-WORK-IDX TO WK-ZAIKO-IDX
               PERFORM KANNO-TORU-RTN
             END-IF
           END-IF.
           ADD 1 TO WK-SUB-IX.
       EXI.
           EXIT.
       KANNO-DAITAI-SOKO-RTN           SECTION.
           MOVE WK-JUN-SZA-IDX (WK-JUN-IX) TO WK-SZA-IDX.
           IF WK-SZA-SHOHIN-NO (WK-SZA-IDX) = WK-DAITAI-SHOHIN-NO
             AND WK-SZA-ZAN (WK-SZA-IDX) > ZERO
             IF WK-SZA-ZAN (WK-SZA-IDX) >= WK-ZAN-SURYO
               MOVE WK-ZAN-SURYO TO WK-KNT-TAKE
             ELSE
               MOVE WK-SZA-ZAN (WK-SZA-IDX) TO WK-KNT-TAKE
             END-IF
             MOVE WK-SZA-IDX TO WK-KNT-WORK-IDX
             PERFORM KANNO-TORU-RTN
           END-IF.
           ADD 1 TO WK-JUN-IX.
       EXI.
           EXIT.
      ******************************************************************
      *    仮確保処理（仮引当テーブルへ記録して在庫残から減らす。
      *    テーブルが満杯の場合は確保せず不足のまま残す）
      ******************************************************************
       KANNO-TORU-RTN                  SECTION.
           IF WK-KNT-CNT >= 999
             DISPLAY "*** KUBM080 WARNING KANNO TAKE OVER 999 JUCHU-NO="
               ODS-JUCHU-NO
             GO TO EXI
           END-IF.
           ADD 1 TO WK-KNT-CNT.
           MOVE WK-KNO-IX TO WK-KNT-GYO (WK-KNT-CNT).
           MOVE WK-KNT-WORK-IDX TO WK-KNT-POOL-IDX (WK-KNT-CNT).
           MOVE WK-KNT-TAKE TO WK-KNT-SURYO (WK-KNT-CNT).
           MOVE WK-DAITAI-SHOHIN-NO TO WK-KNT-DAITAI-NO (WK-KNT-CNT).
           IF WK-SZA-CNT > 0
             SUBTRACT WK-KNT-TAKE FROM WK-SZA-ZAN (WK-KNT-WORK-IDX)
           ELSE
             SUBTRACT WK-KNT-TAKE FROM WK-ZAIKO-ZAN (WK-KNT-WORK-IDX)
           END-IF.
           SUBTRACT WK-KNT-TAKE FROM WK-ZAN-SURYO.
       EXI.
           EXIT.
      ******************************************************************
      *    仮確保戻し処理（保留した受注の仮確保分を在庫残へ戻す）
      ******************************************************************
       KANNO-MODOSHI-RTN               SECTION.
           MOVE 1 TO WK-KNT-IX.
           PERFORM KANNO-MODOSHI-ONE-RTN UNTIL WK-KNT-IX > WK-KNT-CNT.
       EXI.
           EXIT.
       KANNO-MODOSHI-ONE-RTN           SECTION.
           MOVE WK-KNT-POOL-IDX (WK-KNT-IX) TO WK-KNT-WORK-IDX.
           IF WK-SZA-CNT > 0
             ADD WK-KNT-SURYO (WK-KNT-IX)
               TO WK-SZA-ZAN (WK-KNT-WORK-IDX)
           ELSE
             ADD WK-KNT-SURYO (WK-KNT-IX)
               TO WK-ZAIKO-ZAN (WK-KNT-WORK-IDX)
           END-IF.
           ADD 1 TO WK-KNT-IX.
       EXI.
           EXIT.
      ******************************************************************
      *    仮確保確定処理（全明細がそろった受注の仮確保分を引当結果へ
      *    書き出す。倉庫別在庫がある運用では確保元の倉庫を設定する。
      *    代替品で確保した分は代替品実績へも書き出す）
      ******************************************************************
       KANNO-KAKUTEI-RTN               SECTION.
           MOVE WK-KNO-ODS-IMG (WK-KNT-GYO (WK-KNT-IX)) TO ODS-REC.
           MOVE WK-KNT-SURYO (WK-KNT-IX) TO WK-HIKIATE-SURYO.
           MOVE WK-KNT-DAITAI-NO (WK-KNT-IX) TO WK-DAITAI-SHOHIN-NO.
           IF WK-DAITAI-SHOHIN-NO NOT = SPACE
             PERFORM FIND-DAITAI-ZAIKO-RTN
           END-IF.
           IF WK-SZA-CNT > 0
             MOVE WK-KNT-POOL-IDX (WK-KNT-IX) TO WK-SZA-IDX
             PERFORM WRITE-SOKO-ALF-RTN
             MOVE WK-SZA-SOKO-COD (WK-SZA-IDX) TO WK-DTF-SOKO-COD
           ELSE
             PERFORM WRITE-ALF-RTN
             MOVE SPACE TO WK-DTF-SOKO-COD
           END-IF.
           IF WK-DAITAI-SHOHIN-NO NOT = SPACE
             MOVE "S" TO WK-DTF-KBN
             MOVE WK-HIKIATE-SURYO TO WK-DTF-SURYO
             PERFORM WRITE-DTF-RTN
           END-IF.
           MOVE SPACE TO WK-DAITAI-SHOHIN-NO.
           ADD 1 TO WK-KNT-IX.
       EXI.
           EXIT.
      ******************************************************************
      *    完納待ち処理（保留した受注の全明細を全量で引当不足へ書き
      *    出し、完納待ちリストへ明細ごとの確保可能数・不足数を印刷
      *    する）
      ******************************************************************
       KANNO-HORYU-RTN                 SECTION.
           ADD 1 TO KANNO-HORYU-CNT.
           IF KNF-CNT = ZERO
             MOVE WK-SHIP-DATE TO WK-KT-DATE
             MOVE WK-KNO-TITLE TO KNF-REC
             WRITE KNF-REC AFTER ADVANCING PAGE
             ADD 1 TO KNF-CNT
           END-IF.
           MOVE SPACE TO KNF-REC.
           WRITE KNF-REC AFTER 1.
           IF WK-KNO-CNT > ZERO
             MOVE WK-KNO-ODS-IMG (1) TO ODS-REC
           END-IF.
           MOVE WK-KNO-JUCHU-NO TO WK-KJ-JUCHU-NO.
           MOVE ODS-TOKU-COD TO WK-KJ-TOKU-COD.
           MOVE WK-KNO-JUCHU-DATE TO WK-KJ-JUCHU-DATE.
           MOVE WK-KNO-JUCHU-LINE TO KNF-REC.
           WRITE KNF-REC AFTER 1.
           ADD 2 TO KNF-CNT.
      *
           MOVE "Y" TO WK-SFF-KANNO-FLG.
           MOVE 1 TO WK-KNO-IX.
           PERFORM KANNO-HORYU-ONE-RTN UNTIL WK-KNO-IX > WK-KNO-CNT.
           MOVE SPACE TO WK-SFF-KANNO-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    完納待ち明細一件分の処理
      ******************************************************************
       KANNO-HORYU-ONE-RTN             SECTION.
           MOVE WK-KNO-ODS-IMG (WK-KNO-IX) TO ODS-REC.
           MOVE ODS-SURYO TO WK-FUSOKU-SURYO.
           PERFORM WRITE-SFF-RTN.
      *
           MOVE ODS-MEISAI-GYO-NO TO WK-KM-GYO-NO.
           MOVE ODS-SHOHIN-NO TO WK-KM-SHOHIN-NO.
           MOVE ODS-SHOHIN-MEI TO WK-KM-SHOHIN-MEI.
           MOVE ODS-SURYO TO WK-KM-SURYO.
           MOVE WK-KNO-KAKUHO (WK-KNO-IX) TO WK-KM-KAKUHO.
           MOVE WK-KNO-FUSOKU (WK-KNO-IX) TO WK-KM-FUSOKU.
           MOVE WK-KNO-MEISAI TO KNF-REC.
           WRITE KNF-REC AFTER 1.
           ADD 1 TO KNF-CNT.
           ADD 1 TO WK-KNO-IX.
       EXI.
           EXIT.
      ******************************************************************
      *    一括出荷受注の引当処理（受注の全明細を退避し、全明細を
      *    1倉庫で出荷できる倉庫を決めてから明細ごとにその倉庫を
      *    先頭にして引当てる。そのような倉庫が無ければ明細ごとに
      *    配送地域の優先順位の順で引当てる。99明細を超える分は
      *    次の受注として扱う）
      ******************************************************************
       IKKATSU-JUCHU-RTN               SECTION.
           MOVE ZERO TO WK-KNO-CNT.
           MOVE ODS-JUCHU-NO TO WK-KNO-JUCHU-NO.
           MOVE ODS-JUCHU-DATE TO WK-KNO-JUCHU-DATE.
           PERFORM IKKATSU-TAIHI-RTN
             UNTIL ODS-END-FLG = "Y"
                OR ODS-JUCHU-NO NOT = WK-KNO-JUCHU-NO
                OR ODS-JUCHU-DATE NOT = WK-KNO-JUCHU-DATE
                OR WK-KNO-CNT >= 99.
           MOVE ODS-REC TO WK-ODS-SAVE.
      *
           PERFORM IKKATSU-HANTEI-RTN.
           MOVE 1 TO WK-KNO-IX.
           PERFORM IKKATSU-ONE-RTN UNTIL WK-KNO-IX > WK-KNO-CNT.
      *
           MOVE SPACE TO WK-ICHI-SOKO-COD.
           MOVE WK-ODS-SAVE TO ODS-REC.
       EXI.
           EXIT.
       IKKATSU-TAIHI-RTN               SECTION.
           ADD 1 TO WK-KNO-CNT.
           MOVE ODS-REC TO WK-KNO-ODS-IMG (WK-KNO-CNT).
           PERFORM READ-ODS-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    一括出荷受注の明細一件分の引当処理
      ******************************************************************
       IKKATSU-ONE-RTN                 SECTION.
           MOVE WK-KNO-ODS-IMG (WK-KNO-IX) TO ODS-REC.
           MOVE ZERO TO WK-RSL-CNT.
           PERFORM RSV-SHOHI-RTN.
           PERFORM ALLOCATE-SOKO-RTN.
           ADD 1 TO WK-KNO-IX.
       EXI.
           EXIT.
      ******************************************************************
      *    一括出荷倉庫判定処理（退避した受注の明細(WK-KNO-TBL)を
      *    候補の倉庫の順に試し、全明細の数量を在庫残で満たせる最初
      *    の倉庫をWK-ICHI-SOKO-CODへ設定する。在庫残は判定の間だけ
      *    減らして元へ戻す）
      ******************************************************************
       IKKATSU-HANTEI-RTN              SECTION.
           MOVE SPACE TO WK-ICHI-SOKO-COD.
           IF WK-KNO-CNT = ZERO
             GO TO EXI
           END-IF.
           MOVE WK-KNO-ODS-IMG (1) TO ODS-REC.
           PERFORM KOHO-SET-RTN.
           MOVE 1 TO WK-KOHO-IX.
           PERFORM IKKATSU-KOHO-RTN
             UNTIL WK-KOHO-IX > WK-KOHO-CNT
                OR WK-ICHI-SOKO-COD NOT = SPACE.
           IF WK-ICHI-SOKO-COD NOT = SPACE
             ADD 1 TO IKKATSU-CNT
           END-IF.
       EXI.
           EXIT.
       IKKATSU-KOHO-RTN                SECTION.
           MOVE ZERO TO WK-ICK-CNT.
           MOVE "Y" TO WK-ICK-OK-FLG.
           MOVE WK-KOHO-SOKO-COD (WK-KOHO-IX) TO WK-JUN-SOKO-COD.
           MOVE 1 TO WK-KNO-IX.
           PERFORM IKKATSU-CHECK-RTN
             UNTIL WK-KNO-IX > WK-KNO-CNT
                OR WK-ICK-OK-FLG = "N".
           MOVE 1 TO WK-ICK-IX.
           PERFORM IKKATSU-MODOSHI-RTN UNTIL WK-ICK-IX > WK-ICK-CNT.
           IF WK-ICK-OK-FLG = "Y"
             MOVE WK-KOHO-SOKO-COD (WK-KOHO-IX) TO WK-ICHI-SOKO-COD
           END-IF.
           ADD 1 TO WK-KOHO-IX.
       EXI.
           EXIT.
       IKKATSU-CHECK-RTN               SECTION.
           MOVE WK-KNO-ODS-IMG (WK-KNO-IX) TO ODS-REC.
           MOVE ODS-SHOHIN-NO TO WK-JUN-SHOHIN-NO.
           PERFORM FIND-SZA-RTN.
           IF WK-JUN-HIT-IDX = ZERO
             MOVE "N" TO WK-ICK-OK-FLG
             GO TO EXI
           END-IF.
           IF WK-SZA-ZAN (WK-JUN-HIT-IDX) < ODS-SURYO
             MOVE "N" TO WK-ICK-OK-FLG
             GO TO EXI
           END-IF.
           ADD 1 TO WK-ICK-CNT.
           MOVE WK-JUN-HIT-IDX TO WK-ICK-SZA-IDX (WK-ICK-CNT).
           MOVE ODS-SURYO TO WK-ICK-SURYO (WK-ICK-CNT).
           SUBTRACT ODS-SURYO FROM WK-SZA-ZAN (WK-JUN-HIT-IDX).
           ADD 1 TO WK-KNO-IX.
       EXI.
           EXIT.
       IKKATSU-MODOSHI-RTN             SECTION.
           ADD WK-ICK-SURYO (WK-ICK-IX)
             TO WK-SZA-ZAN (WK-ICK-SZA-IDX (WK-ICK-IX)).
           ADD 1 TO WK-ICK-IX.
       EXI.
           EXIT.
      ******************************************************************
      *    一括出荷の候補倉庫設定処理（配送地域の優先順位の倉庫、
      *    続いて倉庫別在庫にあるその他の倉庫を倉庫コード順に並べる）
      ******************************************************************
       KOHO-SET-RTN                    SECTION.
           MOVE ZERO TO WK-KOHO-CNT.
           MOVE 1 TO WK-RSK-IX.
           PERFORM KOHO-SET-RSK-RTN UNTIL WK-RSK-IX > WK-RSK-CNT.
           MOVE 1 TO WK-SZA-IDX.
           PERFORM KOHO-SET-SZA-RTN UNTIL WK-SZA-IDX > WK-SZA-CNT.
       EXI.
           EXIT.
       KOHO-SET-RSK-RTN                SECTION.
           IF ODS-REGION-COD NOT = SPACE
             AND WK-RSK-REGION-COD (WK-RSK-IX) = ODS-REGION-COD
             MOVE WK-RSK-SOKO-COD (WK-RSK-IX) TO WK-JUN-SOKO-COD
             PERFORM KOHO-ADD-RTN
           END-IF.
           ADD 1 TO WK-RSK-IX.
       EXI.
           EXIT.
       KOHO-SET-SZA-RTN                SECTION.
           MOVE WK-SZA-SOKO-COD (WK-SZA-IDX) TO WK-JUN-SOKO-COD.
           PERFORM KOHO-ADD-RTN.
           ADD 1 TO WK-SZA-IDX.
       EXI.
           EXIT.
       KOHO-ADD-RTN                    SECTION.
           MOVE "N" TO WK-KOHO-ARI-FLG.
           MOVE 1 TO WK-KOHO-JX.
           PERFORM KOHO-ARI-RTN
             UNTIL WK-KOHO-JX > WK-KOHO-CNT
                OR WK-KOHO-ARI-FLG = "Y".
           IF WK-KOHO-ARI-FLG = "Y"
             GO TO EXI
           END-IF.
           IF WK-KOHO-CNT >= 100
             GO TO EXI
           END-IF.
           ADD 1 TO WK-KOHO-CNT.
           MOVE WK-JUN-SOKO-COD TO WK-KOHO-SOKO-COD (WK-KOHO-CNT).
       EXI.
           EXIT.
       KOHO-ARI-RTN                    SECTION.
           IF WK-KOHO-SOKO-COD (WK-KOHO-JX) = WK-JUN-SOKO-COD
             MOVE "Y" TO WK-KOHO-ARI-FLG
           END-IF.
           ADD 1 TO WK-KOHO-JX.
       EXI.
           EXIT.
      ******************************************************************
      *    仮押さえ消化処理（受注明細の得意先・商品の有効な仮押さえを
      *    受注数量まで消化し、消化した数量の確保分を在庫残へ戻して
      *    この明細の引当に使えるようにする）
      ******************************************************************
       RSV-SHOHI-RTN                   SECTION.
           IF WK-RSV-CNT = ZERO
             GO TO EXI
           END-IF.
           MOVE ODS-SURYO TO WK-RSV-NEED.
           MOVE 1 TO WK-RSV-IX.
           PERFORM RSV-SHOHI-ONE-RTN
             UNTIL WK-RSV-IX > WK-RSV-CNT
                OR WK-RSV-NEED = ZERO.
       EXI.
           EXIT.
       RSV-SHOHI-ONE-RTN               SECTION.
           IF WK-RSV-TOKU-COD (WK-RSV-IX) NOT = ODS-TOKU-COD
             OR WK-RSV-SHOHIN-NO (WK-RSV-IX) NOT = ODS-SHOHIN-NO
             OR WK-RSV-YUKO-FLG (WK-RSV-IX) NOT = "Y"
             OR WK-RSV-ZAN (WK-RSV-IX) = ZERO
             ADD 1 TO WK-RSV-IX
             GO TO EXI
           END-IF.
           IF WK-RSV-ZAN (WK-RSV-IX) >= WK-RSV-NEED
             MOVE WK-RSV-NEED TO WK-RSV-SHOHI
           ELSE
             MOVE WK-RSV-ZAN (WK-RSV-IX) TO WK-RSV-SHOHI
           END-IF.
           SUBTRACT WK-RSV-SHOHI FROM WK-RSV-ZAN (WK-RSV-IX).
           SUBTRACT WK-RSV-SHOHI FROM WK-RSV-NEED.
           ADD WK-RSV-SHOHI TO RSV-SHOHI-SURYO.
           MOVE "R" TO WK-RSL-NEW-KBN.
           MOVE WK-RSV-IX TO WK-RSL-NEW-IDX.
           MOVE WK-RSV-SHOHI TO WK-RSL-NEW-SURYO.
           PERFORM RSV-KIROKU-RTN.
      *    確保分を消化した数量まで在庫残へ戻す（在庫不足で確保でき
      *    なかった分は戻さない）
           MOVE WK-RSV-SHOHI TO WK-RSV-MODOSU.
           MOVE 1 TO WK-RSH-IX.
           PERFORM RSV-KAIHO-RTN
             UNTIL WK-RSH-IX > WK-RSH-CNT
                OR WK-RSV-MODOSU = ZERO.
           ADD 1 TO WK-RSV-IX.
       EXI.
           EXIT.
      ******************************************************************
      *    仮押さえ確保戻し一件分の処理
      ******************************************************************
       RSV-KAIHO-RTN                   SECTION.
           IF WK-RSH-RSV-IDX (WK-RSH-IX) NOT = WK-RSV-IX
             OR WK-RSH-SURYO (WK-RSH-IX) = ZERO
             ADD 1 TO WK-RSH-IX
             GO TO EXI
           END-IF.
           IF WK-RSH-SURYO (WK-RSH-IX) >= WK-RSV-MODOSU
             MOVE WK-RSV-MODOSU TO WK-RSV-TAKE
           ELSE
             MOVE WK-RSH-SURYO (WK-RSH-IX) TO WK-RSV-TAKE
           END-IF.
           SUBTRACT WK-RSV-TAKE FROM WK-RSH-SURYO (WK-RSH-IX).
           SUBTRACT WK-RSV-TAKE FROM WK-RSV-MODOSU.
           MOVE WK-RSH-POOL-IDX (WK-RSH-IX) TO WK-KNT-WORK-IDX.
           IF WK-SZA-CNT > 0
             ADD WK-RSV-TAKE TO WK-SZA-ZAN (WK-KNT-WORK-IDX)
           ELSE
             ADD WK-RSV-TAKE TO WK-ZAIKO-ZAN (WK-KNT-WORK-IDX)
           END-IF.
           MOVE "H" TO WK-RSL-NEW-KBN.
           MOVE WK-RSH-IX TO WK-RSL-NEW-IDX.
           MOVE WK-RSV-TAKE TO WK-RSL-NEW-SURYO.
           PERFORM RSV-KIROKU-RTN.
           ADD 1 TO WK-RSH-IX.
       EXI.
           EXIT.
      ******************************************************************
      *    仮押さえ消化記録処理
      ******************************************************************
       RSV-KIROKU-RTN                  SECTION.
           IF WK-RSL-CNT >= 999
             DISPLAY "*** KUBM080 WARNING RSV LOG OVER 999 JUCHU-NO="
               ODS-JUCHU-NO
             GO TO EXI
           END-IF.
           ADD 1 TO WK-RSL-CNT.
           MOVE WK-RSL-NEW-KBN TO WK-RSL-KBN (WK-RSL-CNT).
           MOVE WK-RSL-NEW-IDX TO WK-RSL-IDX (WK-RSL-CNT).
           MOVE WK-RSL-NEW-SURYO TO WK-RSL-SURYO (WK-RSL-CNT).
       EXI.
           EXIT.
      ******************************************************************
      *    仮押さえ消化取消処理（保留した完納出荷の受注が消化した仮
      *    押さえを元へ戻す。在庫残へ戻した確保分は再び確保する）
      ******************************************************************
       RSV-TORIKESHI-RTN               SECTION.
           MOVE 1 TO WK-RSL-IX.
           PERFORM RSV-TORIKESHI-ONE-RTN UNTIL WK-RSL-IX > WK-RSL-CNT.
           MOVE ZERO TO WK-RSL-CNT.
       EXI.
           EXIT.
       RSV-TORIKESHI-ONE-RTN           SECTION.
           IF WK-RSL-KBN (WK-RSL-IX) = "R"
             MOVE WK-RSL-IDX (WK-RSL-IX) TO WK-RSV-IX
             ADD WK-RSL-SURYO (WK-RSL-IX) TO WK-RSV-ZAN (WK-RSV-IX)
             SUBTRACT WK-RSL-SURYO (WK-RSL-IX) FROM RSV-SHOHI-SURYO
           ELSE
             MOVE WK-RSL-IDX (WK-RSL-IX) TO WK-RSH-IX
             ADD WK-RSL-SURYO (WK-RSL-IX) TO WK-RSH-SURYO (WK-RSH-IX)
             MOVE WK-RSH-POOL-IDX (WK-RSH-IX) TO WK-KNT-WORK-IDX
             IF WK-SZA-CNT > 0
               SUBTRACT WK-RSL-SURYO (WK-RSL-IX)
                 FROM WK-SZA-ZAN (WK-KNT-WORK-IDX)
             ELSE
               SUBTRACT WK-RSL-SURYO (WK-RSL-IX)
                 FROM WK-ZAIKO-ZAN (WK-KNT-WORK-IDX)
             END-IF
           END-IF.
           ADD 1 TO WK-RSL-IX.
       EXI.
           EXIT.
      ******************************************************************
      *    在庫残テーブル検索処理
      ******************************************************************
       FIND-ZAIKO-RTN                  SECTION.
           MOVE "N" TO WK-ZAIKO-FOUND-FLG.
           IF WK-ZAIKO-CNT > 0
             SET WK-ZAIKO-IDX TO 1
             SEARCH WK-ZAIKO-ENT
               AT END
                 MOVE "N" TO WK-ZAIKO-FOUND-FLG
               WHEN WK-ZAIKO-SHOHIN-NO (WK-ZAIKO-IDX) = ODS-SHOHIN-NO
                 MOVE "Y" TO WK-ZAIKO-FOUND-FLG
             END-SEARCH
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    代替品在庫残テーブル検索処理（代替品の名称も設定する）
      ******************************************************************
       FIND-DAITAI-ZAIKO-RTN           SECTION.
           MOVE "N" TO WK-ZAIKO-FOUND-FLG.
           MOVE SPACE TO WK-DAITAI-SHOHIN-MEI.
           IF WK-ZAIKO-CNT > 0
             SET WK-ZAIKO-IDX TO 1
             SEARCH WK-ZAIKO-ENT
               AT END
                 MOVE "N" TO WK-ZAIKO-FOUND-FLG
               WHEN WK-ZAIKO-SHOHIN-NO (WK-ZAIKO-IDX) =
                   WK-DAITAI-SHOHIN-NO
                 MOVE "Y" TO WK-ZAIKO-FOUND-FLG
                 MOVE WK-ZAIKO-SHOHIN-MEI (WK-ZAIKO-IDX)
                   TO WK-DAITAI-SHOHIN-MEI
             END-SEARCH
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    代替品使用可否判定処理（代替品が1件も無いか、代替品不可の
      *    得意先なら"N"）
      ******************************************************************
       DAITAI-KAHI-RTN                 SECTION.
           MOVE "N" TO WK-DAITAI-KA-FLG.
           IF WK-SUB-CNT = ZERO
             GO TO EXI
           END-IF.
           IF WK-DAITAI-NG-CNT > 0
             SET WK-DAITAI-NG-IDX TO 1
             SEARCH WK-DAITAI-NG-ENT
               AT END
                 CONTINUE
               WHEN WK-DAITAI-NG-COD (WK-DAITAI-NG-IDX) =
                   ODS-TOKU-COD
                 GO TO EXI
             END-SEARCH
           END-IF.
           MOVE "Y" TO WK-DAITAI-KA-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    代替引当処理（注文商品の不足数量(WK-FUSOKU-SURYO)を代替品
      *    へ優先順位の順に引き当て、引き当てた分を不足数量から
      *    減らす。承認要の代替品は引き当てず提案として実績へ出す）
      ******************************************************************
       DAITAI-RTN                      SECTION.
           PERFORM DAITAI-KAHI-RTN.
           IF WK-DAITAI-KA-FLG = "N"
             GO TO EXI
           END-IF.
           MOVE 1 TO WK-SUB-IX.
           PERFORM DAITAI-ONE-RTN
             UNTIL WK-SUB-IX > WK-SUB-CNT
                OR WK-FUSOKU-SURYO = ZERO.
           MOVE SPACE TO WK-DAITAI-SHOHIN-NO.
       EXI.
           EXIT.
      ******************************************************************
      *    代替品一件分の処理
      ******************************************************************
       DAITAI-ONE-RTN                  SECTION.
           IF WK-SUB-SHOHIN-NO (WK-SUB-IX) NOT = ODS-SHOHIN-NO
             ADD 1 TO WK-SUB-IX
             GO TO EXI
           END-IF.
           MOVE WK-SUB-DAITAI-NO (WK-SUB-IX) TO WK-DAITAI-SHOHIN-NO.
           PERFORM FIND-DAITAI-ZAIKO-RTN.
      *    商品マスタに無い代替品は使わない
           IF WK-ZAIKO-FOUND-FLG = "N"
             ADD 1 TO WK-SUB-IX
             GO TO EXI
           END-IF.
           IF WK-SUB-SHONIN-KBN (WK-SUB-IX) = "Y"
             PERFORM DAITAI-TEIAN-RTN
           ELSE
             IF WK-SZA-CNT > 0
               MOVE WK-DAITAI-SHOHIN-NO TO WK-JUN-SHOHIN-NO
               PERFORM SOKO-JUN-RTN
               MOVE 1 TO WK-JUN-IX
               PERFORM DAITAI-SOKO-RTN
                 UNTIL WK-JUN-IX > WK-JUN-CNT
                    OR WK-FUSOKU-SURYO = ZERO
             ELSE
               PERFORM DAITAI-POOL-RTN
             END-IF
           END-IF.
           ADD 1 TO WK-SUB-IX.
       EXI.
           EXIT.
      ******************************************************************
      *    代替品の会社プール引当処理
      ******************************************************************
       DAITAI-POOL-RTN                 SECTION.
           IF WK-ZAIKO-ZAN (WK-ZAIKO-IDX) NOT > ZERO
             GO TO EXI
           END-IF.
           IF WK-ZAIKO-ZAN (WK-ZAIKO-IDX) >= WK-FUSOKU-SURYO
             MOVE WK-FUSOKU-SURYO TO WK-HIKIATE-SURYO
           ELSE
             MOVE WK-ZAIKO-ZAN (WK-ZAIKO-IDX) TO WK-HIKIATE-SURYO
           END-IF.
           SUBTRACT WK-HIKIATE-SURYO FROM WK-ZAIKO-ZAN (WK-ZAIKO-IDX).
           SUBTRACT WK-HIKIATE-SURYO FROM WK-FUSOKU-SURYO.
           PERFORM WRITE-ALF-RTN.
           MOVE "S" TO WK-DTF-KBN.
           MOVE WK-HIKIATE-SURYO TO WK-DTF-SURYO.
           MOVE SPACE TO WK-DTF-SOKO-COD.
           PERFORM WRITE-DTF-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    代替品の倉庫別引当一件分の処理
      ******************************************************************
       DAITAI-SOKO-RTN                 SECTION.
           MOVE WK-JUN-SZA-IDX (WK-JUN-IX) TO WK-SZA-IDX.
           IF WK-SZA-SHOHIN-NO (WK-SZA-IDX) = WK-DAITAI-SHOHIN-NO
             AND WK-SZA-ZAN (WK-SZA-IDX) > ZERO
             IF WK-SZA-ZAN (WK-SZA-IDX) >= WK-FUSOKU-SURYO
               MOVE WK-FUSOKU-SURYO TO WK-HIKIATE-SURYO
             ELSE
               MOVE WK-SZA-ZAN (WK-SZA-IDX) TO WK-HIKIATE-SURYO
             END-IF
             SUBTRACT WK-HIKIATE-SURYO FROM WK-SZA-ZAN (WK-SZA-IDX)
             SUBTRACT WK-HIKIATE-SURYO FROM WK-FUSOKU-SURYO
             PERFORM WRITE-SOKO-ALF-RTN
             MOVE "S" TO WK-DTF-KBN
             MOVE WK-HIKIATE-SURYO TO WK-DTF-SURYO
             MOVE WK-SZA-SOKO-COD (WK-SZA-IDX) TO WK-DTF-SOKO-COD
             PERFORM WRITE-DTF-RTN
           END-IF.
           ADD 1 TO WK-JUN-IX.
       EXI.
           EXIT.
      ******************************************************************
      *    代替提案処理（承認要の代替品に在庫があれば、不足数量を上限
      *    に提案数量として実績へ書き出す。在庫は減らさない）
      ******************************************************************
       DAITAI-TEIAN-RTN                SECTION.
           IF WK-SZA-CNT > 0
             MOVE ZERO TO WK-DAITAI-ARI
             MOVE 1 TO WK-SZA-IDX
             PERFORM DAITAI-TEIAN-SOKO-RTN
               UNTIL WK-SZA-IDX > WK-SZA-CNT
           ELSE
             MOVE WK-ZAIKO-ZAN (WK-ZAIKO-IDX) TO WK-DAITAI-ARI
           END-IF.
           IF WK-DAITAI-ARI NOT > ZERO
             GO TO EXI
           END-IF.
           IF WK-DAITAI-ARI >= WK-FUSOKU-SURYO
             MOVE WK-FUSOKU-SURYO TO WK-DTF-SURYO
           ELSE
             MOVE WK-DAITAI-ARI TO WK-DTF-SURYO
           END-IF.
           MOVE "A" TO WK-DTF-KBN.
           MOVE SPACE TO WK-DTF-SOKO-COD.
           PERFORM WRITE-DTF-RTN.
       EXI.
           EXIT.
       DAITAI-TEIAN-SOKO-RTN           SECTION.
           IF WK-SZA-SHOHIN-NO (WK-SZA-IDX) = WK-DAITAI-SHOHIN-NO
             AND WK-SZA-ZAN (WK-SZA-IDX) > ZERO
             ADD WK-SZA-ZAN (WK-SZA-IDX) TO WK-DAITAI-ARI
           END-IF.
           ADD 1 TO WK-SZA-IDX.
       EXI.
           EXIT.
      ******************************************************************
      *    代替品実績出力処理
      ******************************************************************
       WRITE-DTF-RTN                   SECTION.
           MOVE SPACE TO DTF-REC.
           MOVE ODS-JUCHU-NO TO CFDTF-JUCHU-NO.
           MOVE ODS-JUCHU-DATE TO CFDTF-JUCHU-DATE.
           MOVE ODS-TOKU-COD TO CFDTF-TOKU-COD.
           MOVE ODS-SHOHIN-NO TO CFDTF-CHUMON-SHOHIN-NO.
           MOVE WK-DAITAI-SHOHIN-NO TO CFDTF-DAITAI-SHOHIN-NO.
           MOVE WK-DTF-SURYO TO CFDTF-SURYO.
           MOVE WK-DTF-KBN TO CFDTF-KBN.
           MOVE WK-SHIP-DATE TO CFDTF-SHIP-DATE.
           MOVE WK-DTF-SOKO-COD TO CFDTF-SOKO-COD.
           WRITE DTF-REC.
           ADD 1 TO DTF-CNT.
           IF CFDTF-SHUKKA
             ADD 1 TO DAITAI-CNT
           ELSE
             ADD 1 TO TEIAN-CNT
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    引当順倉庫設定処理（WK-JUN-SHOHIN-NOの商品の倉庫別在庫残
      *    テーブルの添字を、一括出荷の倉庫→明細の配送地域の優先順位
      *    の倉庫→優先マスタに無い倉庫(倉庫コード順)の順に並べる）
      ******************************************************************
       SOKO-JUN-RTN                    SECTION.
           MOVE ZERO TO WK-JUN-CNT.
           IF WK-ICHI-SOKO-COD NOT = SPACE
             MOVE WK-ICHI-SOKO-COD TO WK-JUN-SOKO-COD
             PERFORM SOKO-JUN-ADD-RTN
           END-IF.
           MOVE 1 TO WK-RSK-IX.
           PERFORM SOKO-JUN-RSK-RTN UNTIL WK-RSK-IX > WK-RSK-CNT.
           MOVE 1 TO WK-SZA-IDX.
           PERFORM SOKO-JUN-SZA-RTN UNTIL WK-SZA-IDX > WK-SZA-CNT.
       EXI.
           EXIT.
       SOKO-JUN-RSK-RTN                SECTION.
           IF ODS-REGION-COD NOT = SPACE
             AND WK-RSK-REGION-COD (WK-RSK-IX) = ODS-REGION-COD
             AND WK-RSK-SOKO-COD (WK-RSK-IX) NOT = WK-ICHI-SOKO-COD
             MOVE WK-RSK-SOKO-COD (WK-RSK-IX) TO WK-JUN-SOKO-COD
             PERFORM SOKO-JUN-ADD-RTN
           END-IF.
           ADD 1 TO WK-RSK-IX.
       EXI.
           EXIT.
       SOKO-JUN-SZA-RTN                SECTION.
           IF WK-SZA-SHOHIN-NO (WK-SZA-IDX) NOT = WK-JUN-SHOHIN-NO
             OR WK-SZA-SOKO-COD (WK-SZA-IDX) = WK-ICHI-SOKO-COD
             ADD 1 TO WK-SZA-IDX
             GO TO EXI
           END-IF.
      *    配送地域の優先マスタにある倉庫は追加済み
           MOVE "N" TO WK-RSK-ARI-FLG.
           IF ODS-REGION-COD NOT = SPACE
             MOVE 1 TO WK-RSK-IX
             PERFORM SOKO-JUN-ARI-RTN
               UNTIL WK-RSK-IX > WK-RSK-CNT
                  OR WK-RSK-ARI-FLG = "Y"
           END-IF.
           IF WK-RSK-ARI-FLG = "N" AND WK-JUN-CNT < 2000
             ADD 1 TO WK-JUN-CNT
             MOVE WK-SZA-IDX TO WK-JUN-SZA-IDX (WK-JUN-CNT)
           END-IF.
           ADD 1 TO WK-SZA-IDX.
       EXI.
           EXIT.
       SOKO-JUN-ARI-RTN                SECTION.
           IF WK-RSK-REGION-COD (WK-RSK-IX) = ODS-REGION-COD
             AND WK-RSK-SOKO-COD (WK-RSK-IX) =
                 WK-SZA-SOKO-COD (WK-SZA-IDX)
             MOVE "Y" TO WK-RSK-ARI-FLG
           END-IF.
           ADD 1 TO WK-RSK-IX.
       EXI.
           EXIT.
       SOKO-JUN-ADD-RTN                SECTION.
           PERFORM FIND-SZA-RTN.
           IF WK-JUN-HIT-IDX NOT = ZERO AND WK-JUN-CNT < 2000
             ADD 1 TO WK-JUN-CNT
             MOVE WK-JUN-HIT-IDX TO WK-JUN-SZA-IDX (WK-JUN-CNT)
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    倉庫別在庫残テーブル検索処理（WK-JUN-SHOHIN-NOの商品・
      *    WK-JUN-SOKO-CODの倉庫の添字。無ければZERO）
      ******************************************************************
       FIND-SZA-RTN                    SECTION.
           MOVE ZERO TO WK-JUN-HIT-IDX.
           MOVE 1 TO WK-FSZ-IDX.
           PERFORM FIND-SZA-ONE-RTN
             UNTIL WK-FSZ-IDX > WK-SZA-CNT
                OR WK-JUN-HIT-IDX NOT = ZERO.
       EXI.
           EXIT.
       FIND-SZA-ONE-RTN                SECTION.
           IF WK-SZA-SHOHIN-NO (WK-FSZ-IDX) = WK-JUN-SHOHIN-NO
             AND WK-SZA-SOKO-COD (WK-FSZ-IDX) = WK-JUN-SOKO-COD
             MOVE WK-FSZ-IDX TO WK-JUN-HIT-IDX
           END-IF.
           ADD 1 TO WK-FSZ-IDX.
       EXI.
           EXIT.
      ******************************************************************
      *    標準出荷倉庫判定処理（明細の配送地域の優先順位が最も小さい
      *    倉庫。優先マスタに無い地域はSPACE）
      ******************************************************************
       YUSEN-SOKO-RTN                  SECTION.
           MOVE SPACE TO WK-YUSEN-SOKO-COD.
           IF ODS-REGION-COD = SPACE
             GO TO EXI
           END-IF.
           MOVE 1 TO WK-RSK-IX.
           PERFORM YUSEN-SOKO-ONE-RTN
             UNTIL WK-RSK-IX > WK-RSK-CNT
                OR WK-YUSEN-SOKO-COD NOT = SPACE.
       EXI.
           EXIT.
       YUSEN-SOKO-ONE-RTN              SECTION.
           IF WK-RSK-REGION-COD (WK-RSK-IX) = ODS-REGION-COD
             MOVE WK-RSK-SOKO-COD (WK-RSK-IX) TO WK-YUSEN-SOKO-COD
           END-IF.
           ADD 1 TO WK-RSK-IX.
       EXI.
           EXIT.
      ******************************************************************
      *    倉庫別引当処理（引当順倉庫テーブルの順に在庫残の範囲で
      *    引当て、倉庫ごとに引当結果を書き出す。全倉庫で満たせない
      *    残数量は引当不足データへ書き出す）
      ******************************************************************
       ALLOCATE-SOKO-RTN               SECTION.
           MOVE ODS-SURYO TO WK-ZAN-SURYO.
           MOVE ODS-SHOHIN-NO TO WK-JUN-SHOHIN-NO.
           PERFORM SOKO-JUN-RTN.
           MOVE 1 TO WK-JUN-IX.
           PERFORM ALLOCATE-SOKO-ONE-RTN
             UNTIL WK-JUN-IX > WK-JUN-CNT
                OR WK-ZAN-SURYO = ZERO.
           IF WK-ZAN-SURYO > ZERO
             MOVE WK-ZAN-SURYO TO WK-FUSOKU-SURYO
             PERFORM DAITAI-RTN
             IF WK-FUSOKU-SURYO > ZERO
               PERFORM WRITE-SFF-RTN
             END-IF
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    倉庫別引当一件分の処理
      ******************************************************************
       ALLOCATE-SOKO-ONE-RTN           SECTION.
           MOVE WK-JUN-SZA-IDX (WK-JUN-IX) TO WK-SZA-IDX.
           IF WK-SZA-SHOHIN-NO (WK-SZA-IDX) = ODS-SHOHIN-NO
             AND WK-SZA-ZAN (WK-SZA-IDX) > ZERO
             IF WK-SZA-ZAN (WK-SZA-IDX) >= WK-ZAN-SURYO
             MOVE WK-SZA-TAKE TO WK-HIKIATE-SURYO
             PERFORM WRITE-SOKO-ALF-RTN
           END-IF.
           ADD 1 TO WK-JUN-IX.
       EXI.
           EXIT.
      ******************************************************************
      *    倉庫別引当結果出力処理（引当倉庫を設定して書き出す）
      ******************************************************************
       WRITE-SOKO-ALF-RTN              SECTION.
           MOVE SPACE TO ALF-REC.
           MOVE ODS-JUCHU-NO TO CFALF-JUCHU-NO.
           MOVE ODS-TOKU-COD TO CFALF-TOKU-COD.
      *    代替出荷は代替品を出荷商品とし、受注した商品を注文商品
      *    番号へ残す
           IF WK-DAITAI-SHOHIN-NO = SPACE
             MOVE ODS-SHOHIN-NO TO CFALF-SHOHIN-NO
             MOVE ODS-SHOHIN-MEI TO CFALF-SHOHIN-MEI
             MOVE SPACE TO CFALF-CHUMON-SHOHIN-NO
           ELSE
             MOVE WK-DAITAI-SHOHIN-NO TO CFALF-SHOHIN-NO
             MOVE WK-DAITAI-SHOHIN-MEI TO CFALF-SHOHIN-MEI
             MOVE ODS-SHOHIN-NO TO CFALF-CHUMON-SHOHIN-NO
           END-IF.
           MOVE WK-HIKIATE-SURYO TO CFALF-SURYO.
           MOVE ODS-JUCHU-DATE TO CFALF-JUCHU-DATE.
           PERFORM SHUKKABI-RTN.
           MOVE WK-JUCHU-SHIP-DATE TO CFALF-SHIP-DATE.
           MOVE ODS-SHIPTO-COD TO CFALF-SHIPTO-COD.
           MOVE WK-SZA-SOKO-COD (WK-SZA-IDX) TO CFALF-SOKO-COD.
           MOVE ODS-KESSAI-KBN TO CFALF-KESSAI-KBN.
      *    配送地域と標準出荷倉庫（標準外の倉庫からの出荷を数える）
           PERFORM YUSEN-SOKO-RTN.
           MOVE ODS-REGION-COD TO CFALF-REGION-COD.
           MOVE WK-YUSEN-SOKO-COD TO CFALF-YUSEN-SOKO-COD.
           IF WK-YUSEN-SOKO-COD NOT = SPACE
             AND WK-YUSEN-SOKO-COD NOT = CFALF-SOKO-COD
             ADD 1 TO YUSEN-GAI-CNT
           END-IF.
           WRITE ALF-REC.
           ADD 1 TO ALF-CNT.
      *
           MOVE CFALF-SHOHIN-NO TO PKW-SHOHIN-NO.
           MOVE ODS-JUCHU-NO TO PKW-JUCHU-NO.
           MOVE ODS-TOKU-COD TO PKW-TOKU-COD.
           MOVE CFALF-SHOHIN-MEI TO PKW-SHOHIN-MEI.
           MOVE WK-HIKIATE-SURYO TO PKW-SURYO.
           WRITE PKW-REC.
      *
      *    書き出す）
      ******************************************************************
       WRITE-ALF-RTN                   SECTION.
           MOVE SPACE TO ALF-REC.
           MOVE ODS-JUCHU-NO TO CFALF-JUCHU-NO.
           MOVE ODS-TOKU-COD TO CFALF-TOKU-COD.
      *    代替出荷は代替品を出荷商品とし、受注した商品を注文商品
      *    番号へ残す
           IF WK-DAITAI-SHOHIN-NO = SPACE
             MOVE ODS-SHOHIN-NO TO CFALF-SHOHIN-NO
             MOVE ODS-SHOHIN-MEI TO CFALF-SHOHIN-MEI
             MOVE SPACE TO CFALF-CHUMON-SHOHIN-NO
           ELSE
             MOVE WK-DAITAI-SHOHIN-NO TO CFALF-SHOHIN-NO
             MOVE WK-DAITAI-SHOHIN-MEI TO CFALF-SHOHIN-MEI
             MOVE ODS-SHOHIN-NO TO CFALF-CHUMON-SHOHIN-NO
           END-IF.
           MOVE WK-HIKIATE-SURYO TO CFALF-SURYO.
           MOVE ODS-JUCHU-DATE TO CFALF-JUCHU-DATE.
           PERFORM SHUKKABI-RTN.
           MOVE WK-JUCHU-SHIP-DATE TO CFALF-SHIP-DATE.
           MOVE ODS-SHIPTO-COD TO CFALF-SHIPTO-COD.
           MOVE SPACE TO CFALF-SOKO-COD.
           MOVE ODS-KESSAI-KBN TO CFALF-KESSAI-KBN.
           MOVE ODS-REGION-COD TO CFALF-REGION-COD.
           WRITE ALF-REC.
           ADD 1 TO ALF-CNT.
      *
           MOVE CFALF-SHOHIN-NO TO PKW-SHOHIN-NO.
           MOVE ODS-JUCHU-NO TO PKW-JUCHU-NO.
           MOVE ODS-TOKU-COD TO PKW-TOKU-COD.
           MOVE CFALF-SHOHIN-MEI TO PKW-SHOHIN-MEI.
           MOVE WK-HIKIATE-SURYO TO PKW-SURYO.
           WRITE PKW-REC.
      *
       EXI.
           EXIT.
      ******************************************************************
      *    受注別出荷日決定処理（受注の最初の引当結果で納品先の受入
      *    可能曜日に合わせた出荷日を求め、同じ受注の明細はその日で
      *    出荷する。繰り下げで希望納期に間に合わない受注は納期未達
      *    リストへ印刷する）
      ******************************************************************
       SHUKKABI-RTN                    SECTION.
           IF ODS-JUCHU-NO = WK-NKB-JUCHU-NO
             AND ODS-JUCHU-DATE = WK-NKB-JUCHU-DATE
             GO TO EXI
           END-IF.
           MOVE ODS-JUCHU-NO TO WK-NKB-JUCHU-NO.
           MOVE ODS-JUCHU-DATE TO WK-NKB-JUCHU-DATE.
           MOVE WK-SHIP-DATE TO WK-JUCHU-SHIP-DATE.
      *
           MOVE "C" TO NKB-FUNCTION.
           MOVE ODS-TOKU-COD TO NKB-TOKU-COD.
           MOVE ODS-SHIPTO-COD TO NKB-SHIPTO-COD.
           MOVE ODS-REGION-COD TO NKB-REGION-COD.
           MOVE SPACE TO NKB-CARRIER-COD.
           MOVE WK-SHIP-DATE TO NKB-SHIP-DATE.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KUBS070" USING KUBS070-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF NKB-FUKA
             DISPLAY "*** KUBM080 WARNING NO UKEIRE DAY JUCHU-NO="
               ODS-JUCHU-NO
             GO TO EXI
           END-IF.
           IF NOT NKB-KURISAGE
             GO TO EXI
           END-IF.
           MOVE NKB-SHIP-DATE TO WK-JUCHU-SHIP-DATE.
           ADD 1 TO KURISAGE-CNT.
           IF ODS-NOKI-DATE NOT NUMERIC
             OR ODS-NOKI-DATE = ZERO
             OR NKB-NOHIN-DATE <= ODS-NOKI-DATE
             GO TO EXI
           END-IF.
      *
           ADD 1 TO MITATSU-CNT.
           IF NMF-CNT = ZERO
             MOVE WK-SHIP-DATE TO WK-NT-DATE
             MOVE WK-NMF-TITLE TO NMF-REC
             WRITE NMF-REC AFTER ADVANCING PAGE
             MOVE SPACE TO NMF-REC
             WRITE NMF-REC AFTER 1
             ADD 2 TO NMF-CNT
           END-IF.
           MOVE ODS-JUCHU-NO TO WK-NM-JUCHU-NO.
           MOVE ODS-TOKU-COD TO WK-NM-TOKU-COD.
           MOVE ODS-SHIPTO-COD TO WK-NM-SHIPTO-COD.
           MOVE ODS-NOKI-DATE TO WK-NM-NOKI-DATE.
           MOVE WK-JUCHU-SHIP-DATE TO WK-NM-SHIP-DATE.
           MOVE NKB-NOHIN-DATE TO WK-NM-NOHIN-DATE.
           MOVE NKB-UKEIRE-YOBI TO WK-NM-YOBI.
           MOVE WK-NMF-MEISAI TO NMF-REC.
           WRITE NMF-REC AFTER 1.
           ADD 1 TO NMF-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    引当不足出力処理
      ******************************************************************
       WRITE-SFF-RTN                   SECTION.
           MOVE SPACE TO SFF-REC.
           MOVE ODS-JUCHU-NO TO CFSFF-JUCHU-NO.
           MOVE ODS-JUCHU-DATE TO CFSFF-JUCHU-DATE.
           MOVE ODS-TOKU-COD TO CFSFF-TOKU-COD.
           MOVE ODS-SHOHIN-NO TO CFSFF-SHOHIN-NO.
           MOVE WK-FUSOKU-SURYO TO CFSFF-ZAN-SURYO.
           MOVE ODS-KESSAI-KBN TO CFSFF-KESSAI-KBN.
           MOVE WK-SFF-KANNO-FLG TO CFSFF-KANNO-FLG.
           WRITE SFF-REC.
           ADD 1 TO SFF-CNT.
       EXI.
               GIVING ODS-FILE
      *
             PERFORM ALLOCATE-RTN
             PERFORM WRITE-RSO-RTN
             CLOSE PKW-FILE
      *
             SORT PK-SD-FILE
               GIVING PKS-FILE
      *
             PERFORM PRINT-PICKING-RTN
      *
             IF KANNO-HORYU-CNT > ZERO
               MOVE KANNO-HORYU-CNT TO WK-KG-CNT
               MOVE SPACE TO KNF-REC
               WRITE KNF-REC AFTER 1
               MOVE WK-KNO-GOKEI-LINE TO KNF-REC
               WRITE KNF-REC AFTER 1
               ADD 2 TO KNF-CNT
             END-IF
      *
             CLOSE ALF-FILE
             CLOSE SFF-FILE
             CLOSE PKF-FILE
             CLOSE RLF-FILE
             IF MITATSU-CNT > ZERO
               MOVE MITATSU-CNT TO WK-NG-CNT
               MOVE SPACE TO NMF-REC
               WRITE NMF-REC AFTER 1
               MOVE WK-NMF-GOKEI-LINE TO NMF-REC
               WRITE NMF-REC AFTER 1
               ADD 2 TO NMF-CNT
             END-IF
      *
             CLOSE KNF-FILE
             CLOSE NMF-FILE
             CLOSE DTF-FILE
           END-IF.
      *
           DISPLAY "*** KUBM080 ITF=" ITF-CNT.
           DISPLAY "*** KUBM080 PKF=" PKF-CNT.
           DISPLAY "*** KUBM080 CANCEL=" CAN-CNT.
           DISPLAY "*** KUBM080 CAN-SKIP=" SKIP-CAN-CNT.
           DISPLAY "*** KUBM080 ITAKU=" ITAKU-CNT.
           DISPLAY "*** KUBM080 RLF=" RLF-CNT.
           DISPLAY "*** KUBM080 KANNO-HORYU=" KANNO-HORYU-CNT.
           DISPLAY "*** KUBM080 KNF=" KNF-CNT.
           DISPLAY "*** KUBM080 DAITAI=" DAITAI-CNT.
           DISPLAY "*** KUBM080 TEIAN=" TEIAN-CNT.
           DISPLAY "*** KUBM080 DTF=" DTF-CNT.
           DISPLAY "*** KUBM080 RSV=" RSV-CNT.
           DISPLAY "*** KUBM080 RSV-SHOHI=" RSV-SHOHI-SURYO.
           DISPLAY "*** KUBM080 RSO=" RSO-CNT.
           DISPLAY "*** KUBM080 YUSEN-GAI=" YUSEN-GAI-CNT.
           DISPLAY "*** KUBM080 IKKATSU=" IKKATSU-CNT.
           DISPLAY "*** KUBM080 KURISAGE=" KURISAGE-CNT.
           DISPLAY "*** KUBM080 MITATSU=" MITATSU-CNT.
           DISPLAY "*** KUBM080 NMF=" NMF-CNT.
           MOVE "X" TO BIJ-FUNCTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KCBS090" USING KCBS090-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM080 END ***".
       EXI.
           EXIT.
      ******************************************************************
      *    仮押さえ新世代作成処理（仮押さえファイルを読み直し、消化
      *    後の残数量で書き出す。残数量がゼロになった仮押さえは除く。
      *    テーブルに入らなかった仮押さえはそのまま引き継ぐ）
      ******************************************************************
       WRITE-RSO-RTN                   SECTION.
           IF WK-RSV-FILE-ERR NOT = 00
             GO TO EXI
           END-IF.
           OPEN INPUT RSV-FILE.
           IF WK-RSV-FILE-ERR NOT = 00
             GO TO EXI
           END-IF.
           OPEN OUTPUT RSO-FILE.
           IF WK-RSO-FILE-ERR NOT = 00
             DISPLAY "*** KUBM080 ABEND NOT RSO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             CLOSE RSV-FILE
             GO TO EXI
           END-IF.
           MOVE ZERO TO WK-RSV-IX.
           MOVE "N" TO RSV-END-FLG.
           PERFORM WRITE-RSO-ONE-RTN UNTIL RSV-END-FLG = "Y".
           CLOSE RSV-FILE.
           CLOSE RSO-FILE.
       EXI.
           EXIT.
       WRITE-RSO-ONE-RTN               SECTION.
           READ RSV-FILE
             AT END
               MOVE "Y" TO RSV-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-RSV-IX.
           IF WK-RSV-IX <= WK-RSV-CNT
             IF WK-RSV-ZAN (WK-RSV-IX) NOT = CFRSV-SURYO
               PERFORM WRITE-BIJ-RSV-RTN
             END-IF
             MOVE WK-RSV-ZAN (WK-RSV-IX) TO CFRSV-SURYO
           END-IF.
           IF CFRSV-SURYO = ZERO
             GO TO EXI
           END-IF.
           WRITE RSO-REC FROM RSV-REC.
           ADD 1 TO RSO-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    仮押さえ変更前イメージ記録処理（記録失敗は警告表示のみとし、
      *    新世代の作成は継続する）
      ******************************************************************
       WRITE-BIJ-RSV-RTN               SECTION.
           MOVE "W" TO BIJ-FUNCTION.
           MOVE "KCCFRSV" TO BIJ-RESOURCE.
           MOVE "U" TO BIJ-ACTION.
           MOVE SPACE TO BIJ-KEY.
           MOVE CFRSV-TOKU-COD TO BIJ-KEY (1:4).
           MOVE CFRSV-SHOHIN-NO TO BIJ-KEY (5:5).
           MOVE CFRSV-SOKO-COD TO BIJ-KEY (10:2).
           MOVE RSV-REC TO BIJ-IMAGE.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KCBS090" USING KCBS090-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF BIJ-ERR-YES
             DISPLAY "*** KUBM080 WARNING BIJ WRITE FAILED"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    既引当分解除処理（前回までの引当累積(RAL-FILE)を読み、
      *    取消対象受注の引当を解除データ(RLF)へ書き出して在庫残へ
      *    戻す。RAL-FILEが無い場合は解除なしで継続）
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE            TO RUNHIS-RTN-CODE.
           MOVE 5                      TO RUNHIS-CNT-CNT.
           MOVE "ITF"                  TO RUNHIS-CNT-LABEL (1).
           MOVE ITF-CNT                TO RUNHIS-CNT-VALUE (1).
           MOVE "ALF"                  TO RUNHIS-CNT-LABEL (2).
           MOVE SFF-CNT                TO RUNHIS-CNT-VALUE (3).
           MOVE "PKF"                  TO RUNHIS-CNT-LABEL (4).
           MOVE PKF-CNT                TO RUNHIS-CNT-VALUE (4).
           MOVE "KANNOHORYU"           TO RUNHIS-CNT-LABEL (5).
           MOVE KANNO-HORYU-CNT        TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
