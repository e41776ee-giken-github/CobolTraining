           88  JF011-RETURN-REC            VALUE "9".
           88  JF011-AMEND-REC             VALUE "2".
           88  JF011-TRAILER-REC           VALUE "T".
      * 決済方法(受注("1")のみ設定。"D"=代金引換、SPACEは通常の掛売り。
      * 受注データ(KUCF010)・引当結果(KCCFALF)へ引き継ぐ)
      * "K"=交換。不良品の返品("9")とその代品の受注("1")の両方に設定
      * し、代品はJF011-RET-REF-JUCHU-NOに交換元の返品の受注番号を持つ。
      * 返品は返金せず、代品は無償で出荷する(受注抽出KUBM030参照)
      * "M"=見本品(無償サンプル・展示会用の出荷。受注("1")のみ)。
      * 通常どおり引当・出荷するが金額はZEROとし、請求・売上集計の
      * 対象外とする。出荷分は見本品費計上(KUBM168)が原価で計上する
      * "I"=委託消化(得意先の委託在庫の販売報告から消化報告取込
      * (KSBM131)が起こす受注("1")。品物は委託倉庫から納品済みの
      * ため在庫引当(KUBM080)の対象外とし、請求・売上は通常どおり)
         03  JF011-KESSAI-KBN              PIC  X(01).
           88  JF011-DAIBIKI               VALUE "D".
           88  JF011-KOKAN                 VALUE "K".
           88  JF011-MIHON                 VALUE "M".
           88  JF011-ITAKU                 VALUE "I".
      * データ部
         03  JF011-DATA.
           05  FILLER                      PIC  X(54).
             07  JF011-JUCHU-DD            PIC  9(02).
           05  FILLER                      PIC  X(01).
           05  JF011-TOKU-COD              PIC  X(04).
      * 完納指定(受注単位の分納可否。"Y"=完納出荷(全明細がそろうまで
      * 出荷しない) "N"=分納可、SPACEは得意先マスタCFTOK-KANNO-KBN
      * に従う。1受注の全明細に同じ値を設定する。在庫引当(KUBM080)参照)
           05  JF011-KANNO-KBN             PIC  X(01).
             88  JF011-KANNO-YES           VALUE "Y".
             88  JF011-KANNO-NO            VALUE "N".
           05  JF011-SHOHIN-NO             PIC  X(05).
           05  FILLER                      PIC  X(01).
           05  JF011-SURYO-X.
             07  JF011-SURYO               PIC  9(05).
      * 注文単位(数量の単位。"C"=ケース "B"=ボール、SPACE・"P"はバラ。
      * 受注抽出(KUBM030)が商品マスタの入数でバラ数量へ換算する)
           05  JF011-TANI-KBN              PIC  X(01).
             88  JF011-TANI-BARA           VALUE " " "P".
             88  JF011-TANI-CASE           VALUE "C".
             88  JF011-TANI-BALL           VALUE "B".
      * 海外得意先分の受注のみ設定（ISO 4217）。未設定(SPACE)の場合は
      * 商品マスタ(CFSHO-CURRENCY-COD)の通貨を適用する。
           05  JF011-CURRENCY-COD          PIC  X(03).
      * 返品("9")のみ設定。元受注番号と返品理由コード。
      * 交換の代品("1"で決済方法"K")は交換元の返品の受注番号を設定。
           05  JF011-RET-REF-JUCHU-NO-X.
             07  JF011-RET-REF-JUCHU-NO    PIC  9(04).
           05  JF011-RET-REASON-COD        PIC  X(02).
      * ZERO・SPACEは通番導入前の旧形式)
           05  JF011-BATCH-SERIAL-X.
             07  JF011-BATCH-SERIAL        PIC  9(06).
      * 会社コード(KJCFHDRが刻印する。バッチ内の受注はすべてこの会社
      * の取引として扱う。SPACEは会社コード導入前の旧形式で、既定
      * 会社"01"として扱う)
           05  JF011-KAISHA-COD            PIC  X(02).
           05  FILLER                      PIC  X(38).
      * トレイラー情報(データ部を再定義)
         03  JF011-TRAILER     REDEFINES  JF011-DATA.
           05  JF011-JUCHU-KENSU           PIC  9(09).
