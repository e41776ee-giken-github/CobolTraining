000010******************************************************************
000020*    KUCF010 : 受注データ(得意先・商品名称付加後)      LRECL=130
000030*    KJCF011の受注データにKCCFSHO(商品マスタ)・得意先マスタの
000040*    名称・単価を付加したワークファイルの明細レイアウト。
000042*    UF010-KINGAKU-JPYは為替レートマスタ(KCCFRTE)で受注日時点
000044*    のレートにより円換算した金額(円貨受注はKINGAKUと同値)。
000046*    UF010-RET-REF-JUCHU-NO/RET-REASON-CODは返品行のみ設定。
000047*    交換(UF010-KOKAN)の代品の売上行はRET-REF-JUCHU-NOに交換元の
000048*    返品の受注番号を持つ。交換の返品行・代品行は金額をZERO(返金
000049*    なし・無償出荷)とし、UF010-TANKAは通常の単価のまま持つ。
000050******************************************************************
000060     03  UF010-DATA-KBN              PIC  X(01).
000062         88  UF010-SALE-REC          VALUE "1".
000188         05  FILLER                  PIC  X(08).
000190     03  UF010-CURRENCY-COD          PIC  X(03).
000200     03  UF010-KINGAKU-JPY           PIC S9(11).
000202*    会社コード(KJCF011ヘッダのJF011-KAISHA-CODをKUBM030が
000204*    引き継ぐ。SPACEの旧データは既定会社"01"として扱う)
000206     03  UF010-KAISHA-COD            PIC  X(02).
000207*    決済方法(JF011-KESSAI-KBNの引継ぎ。"D"=代金引換 "K"=交換
000208*    "M"=見本品。見本品の売上行は金額をZERO(無償出荷)とする。
000209*    "I"=委託消化(委託在庫の販売報告。引当・出荷を通らない))
000210     03  UF010-KESSAI-KBN            PIC  X(01).
000212       88  UF010-DAIBIKI             VALUE "D".
000214       88  UF010-KOKAN               VALUE "K".
000216       88  UF010-MIHON               VALUE "M".
000218       88  UF010-ITAKU               VALUE "I".
000220     03  UF010-RET-REF-JUCHU-NO      PIC  9(04).
000230     03  UF010-RET-REASON-COD        PIC  X(02).
000240*    希望納期(ZEROは納期指定なし)
000370       88  UF010-URGENT-YES          VALUE "Y".
000380*    納品先コード(JF011-SHIPTO-CODの引継ぎ。SPACEは本社納品)
000390     03  UF010-SHIPTO-COD            PIC  X(02).
000400*    完納指定(JF011-KANNO-KBNの引継ぎ。"Y"=完納出荷 "N"=分納可、
000410*    SPACEは得意先マスタの完納区分に従う)
000420     03  UF010-KANNO-KBN             PIC  X(01).
