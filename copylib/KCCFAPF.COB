000050*    データ作成(KSBM111)がCFAPF-SHIHARAI-KINGAKU／CFAPF-STATUS
000060*    を更新する。
000070*    状態："O"=未払  "P"=一部支払  "C"=支払済
000072*    仕入返品(KSBM123)のデビットノートは金額を負の値で持つ行
000074*    として追記し(CFAPF-DEBIT-NOTE)、同じ仕入先の支払で相殺する
000076*    (KSBM111)。
000077*    輸入諸掛配賦登録(KSBM127)は通関業者・船会社などの諸掛請求を
000078*    伝票区分"S"で追記し、税区分に関税・海上運賃は"0"(非課税)、
000079*    手数料・その他は"1"を設定する(金額は税抜の請求額)。
000080******************************************************************
000090     03  CFAPF-SUPPLIER-COD          PIC  X(06).
000100     03  CFAPF-INVOICE-NO            PIC  X(10).
000160       88  CFAPF-PARTIAL             VALUE "P".
000170       88  CFAPF-PAID                VALUE "C".
000180     03  CFAPF-DUE-DATE              PIC  9(08).
000182*    伝票区分：SPACE=仕入請求書  "D"=返品デビットノート
000183*              "S"=輸入諸掛請求
000184     03  CFAPF-DENPYO-KBN            PIC  X(01).
000185       88  CFAPF-SHOKAKARI-SEIKYU    VALUE "S".
000186       88  CFAPF-DEBIT-NOTE          VALUE "D".
000187*    デビットノートの税区分(返品商品のCFSHO-ZEI-KBN。KSBM123が
000188*    設定)。消費税集計表(KUBM158)が税率別に分けるのに使う。
000189     03  CFAPF-ZEI-KBN               PIC  X(01).
000191*    仕入税額控除の区分(KSBS020が仕入先の登録状況と請求書の
000192*    日付から判定。KSBM110・KSBM123が設定)：
000193*      "1"=全額控除(登録事業者・制度開始前)  "8"=経過措置80％
000194*      "5"=経過措置50％  "0"=控除不可   SPACE=区分導入前の旧行
000195*    (全額控除として扱う)
000196     03  CFAPF-KOJO-KBN              PIC  X(01).
000197       88  CFAPF-KOJO-ZENGAKU        VALUE "1" " ".
000198       88  CFAPF-KOJO-80             VALUE "8".
000199       88  CFAPF-KOJO-50             VALUE "5".
000200       88  CFAPF-KOJO-FUKA           VALUE "0".
000202*    会社コード(仕入を計上した会社。KSBM110は入庫倉庫の倉庫
000203*    マスタ(KCCFSOK)から、KSBM123は元の買掛金行から設定する。
000204*    SPACEは旧行で既定会社"01"として扱う)
000205     03  CFAPF-KAISHA-COD            PIC  X(02).
