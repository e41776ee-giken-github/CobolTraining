000060*    CFIDJ-KBN："I"=入庫  "O"=出庫  "A"=調整  "R"=返品
000070*    CFIDJ-SOKO-CODは出庫元・入庫先の倉庫(KCCFSOK)。倉庫別在庫
000071*    を使わない運用・倉庫が特定できない事象ではSPACEとする。
000072*    流通加工(KSBM132)は"K"=加工出庫(組立の構成品・解体の
000073*    セット品)と"P"=加工入庫(組立の完成品・解体で戻す構成品)
000074*    を正の数量で記帳する(月末照合は加工出庫を出庫と同じく
000075*    減算する)。
000076*    "D"=廃棄は期限切れロットの廃棄処理(KSBM135)が正の数量で
000077*    記帳する(月末照合は出庫と同じく減算し、売上原価・在庫仕訳
000078*    作成(KSBM126)は商品廃棄損として仕訳する)。
000080******************************************************************
000090     03  CFIDJ-SHOHIN-NO             PIC  X(05).
000100     03  CFIDJ-SOKO-COD              PIC  X(02).
000150       88  CFIDJ-SYUKO               VALUE "O".
000160       88  CFIDJ-CHOSEI              VALUE "A".
000170       88  CFIDJ-HENPIN              VALUE "R".
000172       88  CFIDJ-KAKO-SYUKO          VALUE "K".
000174       88  CFIDJ-KAKO-NYUKO          VALUE "P".
000176       88  CFIDJ-HAIKI               VALUE "D".
000180     03  CFIDJ-SURYO                 PIC S9(07).
000190     03  CFIDJ-REF                   PIC  X(10).
000200     03  CFIDJ-PGM-ID                PIC  X(08).
