000010******************************************************************
000020*    KCCFAVH : 移動平均原価履歴                      LRECL=40
000030*    入荷原価計上(KSBM116)が入庫1件で移動平均を更新するたびに
000040*    1行追記する。CFAVH-UKEIRE-GENKAは入荷に適用した仕入原価、
000050*    CFAVH-AVG-GENKAは更新後の移動平均単価。ある日付に有効な
000060*    移動平均は「その日付より前で最も新しいCFAVH-DATE」の行の
000070*    CFAVH-AVG-GENKAを採る(KSBM116は当日の出庫等を入庫より先に
000080*    反映するため、当日の出庫は前日までの平均で払い出される)。
000090*    売上原価・在庫仕訳作成(KSBM126)が在庫移動の評価に使う。
000092*    CFAVH-KBN：SPACE=入荷  "L"=輸入諸掛の反映(KCCFLCA。
000094*    CFAVH-UKEIRE-GENKAは在庫1単位あたりの加算額、CFAVH-SURYO
000096*    は諸掛を乗せた在庫数量で、入荷原価としては使わない)
000097*    "K"=流通加工(KSBM132)の組立によるセット品の完成品入庫
000098*    (CFAVH-UKEIRE-GENKAは構成品の移動平均を積み上げた1個
000099*    あたりの原価。仕入原価としては使わない)
000100******************************************************************
000110     03  CFAVH-SHOHIN-NO             PIC  X(05).
000120     03  CFAVH-DATE                  PIC  9(08).
000130     03  CFAVH-UKEIRE-GENKA          PIC S9(05)V9(02).
000140     03  CFAVH-AVG-GENKA             PIC S9(05)V9(04).
000150     03  CFAVH-SURYO                 PIC S9(07).
000160     03  CFAVH-KBN                   PIC  X(01).
000162       88  CFAVH-NYUKA               VALUE " ".
000164       88  CFAVH-SHOKAKARI           VALUE "L".
000166       88  CFAVH-KAKO                VALUE "K".
000170     03  FILLER                      PIC  X(03).
