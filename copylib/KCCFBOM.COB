000060*    受注明細を構成品単位の出庫へ展開する(全構成品が揃わない
000070*    セットは引き当てない)。部品表に行の無い商品番号は通常品
000080*    として在庫引当(KUBM080)が処理する。
000082*    流通加工(KSBM132)はこの部品表でセット品を事前に組み立て
000084*    (構成品の加工出庫・セット品の加工入庫)、売れ残りを解体
000086*    する。セット品引当は組立済みのセット品の在庫を先に充てる。
000090******************************************************************
000100     03  CFBOM-KIT-SHOHIN-NO         PIC  X(05).
000110     03  CFBOM-COMP-SHOHIN-NO        PIC  X(05).
