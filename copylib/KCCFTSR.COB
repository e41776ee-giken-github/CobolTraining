000010******************************************************************
000020*    KCCFTSR : 得意先取扱商品制限マスタ              LRECL=20
000030*    得意先と商品の組ごとに1件。制限区分"T"(取扱商品)の行を1件
000040*    でも持つ得意先は取扱商品限定となり、"T"の行にない商品は
000050*    受け付けない(契約品目のみ購入できる得意先)。"K"(取扱禁止)
000060*    の行の商品は、取扱商品限定かどうかにかかわらず受け付けない。
000070*    行のない得意先は制限なし。受注抽出(KUBM030)・対話型受注
000080*    入力(KUBM020)・ＥＤＩ受注取込(KUBM134)・見積受注化(KUBM123)
000090*    が取扱商品制限判定(KUBS060)を通して参照する。規制品の免許
000100*    確認(CFSHO-MENKYO-KBN・CFTOK-MENKYO-KIGEN)も同じ判定で行う。
000110*    保守は得意先取扱商品制限マスタ保守(KUBM162)。
000120******************************************************************
000130     03  CFTSR-TOKU-COD              PIC  X(04).
000140     03  CFTSR-SHOHIN-NO             PIC  X(05).
000150     03  CFTSR-SEIGEN-KBN            PIC  X(01).
000160       88  CFTSR-TORIATSUKAI         VALUE "T".
000170       88  CFTSR-KINSHI              VALUE "K".
000180     03  FILLER                      PIC  X(10).
