000010******************************************************************
000020*    KCCFHJU : 倉庫別補充点マスタ                    LRECL=24
000030*    商品番号×倉庫コードごとの補充点(MIN)と補充上限(MAX)。
000040*    倉庫間移動提案(KSBM133)が倉庫別在庫(KCCFSZA)から引当済み
000050*    (出庫記帳前の引当結果KCCFALF・有効な仮押さえKCCFRSV)を
000060*    除き、入庫先として移動中(KCCFTRF)の数量を加えた在庫が
000070*    補充点を下回る倉庫へ、補充上限まで移動を提案する。本マスタ
000080*    の無い倉庫は補充の対象にならず、在庫の全量を移動元の余剰
000090*    として扱う。
000100******************************************************************
000110     03  CFHJU-SHOHIN-NO             PIC  X(05).
000120     03  CFHJU-SOKO-COD              PIC  X(02).
000130     03  CFHJU-MIN-SURYO             PIC  9(07).
000140     03  CFHJU-MAX-SURYO             PIC  9(07).
000150     03  FILLER                      PIC  X(03).
