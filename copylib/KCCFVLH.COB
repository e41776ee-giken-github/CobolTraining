000010******************************************************************
000020*    KCCFVLH : 在庫評価額履歴                        LRECL=50
000030*    在庫評価額一覧作成(KSBM075)が実行ごとに1行追記する。
000040*    CFVLH-GENKA-GOKEIは在庫残を移動平均原価(KCCFAVC)で評価した
000050*    合計、CFVLH-HYOKA-GOKEIは一覧本体の単価履歴による評価額の
000060*    総合計。売上原価・在庫仕訳作成(KSBM126)は前月以前の最新行と
000070*    当月の最新行のCFVLH-GENKA-GOKEIの差を在庫勘定の当月増減と
000080*    照合する。
000090******************************************************************
000100     03  CFVLH-VAL-DATE              PIC  9(08).
000110     03  CFVLH-GENKA-GOKEI           PIC S9(13).
000120     03  CFVLH-HYOKA-GOKEI           PIC S9(13).
000130     03  CFVLH-JIKKO-DATE            PIC  9(08).
000140     03  FILLER                      PIC  X(08).
