000010******************************************************************
000020*    KCCFFCH : 需要予測履歴                          LRECL=50
000030*    需要予測(KSBM025)が推奨発注量ファイル(KCCFSQF)を書き出す
000040*    たびに、商品別の予測を対象年月(KSBM025-TARGET-YYYYMM)付き
000050*    で1行ずつ追記する。同じ対象年月・商品の行が複数ある場合は
000060*    後の行(最新の実行)を採る。需要予測精度レポート(KSBM137)が
000070*    同じ年月の出荷実績(KCCFIDJの出庫)と突き合わせる。
000080******************************************************************
000090     03  CFFCH-NENGETSU              PIC  9(06).
000100     03  CFFCH-SHOHIN-NO             PIC  X(05).
000110*    予測数量(=推奨発注量)と、その元になった月平均・前年同月
000120     03  CFFCH-YOSOKU-SURYO          PIC  9(07).
000130     03  CFFCH-HEIKIN-SURYO          PIC S9(07).
000140     03  CFFCH-ZENNEN-SURYO          PIC S9(07).
000150*    採用した方式："H"=月平均  "Z"=前年同月
000160     03  CFFCH-HOSHIKI               PIC  X(01).
000170       88  CFFCH-HOSHIKI-HEIKIN      VALUE "H".
000180       88  CFFCH-HOSHIKI-ZENNEN      VALUE "Z".
000190     03  CFFCH-SAKUSEI-DATE          PIC  9(08).
000200     03  FILLER                      PIC  X(09).
