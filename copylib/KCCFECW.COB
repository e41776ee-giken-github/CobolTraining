000010******************************************************************
000020*    KCCFECW : ＥＣ連携前回実行日時                  LRECL=20
000030*    ＥＣサイト連携データ作成(KSBM143)が正常終了時に実行開始
000040*    日時を1行だけ書き戻す制御レコード。差分モードではこの日時
000050*    より後のマスタ変更履歴(KCCFMCJ)・在庫移動履歴(KCCFIDJ)を
000060*    変更ありと見なす。ファイルが無ければ全件を送る。
000070******************************************************************
000080     03  CFECW-LAST-DATE             PIC  9(08).
000090     03  CFECW-LAST-TIME             PIC  9(06).
000100*    前回の実行モード："F"=全件  "D"=差分
000110     03  CFECW-LAST-MODE             PIC  X(01).
000120     03  FILLER                      PIC  X(05).
