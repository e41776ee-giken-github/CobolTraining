000010******************************************************************
000020*    KCCFBDK : 個別引当指定ファイル                  LRECL=60
000030*    経営破綻・係争中など回収に懸念のある得意先について、経理
000040*    が個別に引当額または引当率を指定する。貸倒引当金計算
000050*    (KUBM156)は本ファイルに行のある得意先を一般引当・保留先
000060*    引当より優先して計算する。CFBDK-KINGAKUがZERO以外なら
000070*    その金額を、ZEROなら未回収残高×CFBDK-RATEを引当額とする
000080*    (いずれも残高が上限)。
000090******************************************************************
000100     03  CFBDK-TOKU-COD              PIC  X(04).
000110     03  CFBDK-RATE                  PIC  9(01)V9(04).
000120     03  CFBDK-KINGAKU               PIC S9(13).
000130     03  CFBDK-RIYU                  PIC  X(20).
000140     03  CFBDK-TOROKU-DATE           PIC  9(08).
000150     03  FILLER                      PIC  X(10).
