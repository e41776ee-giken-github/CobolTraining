000010******************************************************************
000020*    KCCFPKG : 梱包個数データ                        LRECL=48
000030*    梱包ケース数算出(KUBM170)が業務日付に出荷する受注1件につき
000040*    1行書き出す。使用するケースと個数(荷札の枚数)、受注の総重量
000050*    ・総容積を持つ。運送便マニフェスト(KUBM083)は得意先・出荷日
000060*    ごとに合計した個数を個口数として、出荷通知データ(KUBM135)は
000070*    受注ごとの個数を明細へ出力する。
000080******************************************************************
000090     03  CFPKG-TOKU-COD              PIC  X(04).
000100     03  CFPKG-JUCHU-NO              PIC  9(04).
000110     03  CFPKG-SHIP-DATE             PIC  9(08).
000120     03  CFPKG-SHIPTO-COD            PIC  X(02).
000130     03  CFPKG-CARTON-COD            PIC  X(02).
000140     03  CFPKG-KOSU                  PIC  9(03).
000150     03  CFPKG-JURYO-G               PIC  9(09).
000160     03  CFPKG-YOSEKI-CM3            PIC  9(09).
000170     03  FILLER                      PIC  X(07).
