000010******************************************************************
000020*    KCCFCTN : 梱包ケースマスタ                      LRECL=40
000030*    出荷に使う段ボール等の梱包ケースの内寸(センチ)と最大積載
000040*    重量(グラム)。梱包ケース数算出(KUBM170)が受注1件の商品の
000050*    容積(CFSHO-YOSEKI-CM3)・重量(CFSHO-JURYO-G)の合計から、1個
000060*    に収まる最小のケースを選び、収まらなければ最大のケースの
000070*    個数を求める。
000080******************************************************************
000090     03  CFCTN-CARTON-COD            PIC  X(02).
000100     03  CFCTN-CARTON-MEI            PIC  X(20).
000110     03  CFCTN-NAISUN-TATE           PIC  9(03).
000120     03  CFCTN-NAISUN-YOKO           PIC  9(03).
000130     03  CFCTN-NAISUN-TAKASA         PIC  9(03).
000140     03  CFCTN-MAX-JURYO-G           PIC  9(07).
000150     03  FILLER                      PIC  X(02).
