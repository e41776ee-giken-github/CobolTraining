000010******************************************************************
000020*    KCCFSCF : 出荷検品確認データ                    LRECL=38
000030*    倉庫の検品担当が受注番号・商品番号ごとに実際に出荷した
000040*    数量を確定したレコード。出荷検品(KUBM128)が引当結果
000050*    (KCCFALF)と突合し、確定数量で納品書・マニフェストを
000060*    印刷させる。バーコード(CFSCF-BARCODE)を読んだ行は確定数量
000062*    をスキャン回数とみなし、バーコード対照マスタ(KCCFBCD)で
000064*    商品番号と入数に変換する(商品番号は空白でもよい)。
000070******************************************************************
000080     03  CFSCF-JUCHU-NO              PIC  9(04).
000090     03  CFSCF-SHOHIN-NO             PIC  X(05).
000100     03  CFSCF-KAKUTEI-SURYO         PIC  9(05).
000110     03  CFSCF-KAKUTEI-DATE          PIC  9(08).
000120     03  FILLER                      PIC  X(02).
000130     03  CFSCF-BARCODE               PIC  X(14).
