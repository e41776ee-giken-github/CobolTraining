000010******************************************************************
000020*    KCCFLDT : 配送日数マスタ                        LRECL=10
000030*    運送業者・配送地域ごとの輸送日数(出荷日から納品日までの
000040*    暦日数)。CFLDT-CARRIER-CODがSPACEの行は業者を問わない標準
000050*    日数で、業者別の行が無い場合に使用する。該当行の無い地域は
000060*    輸送日数ゼロ(出荷当日納品)とする。出荷日調整(KUBS070)が
000070*    参照する。
000080******************************************************************
000090     03  CFLDT-CARRIER-COD           PIC  X(02).
000100     03  CFLDT-REGION-COD            PIC  X(02).
000110     03  CFLDT-NISSU                 PIC  9(02).
000120     03  FILLER                      PIC  X(04).
