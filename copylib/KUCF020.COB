000010******************************************************************
000020*    KUCF020 : 承認保留受注ファイル                  LRECL=180
000030*    承認保留判定(KUBM163)が在庫引当(KUBM080)へ回さずに保留した
000040*    受注の売上明細を、保留理由と判定時の受注合計・粗利率・適用
000050*    限度額を付けて1明細1件で持つ。UF020-JUCHU-IMAGEは名称付加
000060*    後の受注明細(KUCF010)そのもの。承認保留解除(KUBM164)が承認
000070*    された受注の明細をKUCF010形式で引当の入力へ戻し、却下した
000080*    受注は除き、判断の無い受注は新世代へ引き継ぐ。
000090*    保留理由："01"=原価割れ明細あり  "02"=粗利率がしきい値未満
000100*              "03"=得意先の受注限度額超過  "04"=全体の受注限度額
000110*              超過  "05"=数量異常の明細あり  "06"=近似重複の
000112*              明細あり(複数該当時は番号の小さい理由を持つ)
000114*    UF020-MEISAI-RIYUはその明細自体が数量異常("05")・近似重複
000116*    ("06")として検知された場合に設定(受注単位の理由と別に持つ)。
000120******************************************************************
000130     03  UF020-JUCHU-NO              PIC  9(04).
000140     03  UF020-TOKU-COD              PIC  X(04).
000150     03  UF020-HORYU-RIYU            PIC  X(02).
000160       88  UF020-GENKA-WARE          VALUE "01".
000170       88  UF020-ARARI-FUSOKU        VALUE "02".
000180       88  UF020-TOK-GENDO-CHOKA     VALUE "03".
000190       88  UF020-GENDO-CHOKA         VALUE "04".
000192       88  UF020-SURYO-IJO           VALUE "05".
000194       88  UF020-KINJI-JUFUKU        VALUE "06".
000200     03  UF020-HORYU-DATE            PIC  9(08).
000210*    判定時の受注合計(円換算)・粗利率(%)・適用した受注限度額
000220     03  UF020-JUCHU-GOKEI           PIC S9(11).
000230     03  UF020-ARARI-RITSU           PIC S9(03)V9(01).
000240     03  UF020-GENDO-GAKU            PIC  9(09).
000245     03  UF020-MEISAI-RIYU           PIC  X(02).
000250     03  FILLER                      PIC  X(06).
000260     03  UF020-JUCHU-IMAGE           PIC  X(130).
