000070*    いつ・どのマスタの・どのキーを・どう変えたかの証跡と
000080*    なる。日次の変更一覧はKCBM111が本ファイルから作成する。
000090*    処置："A"=追加  "U"=変更  "D"=削除
000092*          重要項目(与信限度額・振込口座)の変更申請(KCCFPND)は
000094*          "P"=申請  "S"=承認・適用  "J"=却下  "E"=期限切れ
000100******************************************************************
000110     03  CFMCJ-DATE                  PIC  9(08).
000120     03  CFMCJ-TIME                  PIC  9(06).
000170       88  CFMCJ-ADD                 VALUE "A".
000180       88  CFMCJ-UPDATE              VALUE "U".
000190       88  CFMCJ-DELETE              VALUE "D".
000192       88  CFMCJ-SHINSEI             VALUE "P".
000194       88  CFMCJ-SHONIN              VALUE "S".
000196       88  CFMCJ-KYAKKA              VALUE "J".
000198       88  CFMCJ-KIGEN-GIRE          VALUE "E".
000200     03  CFMCJ-KEY                   PIC  X(20).
000210     03  CFMCJ-BEFORE-IMAGE          PIC  X(200).
000220     03  CFMCJ-AFTER-IMAGE           PIC  X(200).
