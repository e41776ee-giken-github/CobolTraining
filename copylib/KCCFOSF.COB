000010******************************************************************
000020*    KCCFOSF : 受注ステータスファイル                LRECL=120
000030*    受注番号をキーとする索引ファイル。各処理ステップが
000040*    KUSTMPを呼び出して自ステージの日時を刻印する。
000050*    CFOSF-LAST-STATUS："U"=受付 "H"=引当 "S"=出荷 "B"=請求
000060*                       "N"=入金 "C"=取消 "P"=承認保留
000062*                       "A"=承認 "R"=却下
000064*    CFOSF-SYONIN-xxxは受注承認の記録。承認保留判定(KUBM163)が
000066*    保留("P")を、承認保留解除(KUBM164)が承認("A")・却下("R")
000068*    を承認者ＩＤとともに刻印する。保留されなかった受注はSPACE。
000070******************************************************************
000080     03  CFOSF-JUCHU-NO              PIC  9(04).
000090     03  CFOSF-UKETSUKE-DATE         PIC  9(08).
000190     03  CFOSF-TORIKESHI-DATE        PIC  9(08).
000200     03  CFOSF-TORIKESHI-TIME        PIC  9(06).
000210     03  CFOSF-LAST-STATUS           PIC  X(01).
000212     03  CFOSF-SYONIN-DATE           PIC  9(08).
000214     03  CFOSF-SYONIN-TIME           PIC  9(06).
000216     03  CFOSF-SYONIN-OPE-ID         PIC  X(05).
000218     03  CFOSF-SYONIN-KBN            PIC  X(01).
000219       88  CFOSF-SYONIN-HORYU        VALUE "P".
000220       88  CFOSF-SYONIN-ZUMI         VALUE "A".
000221       88  CFOSF-SYONIN-KYAKKA       VALUE "R".
000222     03  FILLER                      PIC  X(11).
