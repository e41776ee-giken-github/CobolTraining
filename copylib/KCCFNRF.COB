000010******************************************************************
000020*    KCCFNRF : 受取手形台帳                          LRECL=180
000030*    得意先から受け取った約束手形・電子記録債権(でんさい)を1枚
000040*    1行で保持する。受取手形登録(KUBM152)が登録時に追記し、
000050*    充当先の請求書(CFNRF-INVOICE-NO)を入金済みにする。受取
000060*    手形期日決済(KUBM153)が毎日、満期到来分を決済済("S")、
000070*    不渡り通知のあった分を不渡り("D")にした新世代を書き出す。
000080*    仕訳は登録時「受取手形／売掛金」、決済時「普通預金／受取
000090*    手形」、不渡り時「売掛金／受取手形」を仕訳データ(KCCFJNL)
000100*    へ送る。
000110******************************************************************
000120     03  CFNRF-TEGATA-NO             PIC  X(10).
000130*    種別："T"=約束手形  "E"=電子記録債権(でんさい)
000140     03  CFNRF-SHUBETSU              PIC  X(01).
000150       88  CFNRF-TEGATA              VALUE "T".
000160       88  CFNRF-DENSAI              VALUE "E".
000170     03  CFNRF-TOKU-COD              PIC  X(04).
000180     03  CFNRF-FURIDASHI-DATE        PIC  9(08).
000190     03  CFNRF-MANKI-DATE            PIC  9(08).
000200     03  CFNRF-KINGAKU               PIC S9(13).
000210*    状態："R"=保有中  "S"=決済済  "D"=不渡り
000220     03  CFNRF-STATUS                PIC  X(01).
000230       88  CFNRF-HOYU                VALUE "R".
000240       88  CFNRF-KESSAI              VALUE "S".
000250       88  CFNRF-FUWATARI            VALUE "D".
000260     03  CFNRF-TOROKU-DATE           PIC  9(08).
000270*    決済日(満期決済日または不渡り確定日。保有中はZERO)
000280     03  CFNRF-KESSAI-DATE           PIC  9(08).
000290*    充当先請求書(最大5件。CFNRF-ATE-KINGAKUの合計＝手形金額)
000300     03  CFNRF-INV-CNT               PIC  9(01).
000310     03  CFNRF-INV-ENT               OCCURS 5 TIMES.
000320       05  CFNRF-INVOICE-NO          PIC  9(08).
000330       05  CFNRF-ATE-KINGAKU         PIC S9(13).
000332*    会社コード(登録時の会社。SPACEは既定会社"01")
000334     03  CFNRF-KAISHA-COD            PIC  X(02).
000340     03  FILLER                      PIC  X(11).
