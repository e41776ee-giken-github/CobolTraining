000010******************************************************************
000020*    KCCFARH : 売掛金残高照合履歴                    LRECL=60
000030*    売掛金残高照合(KCBM115)が実行ごとに1行追記する。補助元帳
000040*    (請求書発行台帳KCCFIVF)の月末残高と、仕訳データ(KUBM078
000050*    の出力と併合されるKCCFJNL)から積み上げた売掛金勘定(1130)
000060*    の月末残高を保持する。翌月の照合は前月以前の最新行の総勘定
000070*    元帳残高を月初残高として使う。会計期間クローズ管理(KCBM110)
000080*    はクローズ対象年月の最新行が"T"でなければクローズを保留
000090*    する。照合は会社ごとに行い、会社ごとの最新行で判定する。
000100******************************************************************
000110     03  CFARH-NENGETSU              PIC  9(06).
000120*    補助元帳残高・総勘定元帳残高・差額(補助－総勘定)
000130     03  CFARH-HOJO-ZAN              PIC S9(13).
000140     03  CFARH-GL-ZAN                PIC S9(13).
000150     03  CFARH-SAGAKU                PIC S9(13).
000160*    照合結果："T"=一致  "D"=差額あり
000170     03  CFARH-STATUS                PIC  X(01).
000180       88  CFARH-ITCHI               VALUE "T".
000190       88  CFARH-SAI-ARI             VALUE "D".
000200     03  CFARH-JIKKO-DATE            PIC  9(08).
000202*    会社コード(SPACEは既定会社"01")
000204     03  CFARH-KAISHA-COD            PIC  X(02).
000210     03  FILLER                      PIC  X(04).
