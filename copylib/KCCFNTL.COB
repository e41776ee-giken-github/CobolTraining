000010******************************************************************
000020*    KCCFNTL : 相殺明細台帳                          LRECL=60
000030*    売掛・買掛相殺処理(KCBM114)が相殺に充てた請求書1件につき
000040*    1行追記する。区分"U"は売掛側(CFNTL-AR-INVOICE-NOが請求書
000050*    発行台帳KCCFIVFの請求書番号)、"K"は買掛側(CFNTL-AP-
000060*    INVOICE-NOが買掛金台帳KCCFAPFの仕入請求書番号)。同じ日・
000070*    同じ対の"U"合計と"K"合計は一致する。
000080******************************************************************
000090     03  CFNTL-DATE                  PIC  9(08).
000100     03  CFNTL-TOKU-COD              PIC  X(04).
000110     03  CFNTL-SUPPLIER-COD          PIC  X(06).
000120*    区分："U"=売掛金側  "K"=買掛金側
000130     03  CFNTL-KBN                   PIC  X(01).
000140       88  CFNTL-URIKAKE             VALUE "U".
000150       88  CFNTL-KAIKAKE             VALUE "K".
000160     03  CFNTL-AR-INVOICE-NO         PIC  9(08).
000170     03  CFNTL-AP-INVOICE-NO         PIC  X(10).
000180     03  CFNTL-KINGAKU               PIC S9(13).
000190     03  FILLER                      PIC  X(10).
