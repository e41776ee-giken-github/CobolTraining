000010******************************************************************
000020*    KCCFNXR : 相殺先対応ファイル                    LRECL=30
000030*    得意先(KCCFTOK)であり仕入先(KCCFSIR)でもある取引先について
000040*    相殺に合意した得意先コードと仕入先コードの対を1行で持つ。
000050*    売掛・買掛相殺処理(KCBM114)が月次に読み、対になった売掛金
000060*    (KCCFIVF)と買掛金(KCCFAPF)の小さい方の額で相殺する。
000070*    保守は経理担当がテキストで行う。
000080******************************************************************
000090     03  CFNXR-TOKU-COD              PIC  X(04).
000100     03  CFNXR-SUPPLIER-COD          PIC  X(06).
000110*    状態："1"=相殺対象  "9"=相殺停止
000120     03  CFNXR-STATUS                PIC  X(01).
000130       88  CFNXR-ACTIVE              VALUE "1".
000140       88  CFNXR-STOPPED             VALUE "9".
000150*    相殺合意日
000160     03  CFNXR-GOI-DATE              PIC  9(08).
000170     03  FILLER                      PIC  X(11).
