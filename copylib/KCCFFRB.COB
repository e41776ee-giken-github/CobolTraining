000010******************************************************************
000020*    KCCFFRB : 運賃請求データ                        LRECL=72
000030*    運賃計算(KUBM142)が納品(受注番号)1件につき1行書き出す。
000040*    請求書発行(KUBM070)が運賃行の印字と請求書発行台帳
000050*    (KCCFIVF)への加算に使い、運送便マニフェスト(KUBM083)が
000120     03  CFFRB-JURYO-G               PIC  9(09).
000130     03  CFFRB-UNCHIN                PIC S9(07).
000140     03  CFFRB-CARRIER-COD           PIC  X(02).
000142*    決済方法(引当結果CFALF-KESSAI-KBNの引継ぎ。"D"=代金引換)
000144     03  CFFRB-KESSAI-KBN            PIC  X(01).
000146       88  CFFRB-DAIBIKI             VALUE "D".
000150     03  FILLER                      PIC  X(05).
000160*    代引金額(代金引換の納品のみ設定。それ以外はZERO)。商品代金
000170*    (出荷数量分の税抜金額)・その消費税額・運賃(CFFRB-UNCHIN)と
000180*    運賃の消費税額の合計をCFFRB-DAIBIKI-KINGAKUに持つ。納品書
000190*    (KUBM082)・運送便マニフェスト(KUBM083)が印字・出力し、代引
000200*    入金照合(KUBM159)が運送会社の入金明細と突き合わせる。
000210     03  CFFRB-DAIBIKI-SHOHIN        PIC S9(11).
000220     03  CFFRB-DAIBIKI-ZEI           PIC S9(09).
000230     03  CFFRB-DAIBIKI-KINGAKU       PIC S9(11).
000240     03  FILLER                      PIC  X(01).
