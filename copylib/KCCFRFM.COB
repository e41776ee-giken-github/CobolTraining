000010******************************************************************
000020*    KCCFRFM : 得意先ＲＦＭ区分ファイル              LRECL=60
000030*    休眠得意先検知・ＲＦＭ分析(KUBM172)が月次に有効な得意先
000040*    1件につき1行書き出す。R(最終受注からの近さ)・F(評価期間
000050*    の受注回数)・M(評価期間の受注金額)を得意先全体の中の
000060*    順位で1～5に採点し(5が最良)、その組合せからＲＦＭ区分を
000070*    決める。得意先・商品ランキング(KUBM046)と予実対比レポート
000080*    (KUBM138)が区分別の内訳に使う。
000090******************************************************************
000100     03  CFRFM-TOKU-COD              PIC  X(04).
000110     03  CFRFM-KIJUN-DATE            PIC  9(08).
000120     03  CFRFM-R-SCORE               PIC  9(01).
000130     03  CFRFM-F-SCORE               PIC  9(01).
000140     03  CFRFM-M-SCORE               PIC  9(01).
000150*    ＲＦＭ区分："CH"=優良  "LY"=常連  "NW"=新規  "ST"=一般
000160*              "AR"=離反懸念  "HB"=休眠  "NO"=受注履歴なし
000170     03  CFRFM-SEGMENT               PIC  X(02).
000180       88  CFRFM-SEG-YURYO           VALUE "CH".
000190       88  CFRFM-SEG-JOREN           VALUE "LY".
000200       88  CFRFM-SEG-SHINKI          VALUE "NW".
000210       88  CFRFM-SEG-IPPAN           VALUE "ST".
000220       88  CFRFM-SEG-RIHAN           VALUE "AR".
000230       88  CFRFM-SEG-KYUMIN          VALUE "HB".
000240       88  CFRFM-SEG-NASHI           VALUE "NO".
000250     03  CFRFM-LAST-DATE             PIC  9(08).
000260     03  CFRFM-KAISU                 PIC  9(05).
000270     03  CFRFM-KINGAKU               PIC S9(11).
000280*    過去の平均受注間隔(日。受注が3回未満はZERO)
000290     03  CFRFM-KANKAKU               PIC  9(04).
000300*    休眠検知区分：SPACE=該当なし  "M"=所定の月数受注なし
000310*                "K"=受注間隔が自身の平均を大きく超過
000320     03  CFRFM-KYUMIN-KBN            PIC  X(01).
000330       88  CFRFM-KYUMIN-TSUKI        VALUE "M".
000340       88  CFRFM-KYUMIN-KANKAKU      VALUE "K".
000350     03  CFRFM-TANTO-COD             PIC  X(03).
000360     03  FILLER                      PIC  X(11).
