000010******************************************************************
000020*    KCCFBDR : 貸倒引当率マスタ                      LRECL=30
000030*    貸倒引当金計算(KUBM156)が使う引当率。区分"1"～"5"は売掛金
000040*    年齢表(KUBM076)と同じ経過日数区分(1=30日以内 2=31-60日
000050*    3=61-90日 4=91-120日 5=120日超)の一般引当率。区分"8"は
000060*    与信保留中(KCCFCHD)の得意先、"9"は手形不渡りで保留中の
000070*    得意先の残高全体に掛ける率(行が無ければ一般引当で計算)。
000080*    CFBDR-RATEは比率(例：0.0150＝1.5%)。
000090******************************************************************
000100     03  CFBDR-KBN                   PIC  X(01).
000110     03  CFBDR-RATE                  PIC  9(01)V9(04).
000120     03  CFBDR-MEI                   PIC  X(20).
000130     03  FILLER                      PIC  X(04).
