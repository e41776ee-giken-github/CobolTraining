000010******************************************************************
000020*    KCCFBDB : 貸倒引当金残高履歴                    LRECL=70
000030*    貸倒引当金計算(KUBM156)が実行ごとに区分"M"の行を1行追記
000040*    する。前月残高は基準日の年月より前の"M"行のうち最新のもの
000050*    を使い、同じ月の再実行でも繰入／戻入額は前月残高との差額
000060*    になる。貸倒償却処理(KUBM157)が引当金を取り崩したときは
000062*    区分"T"の行(CFBDB-SAGAKU=取崩額の負数)を追記し、KUBM156は
000064*    前月残高からその後の取崩額を差し引いて差額を求める。
000066******************************************************************
000070     03  CFBDB-DATE                  PIC  9(08).
000072*    区分："M"=月次計算  "T"=償却による取崩
000074     03  CFBDB-KBN                   PIC  X(01).
000076       88  CFBDB-GETSUJI             VALUE "M".
000078       88  CFBDB-TORIKUZUSHI         VALUE "T".
000080     03  CFBDB-ZANDAKA               PIC S9(13).
000090*    内訳：一般引当(年齢区分別の率)と個別・保留先引当
000100     03  CFBDB-IPPAN                 PIC S9(13).
000110     03  CFBDB-KOBETSU               PIC S9(13).
000120*    計上した繰入(正)／戻入・取崩(負)額
000130     03  CFBDB-SAGAKU                PIC S9(13).
000132*    会社コード(SPACEは既定会社"01"。会社ごとに残高を持つ)
000134     03  CFBDB-KAISHA-COD            PIC  X(02).
000140     03  FILLER                      PIC  X(07).
