000010******************************************************************
000020*    KCCFLCA : 諸掛配賦データ                        LRECL=110
000030*    輸入諸掛配賦登録(KSBM127)が諸掛請求1件を入荷済みの発注
000040*    明細へ配賦した結果を明細1行につき1行追記する。入荷原価計上
000050*    (KSBM116)が未反映の行を移動平均原価へ反映し、反映時点の
000060*    在庫数量で在庫分(CFLCA-ZAIKO-KINGAKU)と払出済み分
000070*    (CFLCA-GENKA-KINGAKU)に分けて反映済にした新世代を書く。
000080*    売上原価・在庫仕訳作成(KSBM126)が反映月の行から商品・
000090*    売上原価／買掛金の仕訳を作る。
000100*    CFLCA-SHOKAKARI-KBN・CFLCA-HAIFU-KIJUNの値はKCCFSKIと同じ。
000110*    状態：SPACE=未反映  "A"=反映済
000120******************************************************************
000130     03  CFLCA-HATCHU-NO             PIC  9(06).
000140     03  CFLCA-SHOHIN-NO             PIC  X(05).
000150     03  CFLCA-SUPPLIER-COD          PIC  X(06).
000160     03  CFLCA-SHOKAKARI-KBN         PIC  X(01).
000170       88  CFLCA-KANZEI              VALUE "D".
000180       88  CFLCA-UNCHIN              VALUE "F".
000190       88  CFLCA-TSUKAN              VALUE "K".
000200       88  CFLCA-SONOTA              VALUE "Z".
000210     03  CFLCA-HAIFU-KIJUN           PIC  X(01).
000220       88  CFLCA-KIJUN-KINGAKU       VALUE "V".
000230       88  CFLCA-KIJUN-JURYO         VALUE "W".
000240       88  CFLCA-KIJUN-SURYO         VALUE "Q".
000250     03  CFLCA-SEIKYU-NO             PIC  X(10).
000260     03  CFLCA-SEIKYU-SAKI           PIC  X(06).
000270     03  CFLCA-SEIKYU-DATE           PIC  9(08).
000280*    配賦時点の入荷数量と、この明細への配賦額(円)
000290     03  CFLCA-NYUKA-SURYO           PIC  9(05).
000300     03  CFLCA-HAIFU-KINGAKU         PIC S9(11).
000310     03  CFLCA-TOROKU-DATE           PIC  9(08).
000320*    会社コード(登録時の環境変数KAISHA-COD。省略時"01")
000330     03  CFLCA-KAISHA-COD            PIC  X(02).
000340     03  CFLCA-STATUS                PIC  X(01).
000350       88  CFLCA-MIHANEI             VALUE " ".
000360       88  CFLCA-HANEI-ZUMI          VALUE "A".
000370*    反映日(KSBM116の業務日付)と、配賦額のうち反映時点の在庫へ
000380*    乗せた額・払出済みとして売上原価にした額(合計=配賦額)
000390     03  CFLCA-HANEI-DATE            PIC  9(08).
000400     03  CFLCA-ZAIKO-KINGAKU         PIC S9(11).
000410     03  CFLCA-GENKA-KINGAKU         PIC S9(11).
000420     03  FILLER                      PIC  X(10).
