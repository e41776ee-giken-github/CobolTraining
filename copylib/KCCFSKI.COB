000010******************************************************************
000020*    KCCFSKI : 輸入諸掛請求入力データ                LRECL=50
000030*    輸入貨物の関税・海上運賃・通関/フォワーダー手数料などの
000040*    請求書を、対象の発注(CFPOF-HATCHU-NO)ごとに1行で入力する
000050*    レイアウト。輸入諸掛配賦登録(KSBM127)が入荷済みの発注明細
000060*    へ配賦し、諸掛配賦データ(KCCFLCA)へ追記する。
000070*    CFSKI-SHOKAKARI-KBN："D"=関税  "F"=海上運賃
000080*                        "K"=通関・フォワーダー手数料  "Z"=その他
000090*    CFSKI-HAIFU-KIJUN  ："V"=金額  "W"=重量  "Q"=数量
000100*    CFSKI-SEIKYU-SAKIは請求元(通関業者・船会社など)の仕入先
000110*    コード、CFSKI-KINGAKUは消費税を含まない請求金額。
000120******************************************************************
000130     03  CFSKI-HATCHU-NO             PIC  9(06).
000140     03  CFSKI-SHOKAKARI-KBN         PIC  X(01).
000150     03  CFSKI-HAIFU-KIJUN           PIC  X(01).
000160     03  CFSKI-SEIKYU-SAKI           PIC  X(06).
000170     03  CFSKI-SEIKYU-NO             PIC  X(10).
000180     03  CFSKI-SEIKYU-DATE           PIC  9(08).
000190     03  CFSKI-KINGAKU               PIC S9(11).
000200     03  FILLER                      PIC  X(07).
