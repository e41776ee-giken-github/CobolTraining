000010******************************************************************
000020*    KCCFJNL : 仕訳データ                            LRECL=80
000030*    仕訳データ出力(KUBM078)が会計システムへ渡す仕訳1行の
000040*    レイアウト。為替差損益計算(KUBM121)・振込手数料差額処理
000050*    (KUBM148)・売上原価・在庫仕訳作成(KSBM126)など周辺処理も
000060*    同形式で書き出し、KUBM078の出力へ併合される。
000070*    勘定コード(社内科目)："8150"=為替差益  "8250"=為替差損
000072*                          "8350"=支払手数料
000074*                          "1110"=普通預金  "1130"=売掛金
000076*                          "1140"=受取手形  "1190"=貸倒引当金
000078*                          "2110"=買掛金    "2150"=仮受消費税
000080*                          "8450"=貸倒引当金繰入額
000082*                          "8460"=貸倒引当金戻入益
000084*                          "8470"=貸倒損失  "8480"=償却債権取立益
000086*                          "1150"=商品      "1160"=積送品
000088*                          "5100"=売上原価  "8550"=棚卸減耗損
000089*                          "1180"=仮払消費税
000090*                          "8570"=控除対象外消費税  "8650"=見本品費
000091*                          "8560"=商品廃棄損
000092******************************************************************
000100     03  CFJNL-DATE                  PIC  9(08).
000110     03  CFJNL-KANJO-COD             PIC  X(04).
000120*    貸借区分："D"=借方  "C"=貸方
000140     03  CFJNL-KINGAKU               PIC S9(13).
000150     03  CFJNL-REF                   PIC  X(10).
000160     03  CFJNL-TEKIYO                PIC  X(20).
000162*    得意先コード(売掛金の行は必ず設定。得意先に紐付かない仕訳
000164*    はSPACE)と、仕訳を書き出したプログラムＩＤ。売掛金残高照合
000166*    (KCBM115)が差異を出力元・得意先別に分解するのに使う。
000170     03  CFJNL-TOKU-COD              PIC  X(04).
000180     03  CFJNL-PGM-ID                PIC  X(08).
000182*    会社コード(仕訳を計上する会社。仕訳データ出力(KUBM078)は
000184*    会社単位に会計システムへ渡す。SPACEは旧行で既定会社"01")
000186     03  CFJNL-KAISHA-COD            PIC  X(02).
000190     03  FILLER                      PIC  X(10).
