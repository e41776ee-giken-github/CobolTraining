000010******************************************************************
000020*    KCCFBCD : バーコード対照マスタ                    LRECL=30
000030*    商品に印刷されたJAN(13桁/8桁)とケースのITF(14桁)を商品
000040*    番号(CFSHO-SHOHIN-NO)へ対応付ける。ITFはケース1個の入数
000050*    (CFBCD-IRISU)を持ち、1スキャンを入数分の数量として扱う
000060*    (JANの入数は1)。入荷検収(KSBM060)と出荷検品(KUBM128)が
000070*    スキャンしたバーコードを商品・数量へ変換し、歩行順ピッキング
000080*    リスト(KUBM132)はJANを印字する。保守はバーコード対照マスタ
000090*    保守(KSBM128)。
000100******************************************************************
000110     03  CFBCD-BARCODE               PIC  X(14).
000120     03  CFBCD-SHOHIN-NO             PIC  X(05).
000130*    コード区分："J"=JAN(単品)  "I"=ITF(ケース)
000140     03  CFBCD-CODE-KBN              PIC  X(01).
000150       88  CFBCD-JAN                 VALUE "J".
000160       88  CFBCD-ITF                 VALUE "I".
000170     03  CFBCD-IRISU                 PIC  9(05).
000180     03  FILLER                      PIC  X(05).
