000010******************************************************************
000020*    KCCFDTF : 代替品実績データ                      LRECL=60
000030*    在庫引当(KUBM080)が注文商品の欠品に代替品を充てた明細
000040*    ("S"=代替出荷)と、得意先承認要のため出荷せず代替を提案
000050*    するにとどめた明細("A"=承認待ち提案。引当不足へも回る)を
000060*    1件ずつ書き出す。受注残一覧表(KUBM124)が代替品一覧として
000070*    印刷し、営業が得意先へ連絡する。
000080******************************************************************
000090     03  CFDTF-JUCHU-NO              PIC  9(04).
000100     03  CFDTF-JUCHU-DATE            PIC  9(08).
000110     03  CFDTF-TOKU-COD              PIC  X(04).
000120     03  CFDTF-CHUMON-SHOHIN-NO      PIC  X(05).
000130     03  CFDTF-DAITAI-SHOHIN-NO      PIC  X(05).
000140     03  CFDTF-SURYO                 PIC  9(05).
000150     03  CFDTF-KBN                   PIC  X(01).
000160       88  CFDTF-SHUKKA              VALUE "S".
000170       88  CFDTF-TEIAN               VALUE "A".
000180     03  CFDTF-SHIP-DATE             PIC  9(08).
000190     03  CFDTF-SOKO-COD              PIC  X(02).
000200     03  FILLER                      PIC  X(18).
