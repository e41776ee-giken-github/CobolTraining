000010******************************************************************
000020*    KCCFSTM : 納品先マスタ                          LRECL=99
000030*    得意先コード配下の納品先(支店・店舗)を保持する。受注明細
000040*    の納品先コード(JF011-SHIPTO-COD)が指す。納品書(KUBM082)・
000050*    運送便マニフェスト(KUBM083)は本マスタの支店住所を印字し、
000060*    請求は親の得意先コードへ集約されたまま変わらない。保守は
000070*    納品先マスタ保守(KUBM145)。
000072*    CFSTM-UKEIRE-YOBIは受入可能曜日(1桁目=月曜～7桁目=日曜。
000074*    "Y"の曜日に納品できる)、CFSTM-UKEIRE-FROM・TOは受入時間帯
000076*    (HHMM)。曜日が全桁SPACE・時間帯がZEROの項目は得意先マスタ
000078*    (KCCFTOK)の既定値に従う。出荷日調整(KUBS070)が参照する。
000080******************************************************************
000090     03  CFSTM-TOKU-COD              PIC  X(04).
000100     03  CFSTM-SHIPTO-COD            PIC  X(02).
000120     03  CFSTM-ADDRESS               PIC  X(40).
000130     03  CFSTM-TEL-NO                PIC  X(13).
000140     03  CFSTM-REGION-COD            PIC  X(02).
000142     03  CFSTM-UKEIRE-YOBI           PIC  X(07).
000144     03  CFSTM-UKEIRE-FROM           PIC  9(04).
000146     03  CFSTM-UKEIRE-TO             PIC  9(04).
000150     03  FILLER                      PIC  X(03).
