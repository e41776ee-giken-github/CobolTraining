000010******************************************************************
000020*    KCCFRSK : 配送地域別出荷倉庫優先マスタ          LRECL=20
000030*    配送地域(得意先マスタCFTOK-REGION-COD。納品先の指定がある
000040*    受注は納品先マスタCFSTM-REGION-COD)ごとに、出荷を試みる
000050*    倉庫を優先順位(1が最優先)の順に保持する。在庫引当(KUBM080)
000060*    は倉庫別在庫をこの順に引き当て、本マスタに無い倉庫は最後に
000070*    倉庫コード順で使う。優先順位が最も小さい倉庫がその地域の
000080*    標準出荷倉庫で、優先外倉庫出荷実績(KUBM169)はそれ以外の
000090*    倉庫からの出荷を数える。
000100******************************************************************
000110     03  CFRSK-REGION-COD            PIC  X(02).
000120     03  CFRSK-YUSEN-JUNI            PIC  9(02).
000130     03  CFRSK-SOKO-COD              PIC  X(02).
000140*    この倉庫からこの地域への運賃単価(円/kg)。優先外倉庫出荷
000150*    実績(KUBM169)が標準出荷倉庫の単価との差で追加運賃を見積る
000160     03  CFRSK-KG-TANKA              PIC  9(05)V9(02).
000170     03  FILLER                      PIC  X(07).
