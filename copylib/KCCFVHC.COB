000010******************************************************************
000020*    KCCFVHC : 車両マスタ                            LRECL=40
000030*    自社配送トラック1台ごとの積載能力(重量kg・容積m3)と所属
000040*    倉庫。配車計画(KUBM171)が業務日付の出荷(KCCFALF)を配送
000050*    地域(納品先マスタKCCFSTMの地域コード)ごとにまとめ、所属
000060*    倉庫から出荷する受注を積載能力の範囲でトラックへ割り当て
000070*    る。CFVHC-REGION-CODは担当地域を固定する場合に設定する
000080*    (空欄は地域を問わず、当日最初に積んだ受注の地域を担当
000090*    する)。CFVHC-SOKO-CODが空欄の車両はどの倉庫の出荷も積む。
000100******************************************************************
000110     03  CFVHC-SHARYO-COD            PIC  X(04).
000120     03  CFVHC-SHARYO-MEI            PIC  X(20).
000130     03  CFVHC-MAX-JURYO-KG          PIC  9(05).
000140     03  CFVHC-MAX-YOSEKI-M3         PIC  9(03)V9(02).
000150     03  CFVHC-SOKO-COD              PIC  X(02).
000160     03  CFVHC-REGION-COD            PIC  X(02).
000170     03  FILLER                      PIC  X(02).
