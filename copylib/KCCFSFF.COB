000090     03  CFSFF-TOKU-COD              PIC  X(04).
000100     03  CFSFF-SHOHIN-NO             PIC  X(05).
000110     03  CFSFF-ZAN-SURYO             PIC  9(05).
000112*    決済方法(受注明細の決済方法の引継ぎ。"D"=代金引換)
000114     03  CFSFF-KESSAI-KBN            PIC  X(01).
000115*    完納待ちフラグ("Y"=完納出荷の受注で全明細が引き当てられず
000116*    受注ごと保留した明細。CFSFF-ZAN-SURYOは受注数量の全量。
000117*    再引当(KUBM081)も受注単位で全明細がそろう場合のみ引き当てる)
000118     03  CFSFF-KANNO-FLG             PIC  X(01).
000119       88  CFSFF-KANNO-YES           VALUE "Y".
000120     03  FILLER                      PIC  X(12).
