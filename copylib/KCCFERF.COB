000050*    場合は発注日＋標準リードタイム(CFSIR-LEADTIME-DAYS)。
000060*    バックオーダー再引当(KUBM081)・受注時納期回答(KUBS040)が
000070*    入荷予定数量として参照する。
000072*    仕入先の出荷案内(ＡＳＮ)を受けた行は入荷ＡＳＮ取込(KSBM141)
000074*    が入荷予定日・数量をＡＳＮの値に置き換え、CFERF-ASN-ARIに
000076*    する(ＡＳＮが発注残に満たない場合、残りは元の予定日の行と
000078*    して残す)。
000080******************************************************************
000090     03  CFERF-HATCHU-NO             PIC  9(06).
000100     03  CFERF-SHOHIN-NO             PIC  X(05).
000110     03  CFERF-YOTEI-DATE            PIC  9(08).
000120     03  CFERF-YOTEI-SURYO           PIC  9(05).
000125*    "A"=ＡＳＮによる入荷予定
000126     03  CFERF-ASN-KBN               PIC  X(01).
000127       88  CFERF-ASN-ARI             VALUE "A".
000130     03  FILLER                      PIC  X(03).
