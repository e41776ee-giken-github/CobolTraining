000010******************************************************************
000020*    KCCFASN : 入荷ＡＳＮ登録簿                      LRECL=100
000030*    仕入先の出荷案内(ＡＳＮ)を発注行1件につき1行保持する。入荷
000040*    ＡＳＮ取込(KSBM141)が受信したＡＳＮを追加し、入荷予定
000050*    (KCCFERF)の入荷予定日・数量をＡＳＮの値で置き換える。入荷
000060*    検収(KSBM060)の後に入荷ＡＳＮ差異リスト(KSBM142)が検収
000070*    実績と突き合わせてCFASN-STATUSを確定し、仕入先評価
000080*    (KSBM119)が差異件数を集計する。納期回答取込・入荷予定管理
000090*    (KSBM117)は入荷待ちのＡＳＮを入荷予定の作り直しに使う。
000100*    いずれも旧世代を読んで新世代を書き出す。
000110******************************************************************
000120*    仕入先の出荷案内番号
000130     03  CFASN-ASN-NO                PIC  X(10).
000140     03  CFASN-SUPPLIER-COD          PIC  X(06).
000150     03  CFASN-HATCHU-NO             PIC  9(06).
000160     03  CFASN-SHOHIN-NO             PIC  X(05).
000170     03  CFASN-SHUKKA-SURYO          PIC  9(05).
000180*    ロット番号・使用期限(ロット管理しない商品はSPACE／ZERO)
000190     03  CFASN-LOT-NO                PIC  X(10).
000200     03  CFASN-EXPIRY-DATE           PIC  9(08).
000210     03  CFASN-SHUKKA-DATE           PIC  9(08).
000220     03  CFASN-NYUKA-YOTEI-DATE      PIC  9(08).
000230     03  CFASN-JUSHIN-DATE           PIC  9(08).
000240*    状態：SPACE=入荷待ち  "K"=検収数量一致  "S"=検収数量差異
000250*          "M"=未着(入荷予定日から所定の日数を過ぎても検収なし)
000260     03  CFASN-STATUS                PIC  X(01).
000270       88  CFASN-NYUKA-MACHI         VALUE SPACE.
000280       88  CFASN-ITCHI               VALUE "K".
000290       88  CFASN-SAGAKU              VALUE "S".
000300       88  CFASN-MICHAKU             VALUE "M".
000310     03  CFASN-KENSHU-SURYO          PIC  9(05).
000320     03  CFASN-KENSHU-DATE           PIC  9(08).
000330     03  FILLER                      PIC  X(12).
