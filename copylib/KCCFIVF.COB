000010******************************************************************
000020*    KCCFIVF : 請求書発行台帳                        LRECL=142
000030*    KUBM070が請求書を発行するたびに1行追記する台帳レコード。
000040*    入金消込(KUBM075)がCFIVF-NYUKIN-KINGAKU／CFIVF-STATUSを
000050*    更新し、売掛金年齢表(KUBM076)が未回収残高の算出に使う。
000100     03  CFIVF-KINGAKU               PIC S9(13).
000110     03  CFIVF-NYUKIN-KINGAKU        PIC S9(13).
000120*    状態："O"=未回収  "P"=一部入金  "C"=消込済  "V"=取消済
000125*          "W"=貸倒償却済(貸倒償却処理KUBM157が設定)
000130     03  CFIVF-STATUS                PIC  X(01).
000140       88  CFIVF-OPEN                VALUE "O".
000150       88  CFIVF-PARTIAL             VALUE "P".
000160       88  CFIVF-CLEARED             VALUE "C".
000161       88  CFIVF-VOIDED              VALUE "V".
000162       88  CFIVF-WRITTEN-OFF         VALUE "W".
000163*    口座振替の依頼状態。口座振替依頼データ作成(KUBM154)が依頼
000164*    した行に"R"を立て、振替結果取込(KUBM155)が振替済みなら
000165*    SPACEへ戻し、振替不能なら"E"にする("E"の行は自動では再依頼
000166*    しない)。
000167     03  CFIVF-FURIKAE-STATUS        PIC  X(01).
000168       88  CFIVF-FURIKAE-IRAI        VALUE "R".
000169       88  CFIVF-FURIKAE-FUNO        VALUE "E".
000170*    赤伝(KUBM119)の税区分(商品マスタのCFSHO-ZEI-KBN)。赤伝の
000172*    金額は税抜のため、消費税集計表(KUBM158)が税率別に分ける
000174*    のに使う。赤伝以外の行・旧行はSPACE。
000176     03  CFIVF-ZEI-KBN               PIC  X(01).
000178     03  FILLER                      PIC  X(01).
000180*    支払期日。請求書発行(KUBM070)が支払条件マスタ(KCCFTRM)から
000190*    KUBS010で算出して設定する。ZEROは支払条件導入前の旧行。
000200     03  CFIVF-DUE-DATE              PIC  9(08).
000310     03  CFIVF-CURRENCY-COD          PIC  X(03).
000320     03  CFIVF-GAIKA-KINGAKU         PIC S9(13).
000330     03  CFIVF-INV-RATE              PIC S9(05)V9(04).
000340*    貸倒償却情報(KUBM157が設定)。CFIVF-SHOKYAKU-KINGAKUは償却
000350*    した未回収残(税込)、CFIVF-SHOKYAKU-ZEIはうち消費税額。償却
000360*    後の入金は入金消込(KUBM075)がCFIVF-NYUKIN-KINGAKUへ加算し
000370*    償却債権取立益として仕訳する(状態は"W"のまま)。
000380     03  CFIVF-SHOKYAKU-DATE         PIC  9(08).
000390     03  CFIVF-SHOKYAKU-RIYU         PIC  X(02).
000400     03  CFIVF-SHOKYAKU-OPE          PIC  X(05).
000410     03  CFIVF-SHOKYAKU-KINGAKU      PIC S9(13).
000420     03  CFIVF-SHOKYAKU-ZEI          PIC S9(11).
000430*    会社コード(請求書を発行した会社。請求書番号は会社ごとの
000440*    番号帯で採番するため会社をまたいで重複しない。SPACEは会社
000450*    コード導入前の旧行で、既定会社"01"として扱う)
000460     03  CFIVF-KAISHA-COD            PIC  X(02).
