000010******************************************************************
000020*    KCCFTOK : 得意先マスタ                          LRECL=238
000030*    CFTOK-KANA-MEIは入金データ(全銀)の振込依頼人名との照合用
000040*    カナ名称。CFTOK-BANK-COD以降は得意先の振込元口座情報で、
000050*    入金消込(KUBM075)の口座一致による自動照合に使用する。
000060*    CFTOK-TEL-NOは運送便マニフェスト(KUBM083)の荷受人電話番号。
000061*    CFTOK-COUNTRY-CODは仕向国(ISO 3166の2文字。SPACE・"JP"は
000062*    国内得意先)、CFTOK-INCOTERMSは貿易条件(インコタームズ。
000063*    "FOB"・"CIF"等。SPACEは"FOB")。国外の得意先への出荷は
000064*    輸出書類作成(KUBM160)がインボイス・パッキングリストを作る。
000070******************************************************************
000080     03  CFTOK-TOKU-COD              PIC  X(04).
000090     03  CFTOK-TOKU-MEI              PIC  X(20).
000130     03  CFTOK-STATUS                PIC  X(01).
000140       88  CFTOK-ACTIVE              VALUE "1".
000150       88  CFTOK-CLOSED              VALUE "9".
000152*    回収方法：SPACE=振込  "F"=口座振替(CFTOK-BANK-COD以降の
000154*    口座から引き落とす。KUBM154が振替依頼データを作成する)
000156     03  CFTOK-KAISHU-HOHO           PIC  X(01).
000158       88  CFTOK-KOZA-FURIKAE        VALUE "F".
000159*    請求先得意先コード(本部一括請求)。チェーン店の各店舗に本部の
000160*    得意先コードを設定すると、締め日別請求(KUBM115・KUBM118)は
000161*    本部の締めグループ・請求基準で店舗を集計し、請求書発行
000162*    (KUBM070)は本部宛に店舗別内訳付きの請求書を1通にまとめる。
000163*    入金消込(KUBM075)・与信残高(KUBM110)も本部単位で扱う。
000164*    SPACEは自社宛。階層は1段のみで、統合用の転送参照である
000165*    CFTOK-FORWARD-TOKUとは別の項目。
000166     03  CFTOK-SEIKYU-TOKU-COD       PIC  X(04).
000167*    仕向国・貿易条件(輸出書類作成KUBM160が参照。冒頭の説明参照)
000168     03  CFTOK-COUNTRY-COD           PIC  X(02).
000169     03  CFTOK-INCOTERMS             PIC  X(03).
000170     03  CFTOK-EMAIL-ADDR            PIC  X(40).
000180     03  CFTOK-KANA-MEI              PIC  X(30).
000190     03  CFTOK-BANK-COD              PIC  X(04).
000312*    出荷基準の請求は出荷引当結果(KCCFALF)のみから作るため、
000314*    ALFを通らない直送(JF011-CHOKUSO-FLG)とは併用不可。直送
000316*    発注作成(KUBM125)が"S"の得意先の直送明細を拒否する。
000317*    委託消化(JF011-ITAKU)も同様で、消化報告取込(KSBM131)が
000318*    "S"の得意先の報告を取り込まない。
000320     03  CFTOK-BILL-BASIS            PIC  X(01).
000330       88  CFTOK-BILL-SHIPMENT       VALUE "S".
000340*    営業担当者(営業担当者マスタKCCFEIGを指す)
000430*    引当優先ランク(1=最優先～9。ZEROは5として扱う)。在庫不足
000440*    時の優先順位引当(KUBM144)がランク→受注日の順で配分する。
000450     03  CFTOK-PRIORITY              PIC  9(01).
000460*    完納区分("Y"=完納出荷。荷受けの都度費用がかかる等で分納を
000470*    受けない得意先。SPACE・"N"は分納可)。在庫引当(KUBM080)は
000480*    完納出荷の受注を全明細が引き当てられるまで保留し、仮に
000490*    確保した在庫は同じ実行の他の受注へ戻す。受注ごとの指定
000500*    (JF011-KANNO-KBN)があればそちらを優先する。
000510     03  CFTOK-KANNO-KBN             PIC  X(01).
000520       88  CFTOK-KANNO-YES           VALUE "Y".
000530*    代替品区分("N"=代替品不可。欠品しても代替品マスタ(KCCFSUB)
000540*    の同等品を出荷しない得意先。SPACEは代替可)。在庫引当
000550*    (KUBM080)が参照する。
000560     03  CFTOK-DAITAI-KBN            PIC  X(01).
000570       88  CFTOK-DAITAI-FUKA         VALUE "N".
000580*    免許有効期限(規制品(CFSHO-MENKYO-YOU)の販売に必要な得意先の
000590*    免許の期限日。ZEROは免許なし)。受注日がこの日を過ぎた規制品
000600*    の受注は取扱商品制限判定(KUBS060)が受け付けない。
000610     03  CFTOK-MENKYO-KIGEN          PIC  9(08).
000620*    受注限度額(1受注の円換算合計金額の上限。超える受注は承認
000630*    保留判定(KUBM163)が承認保留とする。ZEROは全体の限度額(環境
000640*    変数KUBM163-GENDO)に従う)
000650     03  CFTOK-JUCHU-GENDO           PIC  9(09).
000660*    受入可能曜日・受入時間帯の既定値(納品先マスタ(KCCFSTM)に
000670*    設定のない納品先と、納品先を指定しない受注に適用する。形式
000680*    はKCCFSTMと同じ。曜日が全桁SPACEは曜日の制限なし、時間帯
000690*    ZEROは指定なし)
000700     03  CFTOK-UKEIRE-YOBI           PIC  X(07).
000710     03  CFTOK-UKEIRE-FROM           PIC  9(04).
000720     03  CFTOK-UKEIRE-TO             PIC  9(04).
000730*    最低残存期間率(出荷時点で賞味・使用期限の全期間(CFSHO-
000740*    SHOMI-NISSU)のうち残っていなければならない割合。百分率で
000750*    "067"は3分の2以上。ZEROは期限内なら可)。ロットFEFO引当
000760*    (KUBS030)が参照する。
000770     03  CFTOK-ZANKIGEN-RITSU        PIC  9(03).
