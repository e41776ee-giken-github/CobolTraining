000010******************************************************************
000020*    KCCFALF : 出荷引当結果データ                    LRECL=81
000030*    在庫引当(KUBM080)が引当済みの受注明細1行につき1件書き出す
000040*    レコード。納品書印刷(KUBM082)・運送便マニフェスト出力
000050*    (KUBM083)が入力として使用する。バックオーダー再引当
000140     03  CFALF-SHIP-DATE             PIC  9(08).
000150*    引当した倉庫（倉庫別在庫(KCCFSZA)を使わない運用ではSPACE）
000160     03  CFALF-SOKO-COD              PIC  X(02).
000162*    決済方法(受注明細のUF010-KESSAI-KBNの引継ぎ。"D"=代金引換。
000164*    運賃計算(KUBM142)が代引金額を算出して運賃請求データへ持つ)
000165*    "M"=見本品(請求の対象外。見本品費計上KUBM168が原価で計上)
000166     03  CFALF-KESSAI-KBN            PIC  X(01).
000168       88  CFALF-DAIBIKI             VALUE "D".
000169       88  CFALF-MIHON               VALUE "M".
000170     03  FILLER                      PIC  X(03).
000180*    引き当てたロット番号(ロット管理対象外の商品はSPACE)。
000190*    ロットトレース(KUBM130)の入力になる。
000200     03  CFALF-LOT-NO                PIC  X(10).
000210*    納品先コード(納品書KUBM082・マニフェストKUBM083が納品先
000220*    マスタKCCFSTMの支店住所の印字に使う。SPACEは本社納品)
000230     03  CFALF-SHIPTO-COD            PIC  X(02).
000240*    注文商品番号(欠品のため代替品(KCCFSUB)を出荷した明細で、
000250*    受注した商品の番号。CFALF-SHOHIN-NO・SHOHIN-MEIは実際に
000260*    出荷する代替品。代替でない明細はSPACE。納品書(KUBM082)・
000270*    輸出インボイス(KUBM160)が代替出荷の旨を印字する)
000280     03  CFALF-CHUMON-SHOHIN-NO      PIC  X(05).
000290*    配送地域(得意先マスタ、納品先指定の受注は納品先マスタの
000300*    地域)と、その地域の標準出荷倉庫(配送地域別出荷倉庫優先
000310*    マスタKCCFRSKの優先順位が最も小さい倉庫)。在庫引当(KUBM080)
000320*    が倉庫別に引き当てた明細に設定し、優先外倉庫出荷実績
000330*    (KUBM169)の入力になる。優先マスタに無い地域はSPACE
000340     03  CFALF-REGION-COD            PIC  X(02).
000350     03  CFALF-YUSEN-SOKO-COD        PIC  X(02).
