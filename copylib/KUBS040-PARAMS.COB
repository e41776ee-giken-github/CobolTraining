000050*    引当可能数量＝倉庫別在庫(KCCFSZA)の引当可能合計
000060*                  －既引当累積(RAL、KUBM080が保守するALF形式)
000062*                  －バックオーダー残(KCCFBOF)
000064*                  －他の得意先の仮押さえ残(KCCFRSV、有効期限内)
000070*    に入荷予定(KCCFERF)を日付順に加えた推移で判定する。
000080*    ATP-RCD：SPACE=希望納期に納入可  "L"=希望納期には不可
000090*    (最早納入可能日をATP-KAITO-DATEに返す)  "N"=入荷予定を
000100*    含めても納入不可。希望納期ZEROは当日希望として扱う。
000110*    ファイルは最初の呼出で読み込んで保持する。
000112*    ATP-TOKU-CODは受注する得意先(その得意先の仮押さえ分は引当
000114*    可能として扱う)。SPACEはすべての仮押さえを控除する。
000116*    ATP-SHIPTO-CODは納品先コード(SPACEは得意先の既定)。在庫の
000117*    用意できる日を出荷日として、納品先の受入可能曜日と輸送日数
000118*    による納品日(KUBS070)を希望納期と比べる。
000120******************************************************************
000130 01  KUBS040-P1.
000140     03  ATP-RCD                     PIC  X(01).
000190     03  ATP-SURYO                   PIC  9(05).
000200     03  ATP-NOKI-DATE               PIC  9(08).
000210     03  ATP-KAITO-DATE              PIC  9(08).
000220     03  ATP-TOKU-COD                PIC  X(04).
000230     03  ATP-SHIPTO-COD              PIC  X(02).
