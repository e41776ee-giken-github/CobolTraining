000010******************************************************************
000020*    KCCFRDF : 得意先別ロールアップ集計データ        LRECL=111
000030*    KUBM045がロールアップ集計表(ROF)の印刷と同時に書き出す
000040*    機械可読の得意先別集計レコード。請求書発行(KUBM070)等の
000050*    後続処理が入力として使用する。
000210     03  CFRDF-ZEI10-KINGAKU         PIC S9(10).
000220     03  CFRDF-KAZEI8-KINGAKU        PIC S9(12).
000230     03  CFRDF-ZEI8-KINGAKU          PIC S9(10).
000240*    会社コード(受注データのUF010-KAISHA-COD。集計は会社＋得意先
000250*    単位。SPACEの旧データは既定会社"01"として扱う)
000260     03  CFRDF-KAISHA-COD            PIC  X(02).
000270*    請求書の宛先得意先コード(得意先マスタのCFTOK-SEIKYU-TOKU-COD
000280*    。SPACEは自社宛)。KUBM115/KUBM118は同じ宛先の行を連続して
000290*    書き出し、KUBM070が宛先単位に1通の請求書へまとめる。
000300     03  CFRDF-SEIKYU-TOKU-COD       PIC  X(04).
