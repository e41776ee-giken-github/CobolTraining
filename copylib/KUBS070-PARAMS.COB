000010******************************************************************
000020*    KUBS070-PARAMS : KUBS070(納品先受入条件・出荷日調整)呼出
000030*    パラメタ。得意先・納品先コードから受入可能曜日・受入時間
000040*    帯(納品先マスタKCCFSTM、未設定の項目は得意先マスタKCCFTOK
000050*    の既定値)を求め、NKB-FUNCTIONが"C"(SPACEも同じ)の呼出では
000060*    NKB-SHIP-DATEに渡した出荷予定日に配送日数マスタ(KCCFLDT)
000070*    の輸送日数を加えた納品日が受入可能曜日になるまで、出荷日を
000080*    倉庫営業日(CALCYESTERDAYの"W")単位で繰り下げて返す。"G"の
000090*    呼出は受入条件だけを返し、出荷日は変えない。
000100*    NKB-REGION-CODがSPACEの場合は納品先・得意先マスタの地域
000110*    コードを使う。NKB-CARRIER-CODがSPACEの場合は標準日数。
000120*    NKB-RCD：SPACE=出荷日はそのまま  "A"=出荷日を繰り下げた
000130*    "E"=31営業日先まで受入可能な納品日が無い(出荷日はそのまま)
000140*    ファイルは最初の呼出で読み込んで保持する。
000150******************************************************************
000160 01  KUBS070-P1.
000170     03  NKB-RCD                     PIC  X(01).
000180         88  NKB-SONOMAMA            VALUE " ".
000190         88  NKB-KURISAGE            VALUE "A".
000200         88  NKB-FUKA                VALUE "E".
000210     03  NKB-FUNCTION                PIC  X(01).
000220         88  NKB-CHOSEI              VALUE "C" " ".
000230         88  NKB-SHUTOKU             VALUE "G".
000240     03  NKB-TOKU-COD                PIC  X(04).
000250     03  NKB-SHIPTO-COD              PIC  X(02).
000260     03  NKB-REGION-COD              PIC  X(02).
000270     03  NKB-CARRIER-COD             PIC  X(02).
000280     03  NKB-SHIP-DATE               PIC  9(08).
000290     03  NKB-NOHIN-DATE              PIC  9(08).
000300     03  NKB-YUSO-NISSU              PIC  9(02).
000310     03  NKB-UKEIRE-YOBI             PIC  X(07).
000320     03  NKB-UKEIRE-FROM             PIC  9(04).
000330     03  NKB-UKEIRE-TO               PIC  9(04).
