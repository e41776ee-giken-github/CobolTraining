000010******************************************************************
000020*    KSBS020-PARAMS : KSBS020(適格請求書登録番号・控除区分)呼出
000030*                     パラメタ
000040*    TRK-FUNCTION="C"：TRK-TOROKU-NO("T"＋13桁)の形式とチェック
000050*      デジットを検査し、不正ならTRK-ERR-YESを返す。
000060*    TRK-FUNCTION="K"：仕入先の登録番号・登録日(TRK-TOROKU-NO／
000070*      TRK-TOROKU-DATE)と仕入請求書の日付(TRK-DATE)から仕入税額
000080*      控除の区分(CFAPF-KOJO-KBNの値)と控除割合(％)を返す。
000090*      登録日以後の請求書と制度開始(2023年10月1日)前の請求書は
000100*      全額("1"、100)、それ以外は経過措置の期間により"8"(80)・
000110*      "5"(50)・"0"(0)。
000120******************************************************************
000130 01  KSBS020-P1.
000140     03  TRK-FUNCTION                PIC  X(01).
000150         88  TRK-FUNC-CHECK          VALUE "C".
000160         88  TRK-FUNC-KOJO           VALUE "K".
000170     03  TRK-TOROKU-NO               PIC  X(14).
000180     03  TRK-TOROKU-DATE             PIC  9(08).
000190     03  TRK-DATE                    PIC  9(08).
000200     03  TRK-KOJO-KBN                PIC  X(01).
000210     03  TRK-KOJO-RITSU              PIC  9(03).
000220     03  TRK-ERR                     PIC  X(01).
000230         88  TRK-ERR-YES             VALUE "Y".
