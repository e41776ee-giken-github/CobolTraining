000130         88  STMP-FUNC-CLOSE         VALUE "X".
000140     03  STMP-JUCHU-NO               PIC  9(04).
000150*    ステージ："U"=受付 "H"=引当 "S"=出荷 "B"=請求 "N"=入金
000160*              "C"=取消 "P"=承認保留 "A"=承認 "R"=却下
000165*    ("A"・"R"はSTMP-OPE-IDの承認者ＩＤも記録する)
000170     03  STMP-STAGE                  PIC  X(01).
000180     03  STMP-DATE                   PIC  9(08).
000190     03  STMP-TIME                   PIC  9(06).
000230     03  STMP-FOUND                  PIC  X(01).
000240         88  STMP-FOUND-YES          VALUE "Y".
000250     03  STMP-LAST-STATUS            PIC  X(01).
000260*    承認者ＩＤ(ステージ"A"・"R"の刻印時のみ使用)
000270     03  STMP-OPE-ID                 PIC  X(05).
