000010******************************************************************
000020*    KUBS050-PARAMS : KUBS050(販売単位換算)呼出パラメタ
000030*    受注抽出(KUBM030)・対話型受注入力(KUBM020)・ＥＤＩ受注
000040*    取込(KUBM134)が、注文単位つきの数量をバラ数量へ換算する。
000050*    入数・最小発注単位は呼出元が商品マスタ(KCCFSHO)から渡す。
000060*    TNI-KBN：SPACE・"P"=バラ  "B"=ボール  "C"=ケース
000070*    TNI-RCD：SPACE=正常  "U"=単位区分不正  "I"=その単位の入数
000080*    未設定  "O"=換算後の数量が桁あふれ  "M"=最小発注単位の倍数
000090*    でない。正常時はバラ数量(TNI-BARA-SURYO)と、そのケース数
000100*    (TNI-CASE-SU)・端数(TNI-HASU-SURYO)を返す(ケース入数未設定
000110*    の商品はケース数ZERO、端数＝バラ数量)。TNI-MIN-CHECKが"N"
000120*    の呼出(返品など)は最小発注単位を検証しない。
000130******************************************************************
000140 01  KUBS050-P1.
000150     03  TNI-RCD                     PIC  X(01).
000160         88  TNI-OK                  VALUE " ".
000170     03  TNI-KBN                     PIC  X(01).
000180     03  TNI-SURYO                   PIC  9(05).
000190     03  TNI-CASE-IRISU              PIC  9(05).
000200     03  TNI-BALL-IRISU              PIC  9(05).
000210     03  TNI-MIN-HACHU-TANI          PIC  9(05).
000220     03  TNI-MIN-CHECK               PIC  X(01).
000230     03  TNI-BARA-SURYO              PIC  9(05).
000240     03  TNI-CASE-SU                 PIC  9(05).
000250     03  TNI-HASU-SURYO              PIC  9(05).
