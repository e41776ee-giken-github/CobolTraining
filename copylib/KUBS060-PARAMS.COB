000010******************************************************************
000020*    KUBS060-PARAMS : KUBS060(取扱商品制限判定)呼出パラメタ
000030*    受注抽出(KUBM030)・対話型受注入力(KUBM020)・ＥＤＩ受注
000040*    取込(KUBM134)・見積受注化(KUBM123)が、得意先にその商品を
000050*    販売してよいかを判定する。判定日は受注日(ZEROは当日)。
000060*    SGN-RCD：SPACE=販売可  "K"=取扱禁止の商品  "G"=取扱商品
000070*    限定の得意先で取扱商品外  "M"=免許要の商品で得意先の免許が
000080*    ない、または判定日に期限切れ。
000090******************************************************************
000100 01  KUBS060-P1.
000110     03  SGN-RCD                     PIC  X(01).
000120         88  SGN-OK                  VALUE " ".
000130         88  SGN-KINSHI              VALUE "K".
000140         88  SGN-GENTEI-GAI          VALUE "G".
000150         88  SGN-MENKYO-NASHI        VALUE "M".
000160     03  SGN-TOKU-COD                PIC  X(04).
000170     03  SGN-SHOHIN-NO               PIC  X(05).
000180     03  SGN-HANTEI-DATE             PIC  9(08).
