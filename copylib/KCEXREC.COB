000050*    元レコードのイメージを加工せずそのまま保持するので、保留
000060*    レコードの修正・再投入(KUBM099)や例外サマリ集計の入力に
000070*    なる。EXC-REC-IMAGEは発生元の入力レコード長に合わせて
000080*    先頭詰めで設定する(KJCF011=56桁、KUCF010=130桁)。
000090*    理由コードは発生元プログラムごとに先頭1文字で系を分ける：
000100*      J0xx=KUBM030  U0xx=KUBM040  R0xx=KUBM045  P0xx=KUBM050
000110*      F0xx=FETCHJCF T0xx=TRZ2P    Q0xx=KUBM099  C0xx=KUBM119
000150     03  EXC-TIME                     PIC  9(06).
000160     03  EXC-REASON-CD                PIC  X(04).
000170     03  EXC-REASON-TEXT              PIC  X(40).
000180     03  EXC-REC-IMAGE                PIC  X(130).
000190     03  FILLER                       PIC  X(04).
