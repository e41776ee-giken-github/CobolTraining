000010******************************************************************
000020*    KCCFRSV : 仮押さえファイル                      LRECL=50
000030*    見積中(KCCFQTF)の案件や商談中の大口案件のために、得意先へ
000040*    約束した在庫を有効期限まで確保しておく。キーは得意先・商品
000050*    ・倉庫の組。倉庫SPACEは倉庫を問わない(倉庫別在庫がある運用
000060*    では倉庫コード順に確保する)。CFRSV-SURYOは未消化の仮押さえ
000070*    残数量。在庫引当(KUBM080)と受注時納期回答(KUBS040)は他の
000080*    得意先の仮押さえ分を引当可能数から除き、仮押さえした得意先
000090*    の受注は仮押さえ分を使って引き当てる(KUBM080は消化した数量
000100*    を減らした新世代を書き出す)。有効期限を過ぎた仮押さえは
000110*    仮押さえ期限切れ解除(KUBM166)が日次で削除し、得意先の営業
000120*    担当者(CFTOK-TANTO-COD)別に一覧へ印字する。
000130*    保守は仮押さえ保守(KUBM165)。
000140******************************************************************
000150     03  CFRSV-TOKU-COD              PIC  X(04).
000160     03  CFRSV-SHOHIN-NO             PIC  X(05).
000170     03  CFRSV-SOKO-COD              PIC  X(02).
000180     03  CFRSV-SURYO                 PIC  9(05).
000190*    有効期限(この日まで確保する)
000200     03  CFRSV-KIGEN-DATE            PIC  9(08).
000210     03  CFRSV-TOROKU-DATE           PIC  9(08).
000220*    見積番号(見積に基づく仮押さえのみ。ZEROは見積なし)
000230     03  CFRSV-QUOTE-NO              PIC  9(08).
000240*    登録・最終変更したオペレータ
000250     03  CFRSV-OPE-ID                PIC  X(05).
000260     03  FILLER                      PIC  X(05).
