000080*    ので、呼出元は通常の引当を行う。ファイルは最初の呼出で
000090*    読み込んで保持し、呼出元のTERM処理からの書戻し指示("X")
000100*    で新世代(LTO)へ書き出すこと。
000102*    得意先コード(LOT-TOKU-COD)を渡すと、得意先の最低残存期間率
000104*    (CFTOK-ZANKIGEN-RITSU)と商品の期限全期間(CFSHO-SHOMI-NISSU)
000106*    から基準日に必要な残り日数を求め、満たないロットは引き当て
000108*    ない(残存期間で引き当てられない場合はLOT-RCD="K")。
000110******************************************************************
000120 01  KUBS030-P1.
000130     03  LOT-FUNCTION                PIC  X(01).
000150         88  LOT-FUNC-WRITEBACK      VALUE "X".
000160*    結果：SPACE=引当成立  "S"=不足  "N"=ロット管理対象外
000170*          "E"=ファイル障害
000175*          "K"=期限内のロットはあるが得意先の残存期間を満たさない
000180     03  LOT-RCD                     PIC  X(01).
000190     03  LOT-SHOHIN-NO               PIC  X(05).
000200     03  LOT-SURYO                   PIC  9(05).
000210     03  LOT-BASE-DATE               PIC  9(08).
000220     03  LOT-LOT-NO                  PIC  X(10).
000230     03  LOT-SOKO-COD                PIC  X(02).
000240*    引当先の得意先(SPACEは残存期間を問わない)
000250     03  LOT-TOKU-COD                PIC  X(04).
