000060*    先方発注番号の重複(再送)を処理済み登録簿(KCCFEDR)で検査
000070*    して弾く。CFPTN-FORMAT-KBNは取込・ＡＳＮのファイル様式
000080*    ("1"=標準ＣＳＶ)。
000085*    "2"=ＥＣサイト注文(ＥＣサイト注文変換KUBM173が標準ＣＳＶへ
000087*    変換してからKUBM134へ渡す)。
000090******************************************************************
000100     03  CFPTN-PARTNER-COD           PIC  X(04).
000110     03  CFPTN-TOKU-COD              PIC  X(04).
