000010******************************************************************
000020*    KCCFPAD : 支払明細                              LRECL=80
000030*    支払データ作成(KSBM111)が1回の実行で支払った仕入請求書・
000040*    消し込んだデビットノート1件につき1行書き出す(実行ごとに
000050*    作り直す)。支払通知書作成(KSBM125)が仕入先別の支払通知書
000060*    と支払通知データの作成に使う。
000070*    区分"I"の行：CFPAD-KOJO-KINGAKU=デビットノート相殺額、
000080*    CFPAD-TESURYO=先方負担で差し引いた振込手数料、CFPAD-
000090*    FURIKOMI-KINGAKU=この請求書分の振込額。区分"D"の行：
000100*    CFPAD-KOJO-KINGAKU=今回消し込んだデビットノート額(正の値)。
000110******************************************************************
000120     03  CFPAD-SHIHARAI-DATE         PIC  9(08).
000130     03  CFPAD-SUPPLIER-COD          PIC  X(06).
000140     03  CFPAD-INVOICE-NO            PIC  X(10).
000150*    区分："I"=仕入請求書の支払  "D"=デビットノートの消込
000160     03  CFPAD-MEISAI-KBN            PIC  X(01).
000170       88  CFPAD-SEIKYU              VALUE "I".
000180       88  CFPAD-DEBIT-NOTE          VALUE "D".
000190     03  CFPAD-SEIKYU-KINGAKU        PIC S9(13).
000200     03  CFPAD-KOJO-KINGAKU          PIC S9(13).
000210     03  CFPAD-TESURYO               PIC S9(07).
000220     03  CFPAD-FURIKOMI-KINGAKU      PIC S9(13).
000230*    手数料負担(CFSIR-TESURYO-FUTANの写し)
000240     03  CFPAD-TESURYO-FUTAN         PIC  X(01).
000250     03  FILLER                      PIC  X(08).
