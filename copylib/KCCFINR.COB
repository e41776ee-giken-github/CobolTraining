000056*    現行レジスタの最終番号を"INVOICE"カウンタへ引き継いだ
000058*    うえでKCBS080採番へ移行すること(番号の重複防止のため)。
000060******************************************************************
000062*    会社別カウンタ(請求書番号など)はCFINR-KAISHA-CODに会社
000064*    コードを持つ。SPACEは全社共通のカウンタで、既定会社"01"の
000066*    会社別カウンタもSPACEの行で管理する(導入前の行をそのまま
000068*    引き継ぐため)。"02"以降の会社のカウンタは初回採番時に
000069*    会社ごとの番号帯((会社コード－1)×10000000)から開始する。
000070     03  CFINR-COUNTER-ID            PIC  X(08).
000080     03  CFINR-LAST-NO               PIC  9(08).
000085     03  CFINR-KAISHA-COD            PIC  X(02).
000090     03  FILLER                      PIC  X(02).
