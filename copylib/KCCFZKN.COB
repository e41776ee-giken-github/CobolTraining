000010******************************************************************
000020*    KCCFZKN : 残高確認台帳                          LRECL=80
000030*    残高確認書発行(KCBM116)が確認書1通につき1行追記する。
000040*    確認書番号はKCBS080の"ZANKAKNO"カウンタで採番する。
000050*    当社残高は基準日現在の残高で、得意先は売掛金(KCCFIVF)から
000060*    前受金(KCCFDEP)の預り残高を差し引いた額、仕入先は買掛金
000070*    (KCCFAPF)の未払残高。先方の回答は残高確認回答登録(KCBM117)
000080*    が新世代(ZKO)へ書き込み、残高確認差異リスト(KCBM118)が
000090*    当社残高と突き合わせる。
000100*    会社コードは発行した会社(環境変数KAISHA-COD)。SPACEは"01"。
000110******************************************************************
000120     03  CFZKN-KAKUNIN-NO            PIC  9(08).
000130*    対象区分："T"=得意先  "S"=仕入先
000140     03  CFZKN-TAISHO-KBN            PIC  X(01).
000150       88  CFZKN-TOKUISAKI           VALUE "T".
000160       88  CFZKN-SHIIRESAKI          VALUE "S".
000170*    得意先コード(4桁・左詰め)または仕入先コード
000180     03  CFZKN-TORIHIKI-COD          PIC  X(06).
000190     03  CFZKN-KIJUN-DATE            PIC  9(08).
000200     03  CFZKN-HAKKO-DATE            PIC  9(08).
000210     03  CFZKN-TOSHA-ZAN             PIC S9(13).
000220*    回答状態：SPACE=未回答  "K"=回答済
000230     03  CFZKN-KAITO-STATUS          PIC  X(01).
000240       88  CFZKN-MIKAITO             VALUE " ".
000250       88  CFZKN-KAITO-ZUMI          VALUE "K".
000260     03  CFZKN-KAITO-DATE            PIC  9(08).
000270     03  CFZKN-KAITO-ZAN             PIC S9(13).
000280     03  CFZKN-KAISHA-COD            PIC  X(02).
000290     03  FILLER                      PIC  X(12).
