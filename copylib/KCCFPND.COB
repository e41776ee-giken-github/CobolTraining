000010******************************************************************
000020*    KCCFPND : 重要項目変更申請ファイル              LRECL=130
000030*    与信限度額(得意先マスタ)と振込先口座(仕入先マスタ)は
000040*    保守プログラム(KUBM025・KSBM050)では即時に変更せず、
000050*    申請1件につき本ファイルへ1行追記する。承認権限
000060*    (CFOPE-AUTH-MSA)を持つ申請者以外のオペレータが重要項目
000070*    変更承認(KCBM119)で承認して初めてマスタへ反映する。
000080*    KCBM119は判断の無い申請だけを新世代へ引き継ぐ(本ファ
000090*    イルにあるのは承認待ちの申請のみ)。支払データ作成
000100*    (KSBM111)は口座変更の承認待ちがある仕入先へ支払わない。
000110******************************************************************
000120     03  CFPND-SHINSEI-DATE          PIC  9(08).
000130     03  CFPND-SHINSEI-TIME          PIC  9(06).
000140*    対象マスタ："TOK"=得意先マスタ  "SIR"=仕入先マスタ
000150     03  CFPND-RESOURCE              PIC  X(03).
000160       88  CFPND-RES-TOK             VALUE "TOK".
000170       88  CFPND-RES-SIR             VALUE "SIR".
000180*    得意先コード(4桁・左詰め)または仕入先コード
000190     03  CFPND-KEY                   PIC  X(06).
000200*    変更項目："G"=与信限度額  "K"=振込先口座
000210     03  CFPND-KOMOKU                PIC  X(01).
000220       88  CFPND-KOMOKU-GENDO        VALUE "G".
000230       88  CFPND-KOMOKU-KOZA         VALUE "K".
000240     03  CFPND-SHINSEI-OPE-ID        PIC  X(05).
000250     03  CFPND-SHINSEI-PGM-ID        PIC  X(08).
000260*    変更後の値(申請内容)
000270     03  CFPND-NEW-DATA              PIC  X(44).
000280     03  CFPND-NEW-GENDO-DATA  REDEFINES  CFPND-NEW-DATA.
000290       05  CFPND-NEW-GENDO           PIC S9(09).
000300       05  FILLER                    PIC  X(35).
000310     03  CFPND-NEW-KOZA-DATA   REDEFINES  CFPND-NEW-DATA.
000320       05  CFPND-NEW-BANK-COD        PIC  X(04).
000330       05  CFPND-NEW-SHITEN-COD      PIC  X(03).
000340       05  CFPND-NEW-KOZA-NO         PIC  X(07).
000350       05  CFPND-NEW-KOZA-MEI        PIC  X(30).
000360*    申請時点のマスタの値(承認待ち一覧の対比用)
000370     03  CFPND-OLD-DATA              PIC  X(44).
000380     03  CFPND-OLD-GENDO-DATA  REDEFINES  CFPND-OLD-DATA.
000390       05  CFPND-OLD-GENDO           PIC S9(09).
000400       05  FILLER                    PIC  X(35).
000410     03  CFPND-OLD-KOZA-DATA   REDEFINES  CFPND-OLD-DATA.
000420       05  CFPND-OLD-BANK-COD        PIC  X(04).
000430       05  CFPND-OLD-SHITEN-COD      PIC  X(03).
000440       05  CFPND-OLD-KOZA-NO         PIC  X(07).
000450       05  CFPND-OLD-KOZA-MEI        PIC  X(30).
000460     03  FILLER                      PIC  X(05).
