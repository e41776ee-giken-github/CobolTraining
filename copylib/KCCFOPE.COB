000010******************************************************************
000020*    KCCFOPE : オペレータマスタ                      LRECL=50
000022*    (発注承認権限CFOPE-AUTH-POAは発注承認(KSBM118)が参照)
000030*    マスタ保守系プログラムの実行権限を管理する。USERINFOの
000040*    USERID(5桁)をオペレータIDとして引き継ぐ。権限はリソース
000220*    会計期間クローズ・再オープン権限(KCBM110が参照)
000230     03  CFOPE-AUTH-PST               PIC  X(01).
000240       88  CFOPE-AUTH-PST-YES         VALUE "Y".
000242*    貸倒償却の実行権限(KUBM157が参照)
000244     03  CFOPE-AUTH-WOF               PIC  X(01).
000246       88  CFOPE-AUTH-WOF-YES         VALUE "Y".
000247*    参照を許可する会社の会社コード(2社まで)。"**"は全社を許可、
000248*    2つともSPACEは既定会社"01"のみ許可(KCBS030が判定する)。
000250     03  CFOPE-KAISHA-KENGEN          PIC  X(02)
000252                                      OCCURS 2 TIMES.
000260*    受注承認権限(承認保留の受注の承認・却下。KUBM164が参照)
000270     03  CFOPE-AUTH-JSN               PIC  X(01).
000280       88  CFOPE-AUTH-JSN-YES         VALUE "Y".
000290*    重要項目変更の承認権限(与信限度額・振込口座の変更申請の
000300*    承認・却下。KCBM119が参照。申請者本人は承認できない)
000310     03  CFOPE-AUTH-MSA               PIC  X(01).
000320       88  CFOPE-AUTH-MSA-YES         VALUE "Y".
