000010******************************************************************
000020*    KCCFSHO : 商品マスタ                          LRECL=119
000030*    CFSHO-ZEI-KBNは消費税率マスタ(KCCFZEI)の税区分を指す。
000040******************************************************************
000050     03  CFSHO-SHOHIN-NO             PIC  X(05).
000180*    (KUBM142)と運送便マニフェスト(KUBM083)の重量印字に使う。
000190     03  CFSHO-JURYO-G               PIC  9(07).
000200     03  CFSHO-YOSEKI-CM3            PIC  9(07).
000210*    輸出書類(KUBM160)用。HSコード(輸出統計品目番号9桁。6桁
000220*    のみ判明している場合は左詰め)と原産国(ISO 3166の2文字。
000230*    SPACEは"JP"として扱う)。商品マスタ保守(KSBM030)が設定。
000240     03  CFSHO-HS-COD                PIC  X(10).
000250     03  CFSHO-GENSANKOKU-COD        PIC  X(02).
000260*    シリアル管理区分("Y"=メーカーシリアル番号を1個ずつ管理
000270*    する機器類)。入荷検収(KSBM060)でシリアルを受け入れ、出荷
000280*    検品(KUBM128)で出荷先へ割り当てる(KCCFSRL)。KSBM030が設定。
000290     03  CFSHO-SERIAL-KBN            PIC  X(01).
000300       88  CFSHO-SERIAL-KANRI        VALUE "Y".
000310*    販売単位。ケース1個・ボール(内箱)1個あたりの入数(ZEROは
000320*    その単位で販売しない)と最小発注単位(バラ換算の数量はこの
000330*    倍数であること。ZERO・1は制限なし)。受注はKUBS050で単位
000340*    (KJCF011のJF011-TANI-KBN)をバラ数量へ換算し、ピッキング
000350*    リスト・納品書はケース数＋端数で印字する。KSBM030が設定。
000360     03  CFSHO-CASE-IRISU            PIC  9(05).
000370     03  CFSHO-BALL-IRISU            PIC  9(05).
000380     03  CFSHO-MIN-HACHU-TANI        PIC  9(05).
000390*    商品ライフサイクル区分("N"=新規 SPACE=販売中 "Y"=終売予定
000400*    "E"=終売)と区分の適用開始日(ZEROは即時適用)。適用開始日
000410*    より前は販売中として扱う。終売予定・終売の商品は発注点
000420*    アラート(KSBM020)・自動発注(KSBM040)の対象外とし、終売の
000430*    商品は受注(KUBM030・KUBM020・KUBM134)で受け付けない。終売
000440*    予定の商品は受注時に警告する。発売日(ZEROは制限なし)より
000450*    前の受注日の受注も受け付けない。KSBM030が設定し、終売品の
000460*    在庫は終売品在庫一覧(KSBM130)で確認する。
000470     03  CFSHO-LIFE-KBN              PIC  X(01).
000480       88  CFSHO-LIFE-SHINKI         VALUE "N".
000490       88  CFSHO-LIFE-HANBAI         VALUE SPACE.
000500       88  CFSHO-LIFE-SHUBAI-YOTEI   VALUE "Y".
000510       88  CFSHO-LIFE-SHUBAI         VALUE "E".
000520     03  CFSHO-LIFE-DATE             PIC  9(08).
000530     03  CFSHO-HATSUBAI-DATE         PIC  9(08).
000540*    免許要区分("Y"=販売に得意先の免許が必要な規制品。化学品等)。
000550*    受注時に得意先マスタの免許有効期限(CFTOK-MENKYO-KIGEN)と
000560*    受注日を照合し、免許のない得意先には受け付けない。判定は
000570*    取扱商品制限判定(KUBS060)。KSBM030が設定する。
000580     03  CFSHO-MENKYO-KBN            PIC  X(01).
000590       88  CFSHO-MENKYO-YOU          VALUE "Y".
000600*    賞味・使用期限の全期間(製造から期限までの日数。ZEROは期限
000610*    の残存期間を問わない)。ロットFEFO引当(KUBS030)は得意先の
000620*    最低残存期間率(CFTOK-ZANKIGEN-RITSU)とこの日数から、引当
000630*    基準日に必要な残り日数を求め、満たないロットを引き当て
000640*    ない。KSBM030が設定する。
000650     03  CFSHO-SHOMI-NISSU           PIC  9(05).
