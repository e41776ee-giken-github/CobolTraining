000010******************************************************************
000020*    KCCFKTH : 在庫回転履歴                          LRECL=60
000030*    在庫回転率・在庫日数レポート(KSBM136)が実行ごとに当月の
000040*    全体・分類別・倉庫別の値を1行ずつ追記する。同じ年月・区分
000050*    ・キーの行が複数ある場合は後の行(最新の実行)を採る。
000060*    KSBM136は過去11か月分をこの履歴から読み、当月分と合わせて
000070*    12か月の推移を印字する。
000080*    CFKTH-HEIKIN-ZAIKOは月初・月末在庫の平均を移動平均原価
000090*    (KCCFAVC)で評価した額、CFKTH-SYUKO-GENKAは当月の出庫・加工
000100*    出庫(KCCFIDJ)を同じ原価で評価した額。
000110******************************************************************
000120     03  CFKTH-NENGETSU              PIC  9(06).
000130*    区分："T"=全体  "C"=分類(KCCFCAT)  "S"=倉庫(KCCFSOK)
000140     03  CFKTH-KBN                   PIC  X(01).
000150       88  CFKTH-ZENTAI              VALUE "T".
000160       88  CFKTH-BUNRUI              VALUE "C".
000170       88  CFKTH-SOKO                VALUE "S".
000180*    分類コードまたは倉庫コード(全体はSPACE)
000190     03  CFKTH-KEY                   PIC  X(03).
000200     03  CFKTH-HEIKIN-ZAIKO          PIC S9(13).
000210     03  CFKTH-SYUKO-GENKA           PIC S9(13).
000220*    回転率(回/月)・在庫日数(出庫の無い月は9999.9)
000230     03  CFKTH-KAITEN                PIC  9(03)V9(02).
000240     03  CFKTH-ZAIKO-NISSU           PIC  9(04)V9(01).
000250     03  CFKTH-JIKKO-DATE            PIC  9(08).
000260     03  FILLER                      PIC  X(06).
