000020*    KCCFCAT : 商品分類マスタ                        LRECL=30
000030*    CFSHO-CATEGORY-CODが指す分類の名称・表示順を保持する。
000040*    保守はKSBM055。
000042*    CFCAT-MOKUHYO-NISSUは分類の目標在庫日数。在庫回転率・在庫
000044*    日数レポート(KSBM136)が当月の在庫日数が目標を超え、かつ
000046*    前月より増えた分類を強調表示する。ZEROは既定の目標日数
000048*    (環境変数KSBM136-MOKUHYO)に従う。
000050******************************************************************
000060     03  CFCAT-CATEGORY-COD          PIC  X(03).
000070     03  CFCAT-CATEGORY-MEI          PIC  X(20).
000080     03  CFCAT-DISP-JUN              PIC  9(03).
000085     03  CFCAT-MOKUHYO-NISSU         PIC  9(03).
000090     03  FILLER                      PIC  X(01).
