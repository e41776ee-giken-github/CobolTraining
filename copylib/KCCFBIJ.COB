000010******************************************************************
000020*    KCCFBIJ : 在庫更新前イメージジャーナル          LRECL=260
000030*    在庫を更新するバッチ(在庫引当KUBM080・入荷検収KSBM060・
000040*    月次繰越KSBM070、ロットFEFO引当KUBS030を呼ぶKUBM127・
000045*    KUBM144、棚卸調整反映KSBM091、ロット入荷登録KSBM112、
000046*    倉庫間移動の指示KSBM113・着荷KSBM114、仕入返品KSBM123、
000047*    委託消化取込KSBM131、流通加工KSBM132、期限切れロット
000048*    廃棄KSBM135)が、変更するレコードの変更前イメージを
000050*    KCBS090経由で1件ずつ追記する。実行ID(プログラムID＋実行
000060*    開始日時。実行履歴KRUNHISの開始日時と同じ値)で1回の実行
000070*    分を識別し、ロールバック(KCBM120)がその実行の変更だけを
000080*    元に戻す。KSBS010経由で記帳した在庫移動履歴(KCCFIDJ)も
000090*    追加として記録し、ロールバック時に取消の移動を記帳する。
000100*    対象："KCCFSHO"(キー=商品番号) "KCCFSZA"(商品番号＋倉庫)
000110*          "KCCFLOT"(商品番号＋ロット番号＋倉庫)
000115*          "KCCFRSV"(得意先コード＋商品番号＋倉庫)
000120*          "KCCFIDJ"(商品番号＋倉庫。イメージは移動履歴1行)
000130*    処置："U"=変更(イメージは変更前)  "A"=追加(ロールバックで
000140*          削除する)  "R"=ロールバック済み(KCBM120が実行ごとに
000150*          1行追記し、同じ実行の二重ロールバックを防ぐ)
000160******************************************************************
000170     03  CFBIJ-RUN-ID.
000180       05  CFBIJ-RUN-PGM-ID          PIC  X(08).
000190       05  CFBIJ-RUN-DATE            PIC  9(08).
000200       05  CFBIJ-RUN-TIME            PIC  9(06).
000210     03  CFBIJ-SEQ                   PIC  9(07).
000220     03  CFBIJ-RESOURCE              PIC  X(08).
000230     03  CFBIJ-ACTION                PIC  X(01).
000240       88  CFBIJ-UPDATE              VALUE "U".
000250       88  CFBIJ-ADD                 VALUE "A".
000260       88  CFBIJ-ROLLBACK            VALUE "R".
000270     03  CFBIJ-KEY                   PIC  X(20).
000280     03  CFBIJ-IMAGE                 PIC  X(200).
000290     03  FILLER                      PIC  X(02).
