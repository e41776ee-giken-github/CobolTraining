000020*    KCCFSOK : 倉庫マスタ                            LRECL=32
000030*    倉庫コードごとの名称と稼働状態を保持する。倉庫別在庫
000040*    (KCCFSZA)の倉庫コードは本マスタを指す。閉鎖(CFSOK-CLOSED)
000050*    の倉庫は引当の対象にしない。委託倉庫(CFSOK-ITAKU)も同様。
000060******************************************************************
000070     03  CFSOK-SOKO-COD               PIC  X(02).
000080     03  CFSOK-SOKO-MEI               PIC  X(20).
000090     03  CFSOK-STATUS                 PIC  X(01).
000100       88  CFSOK-ACTIVE               VALUE "1".
000110       88  CFSOK-CLOSED               VALUE "9".
000112*    倉庫を保有する会社の会社コード(SPACEは既定会社"01")。
000114*    在庫移動の仕訳(KSBM126)はこの会社で計上する。
000116     03  CFSOK-KAISHA-COD             PIC  X(02).
000117*    倉庫区分("I"=委託倉庫。得意先に預けた委託在庫を置く倉庫で、
000118*    CFSOK-ITAKU-TOKU-CODの得意先ごとに1つ。SPACEは自社倉庫)。
000119*    委託倉庫への出荷は倉庫間移動(KSBM113/KSBM114)で行い、販売
000120*    は消化報告の取込(KSBM131)で計上する。在庫は積送品で持つ
000121     03  CFSOK-SOKO-KBN               PIC  X(01).
000122       88  CFSOK-ITAKU                VALUE "I".
000123     03  CFSOK-ITAKU-TOKU-COD         PIC  X(04).
000124     03  FILLER                       PIC  X(02).
