000020*    KCCFPLF : 入金消込台帳                          LRECL=83
000030*    入金消込(KUBM075)が入金1件につき1行追記する台帳レコード。
000040*    月次取引明細書(KUBM077)が入金明細の印字に使用する。
000045*    代引入金照合(KUBM159)も運送会社の代引送金を追記する。
000050*    状態："M"=全額消込  "P"=一部消込  "U"=未消込(要手作業)
000060******************************************************************
000070     03  CFPLF-NYUKIN-DATE           PIC  9(08).
