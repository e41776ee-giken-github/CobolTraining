000010******************************************************************
000020*    KCCFSRL : シリアル番号在庫ファイル                LRECL=100
000030*    シリアル管理対象商品(CFSHO-SERIAL-KANRI)の現品1個につき
000040*    1件。入荷検収(KSBM060)が入荷時にスキャンしたシリアルで行を
000050*    起こし(在庫"S")、出荷検品(KUBM128)が出荷先の受注・得意先・
000060*    納品先・出荷日を記録して出荷済("H")にする。返品検品
000070*    (KUBM140)は良品なら在庫へ戻し、廃棄なら廃棄("D")、修理なら
000080*    修理保留("R")にする。いずれも全件を新世代へ書き出し、
000090*    差し替えは後続ジョブステップの役割。保証修理の問合せには
000100*    シリアル照会(KUBM161)で答える。
000110******************************************************************
000120     03  CFSRL-SERIAL-NO             PIC  X(20).
000130     03  CFSRL-SHOHIN-NO             PIC  X(05).
000140     03  CFSRL-SOKO-COD              PIC  X(02).
000150     03  CFSRL-STATUS                PIC  X(01).
000160       88  CFSRL-ZAIKO               VALUE "S".
000170       88  CFSRL-SHUKKA-ZUMI         VALUE "H".
000180       88  CFSRL-SHURI-HORYU         VALUE "R".
000190       88  CFSRL-HAIKI               VALUE "D".
000200*    入荷(受入元の発注番号・入荷日)
000210     03  CFSRL-HATCHU-NO             PIC  9(06).
000220     03  CFSRL-NYUKA-DATE            PIC  9(08).
000230*    出荷(受注番号・得意先・納品先・出荷日。未出荷はZERO/SPACE)
000240     03  CFSRL-JUCHU-NO              PIC  9(04).
000250     03  CFSRL-TOKU-COD              PIC  X(04).
000260     03  CFSRL-SHIPTO-COD            PIC  X(02).
000270     03  CFSRL-SHUKKA-DATE           PIC  9(08).
000280*    返品(返品検品日と処置"R"/"S"/"H"。返品が無ければZERO/SPACE)
000290     03  CFSRL-HENPIN-DATE           PIC  9(08).
000300     03  CFSRL-HENPIN-SHOBUN         PIC  X(01).
000310     03  FILLER                      PIC  X(31).
