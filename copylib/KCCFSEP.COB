000010******************************************************************
000020*    KCCFSEP : 仕入先ＥＤＩプロファイルマスタ        LRECL=40
000030*    発注ＥＤＩ送信(KSBM139)・発注受信確認取込(KSBM140)が参照
000040*    する仕入先ごとの設定(受注側のKCCFPTNに相当)。本マスタに
000050*    行のある仕入先には承認済みの発注を発注データ(ＥＤＩ)で
000060*    送信する。行の無い仕入先は従来どおり発注書(KSBM040)で
000070*    発注する。
000080******************************************************************
000090     03  CFSEP-SUPPLIER-COD          PIC  X(06).
000100*    先方が当社に割り当てた取引先コード(送信データに載せる)
000110     03  CFSEP-PARTNER-COD           PIC  X(04).
000120*    送信データの様式："1"=標準ＣＳＶ  "2"=固定長(128バイト)
000130     03  CFSEP-FORMAT-KBN            PIC  X(01).
000140       88  CFSEP-FORMAT-CSV          VALUE "1".
000150       88  CFSEP-FORMAT-KOTEI        VALUE "2".
000160*    送信方法："V"=ＶＡＮ  "F"=ファイル転送  "W"=Ｗｅｂ－ＥＤＩ
000170*    と送信先(ＶＡＮのメールボックスＩＤ・転送先ホスト等)。
000180*    送信データの振分け行("#")に載せ、送信ジョブが参照する。
000190     03  CFSEP-SOSHIN-HOHO           PIC  X(01).
000200     03  CFSEP-SOSHIN-SAKI           PIC  X(20).
000210*    受信確認の期限(送信からの時間数。ZEROはKSBM140の既定値)
000220     03  CFSEP-KAKUNIN-JIKAN         PIC  9(03).
000230*    "Y"=送信停止中(先方の障害時等。発注は送信せず残す)
000240     03  CFSEP-TEISHI-FLG            PIC  X(01).
000250       88  CFSEP-TEISHI              VALUE "Y".
000260     03  FILLER                      PIC  X(04).
