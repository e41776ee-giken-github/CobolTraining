000010******************************************************************
000020*    KCCFPOS : 発注ＥＤＩ送信済み登録簿              LRECL=60
000030*    発注ＥＤＩ送信(KSBM139)が送信した発注番号を1行ずつ残す
000040*    登録簿。KSBM139は登録済みの発注番号を二度と送信しない。
000050*    発注受信確認取込(KSBM140)が先方の受信確認を反映し、期限
000060*    (CFSEP-KAKUNIN-JIKAN)を過ぎても確認の無い発注に要電話確認
000070*    の印を付ける。どちらも旧世代を読んで新世代を書き出す。
000080******************************************************************
000090     03  CFPOS-HATCHU-NO             PIC  9(06).
000100     03  CFPOS-SUPPLIER-COD          PIC  X(06).
000110     03  CFPOS-PARTNER-COD           PIC  X(04).
000120     03  CFPOS-SOSHIN-DATE           PIC  9(08).
000130     03  CFPOS-SOSHIN-TIME           PIC  9(06).
000140     03  CFPOS-MEISAI-SU             PIC  9(03).
000150*    受信確認：SPACE=未確認  "A"=確認済み
000160     03  CFPOS-ACK-KBN               PIC  X(01).
000170       88  CFPOS-ACK-ZUMI            VALUE "A".
000180     03  CFPOS-ACK-DATE              PIC  9(08).
000190     03  CFPOS-ACK-TIME              PIC  9(06).
000200*    "Y"=期限を過ぎても未確認(電話で確認する)
000210     03  CFPOS-FOLLOW-FLG            PIC  X(01).
000220       88  CFPOS-FOLLOW-YOU          VALUE "Y".
000230     03  FILLER                      PIC  X(11).
