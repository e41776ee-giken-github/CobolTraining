000010******************************************************************
000020*    KCCFECS : ＥＣ連携送信済み商品                  LRECL=20
000030*    ＥＣサイト連携データ作成(KSBM143)が最後に送った販売可能数・
000040*    単価・販売状態を商品ごとに1行残す。差分モードでは今回の値
000050*    と比べ、違う商品を送る(引当・出荷停止の解除のように変更
000060*    履歴に残らない変化を拾うため)。旧世代を読んで新世代を書き
000070*    出す。旧世代にあって商品マスタに無い商品は削除として送る。
000080******************************************************************
000090     03  CFECS-SHOHIN-NO             PIC  X(05).
000100     03  CFECS-HANBAI-SURYO          PIC S9(07) PACKED-DECIMAL.
000110     03  CFECS-TANKA                 PIC S9(05)V9(2)
000120                                                PACKED-DECIMAL.
000130*    販売状態："A"=販売中  "S"=出荷停止中  "E"=終売
000140     03  CFECS-STATUS                PIC  X(01).
000150       88  CFECS-HANBAI-CHU          VALUE "A".
000160       88  CFECS-TEISHI-CHU          VALUE "S".
000170       88  CFECS-SHUBAI              VALUE "E".
000180     03  FILLER                      PIC  X(06).
