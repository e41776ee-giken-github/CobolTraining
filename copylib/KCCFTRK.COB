000030*    運送会社の集荷確認の取込(KUBM129)が出荷1件につき1行追記
000040*    する。受注番号＋納品単位に送り状番号(CFTRK-OKURIJO-NO)と
000050*    集荷日時を保持し、受注ステータス照会(KUBM085)への表示と
000060*    納品書(KUBM082)再印刷時の送り状番号印字に使用する。代引
000065*    入金照合(KUBM159)は送り状番号から受注・得意先を引き当てる。
000070******************************************************************
000080     03  CFTRK-JUCHU-NO              PIC  9(04).
000090     03  CFTRK-TOKU-COD              PIC  X(04).
