000010******************************************************************
000020*    KCCFSIR : 仕入先マスタ                          LRECL=168
000030*    CFSHO-SUPPLIER-CODが指す仕入先の名称・住所・担当・標準
000040*    リードタイム(日数)を保持する。保守はKSBM050。
000050******************************************************************
000110     03  CFSIR-STATUS                PIC  X(01).
000120       88  CFSIR-ACTIVE              VALUE "1".
000130       88  CFSIR-CLOSED              VALUE "9".
000132*    振込先口座の状態：SPACE=正常  "E"=要修正(振込不能結果取込
000134*    (KSBM124)が振込不能の返却を受けた仕入先に設定する。支払
000136*    データ作成(KSBM111)はこの仕入先を支払対象から外し、仕入先
000138*    マスタ保守(KSBM050)の口座変更申請を重要項目変更承認
000139*    (KCBM119)が承認したときにSPACEへ戻す)
000140     03  CFSIR-KOZA-STATUS           PIC  X(01).
000142       88  CFSIR-KOZA-YOSHUSEI       VALUE "E".
000143*    振込手数料：SPACE=当方負担  "S"=先方負担(KSBM111が控除)
000144     03  CFSIR-TESURYO-FUTAN         PIC  X(01).
000145       88  CFSIR-SENPO-FUTAN         VALUE "S".
000146*    "E"=ＥＤＩ取引先(KSBM125が支払通知データも作成する)
000147     03  CFSIR-EDI-KBN               PIC  X(01).
000148       88  CFSIR-EDI-TORIHIKI        VALUE "E".
000149     03  FILLER                      PIC  X(07).
000150*    支払条件(支払条件マスタKCCFTRMを指す。SPACE=既定条件"00")
000160*    と振込先口座情報。支払予定表・支払データ作成(KSBM111)が
000170*    支払期日の算出と全銀フォーマット振込データの作成に使用
000210     03  CFSIR-SHITEN-COD            PIC  X(03).
000220     03  CFSIR-KOZA-NO               PIC  X(07).
000230     03  CFSIR-KOZA-MEI              PIC  X(30).
000240*    適格請求書発行事業者の登録番号("T"＋13桁)と登録の効力発生
000250*    日。未登録の仕入先はSPACE／ZERO。保守はKSBM050(登録番号は
000260*    チェックデジットを検査する)。三点照合(KSBM110)・仕入返品
000270*    (KSBM123)が仕入請求書の日付と比べて仕入税額控除の区分
000280*    (CFAPF-KOJO-KBN)を決める(判定はKSBS020)。
000290     03  CFSIR-TOROKU-NO             PIC  X(14).
000300     03  CFSIR-TOROKU-DATE           PIC  9(08).
