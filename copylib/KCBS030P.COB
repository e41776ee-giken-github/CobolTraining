      *    リソースコード："SHO"=商品マスタ保守  "TOK"=得意先マスタ保守
      *                    "USR"=USERINFO保守    "POA"=発注承認
      *                    "PST"=会計期間クローズ管理
      *                    "WOF"=貸倒償却
      *                    "JSN"=受注承認(承認保留の解除・却下)
      *                    "MSA"=重要項目変更の承認(与信限度額・
      *                          振込口座の変更申請の承認・却下)
      *    オペレータマスタが開けない場合も拒否する(権限確認ができない
      *    状態で保守を通さない)。
      *    S030-KAISHA-CODに会社コードを渡すと、その会社の参照権限
      *    (CFOPE-KAISHA-KENGEN)も確認する。SPACEなら会社は確認しない。
      ******************************************************************
       01  KCBS030-P1.
           03  S030-RCD                   PIC  X(01).
           03  S030-RESOURCE              PIC  X(03).
           03  S030-OPE-NAME              PIC  X(32).
           03  S030-REASON                PIC  X(40).
           03  S030-KAISHA-COD            PIC  X(02).
