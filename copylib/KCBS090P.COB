      ******************************************************************
      *    KCBS090P : KCBS090(在庫更新前イメージ退避)呼出パラメタ
      *    在庫を更新するバッチは初期処理でBIJ-FUNCTION="S"に実行ID
      *    (プログラムID・実行開始日時)を設定して呼び出し、以降は
      *    レコードを変更する前に"W"で変更前イメージ(追加の場合は
      *    追加したレコード)を渡す。KCBS090は"S"を受けた実行ID・
      *    通番を付けて更新前イメージジャーナル(BIJ、KCCFBIJ形式)
      *    へ追記する。"S"を受けていない間の"W"は何もしない(共通
      *    サブプログラムKSBS010・KUBS030は常に"W"を渡すため)。
      *    ファイルは最初の追記で開いたまま保持するので、呼出元は
      *    TERM処理で"X"を渡して閉じさせること。BIJ-ERR-YESは
      *    ファイル障害を呼出元へ知らせるもので、ジョブ本体の
      *    RETURN-CODEには影響させない(KRUNHISと同じ扱い)。
      ******************************************************************
       01  KCBS090-P1.
           03  BIJ-FUNCTION                PIC  X(01).
             88  BIJ-FUNC-START            VALUE "S".
             88  BIJ-FUNC-WRITE            VALUE "W".
             88  BIJ-FUNC-CLOSE            VALUE "X".
           03  BIJ-RUN-PGM-ID              PIC  X(08).
           03  BIJ-RUN-DATE                PIC  9(08).
           03  BIJ-RUN-TIME                PIC  9(06).
           03  BIJ-RESOURCE                PIC  X(08).
           03  BIJ-ACTION                  PIC  X(01).
           03  BIJ-KEY                     PIC  X(20).
           03  BIJ-IMAGE                   PIC  X(200).
           03  BIJ-ERR                     PIC  X(01).
             88  BIJ-ERR-YES               VALUE "Y".
