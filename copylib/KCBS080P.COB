      *    番号が登録簿へ反映されないので必ず呼び出すこと。
      *    未登録のカウンタＩＤは1番から採番を開始する。
      *    S080-RCDがSPACEなら正常、"E"なら登録簿の読み書き失敗。
      *    請求書番号など会社ごとに採番するカウンタはS080-KAISHA-COD
      *    に会社コードを設定する(SPACEは全社共通のカウンタ。既定
      *    会社"01"は共通カウンタと同じ行を使う)。"02"以降の会社の
      *    未登録カウンタは会社ごとの番号帯の先頭から採番を開始する。
      ******************************************************************
       01  KCBS080-P1.
           03  S080-FUNCTION              PIC  X(01).
           03  S080-RCD                   PIC  X(01).
           03  S080-COUNTER-ID            PIC  X(08).
           03  S080-NUMBER                PIC  9(08).
           03  S080-KAISHA-COD            PIC  X(02).
