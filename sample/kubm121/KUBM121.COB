      *       変更内容：計算対象を最終入金日＝業務日付の請求書に限定。
      *                 消込済みの行を毎晩選び直すと同じ差損益の仕訳を
      *                 日次で重複出力していた
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：仕訳データに得意先コード(CFJNL-TOKU-COD)と
      *                 出力元プログラム(CFJNL-PGM-ID)を設定
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：仕訳データに請求書の会社コード(CFIVF-KAISHA-
      *                 COD、SPACEは既定会社"01")を設定
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
      *    差益は貸方8150、差損は借方8250で仕訳する
       WRITE-JNL-RTN       SECTION.
           MOVE SPACE TO JNL-REC.
           MOVE "KUBM121" TO CFJNL-PGM-ID.
           MOVE CFIVF-TOKU-COD TO CFJNL-TOKU-COD.
           IF CFIVF-KAISHA-COD = SPACE
             MOVE "01" TO CFJNL-KAISHA-COD
           ELSE
             MOVE CFIVF-KAISHA-COD TO CFJNL-KAISHA-COD
           END-IF.
           MOVE WK-PAY-DATE TO CFJNL-DATE.
           IF WK-SAEKI-KINGAKU > ZERO
             MOVE "8150" TO CFJNL-KANJO-COD
