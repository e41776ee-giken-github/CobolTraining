      *                 仕訳データ(JNL)としてKUBM078の出力へ併合する。
      *                 当日の許容一覧と累計は月次一覧(RPT)へ印字
      *                 する。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：支払手数料(8350)の相手科目として売掛金(1130)
      *                 の貸方行を出力するよう修正(借方だけの片側仕訳
      *                 になっており、売掛金残高照合(KCBM115)で補助
      *                 元帳と元帳が一致しなかった)。仕訳に得意先と
      *                 出力元プログラムを設定
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：仕訳データに請求書の会社コード(SPACEは既定
      *                 会社"01")を設定
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  IVF-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      *    仕訳の会社コード(請求書の会社。SPACEは既定会社"01")
       01  WK-JNL-KAISHA-COD           PIC  X(02) VALUE SPACE.
      ******************************************************************
      *  許容しきい値(環境変数KUBM148-TOLERANCE。未設定は1000円)
      ******************************************************************
           WRITE SDL-REC.
      *
      *    支払手数料として仕訳する
           IF CFIVF-KAISHA-COD OF IVF-REC = SPACE
             MOVE "01" TO WK-JNL-KAISHA-COD
           ELSE
             MOVE CFIVF-KAISHA-COD OF IVF-REC TO WK-JNL-KAISHA-COD
           END-IF.
           MOVE SPACE TO JNL-REC.
           MOVE "KUBM148" TO CFJNL-PGM-ID.
           MOVE WK-JNL-KAISHA-COD TO CFJNL-KAISHA-COD.
           MOVE CFIVF-TOKU-COD OF IVF-REC TO CFJNL-TOKU-COD.
           MOVE WK-BASE-DATE TO CFJNL-DATE.
           MOVE "8350" TO CFJNL-KANJO-COD.
           MOVE "D" TO CFJNL-TAISHAKU.
           MOVE CFIVF-INVOICE-NO OF IVF-REC TO CFJNL-REF.
           MOVE "SHIHARAI TESURYO" TO CFJNL-TEKIYO.
           WRITE JNL-REC.
           MOVE SPACE TO JNL-REC.
           MOVE "KUBM148" TO CFJNL-PGM-ID.
           MOVE WK-JNL-KAISHA-COD TO CFJNL-KAISHA-COD.
           MOVE CFIVF-TOKU-COD OF IVF-REC TO CFJNL-TOKU-COD.
           MOVE WK-BASE-DATE TO CFJNL-DATE.
           MOVE "1130" TO CFJNL-KANJO-COD.
           MOVE "C" TO CFJNL-TAISHAKU.
           MOVE WK-ZAN-KINGAKU TO CFJNL-KINGAKU.
           MOVE CFIVF-INVOICE-NO OF IVF-REC TO CFJNL-REF.
           MOVE "SHIHARAI TESURYO" TO CFJNL-TEKIYO.
           WRITE JNL-REC.
      *
           MOVE SPACE TO WK-RPT-LINE.
           MOVE CFIVF-INVOICE-NO OF IVF-REC TO WK-RPT-INVOICE-NO.
