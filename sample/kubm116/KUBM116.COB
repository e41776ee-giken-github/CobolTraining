      *       変更内容：控除行の数値拡張項目(支払期日以降)をZEROで
      *                 初期化するよう修正(SPACEのままでは後続の
      *                 数値判定が誤動作するため)
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：控除行に実績の会社コード(CFRDF-KAISHA-COD)を
      *                 設定し、番号もその会社の"INVOICE"カウンタから
      *                 採番する(SPACEは既定会社"01")
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       WRITE-IVF-RTN       SECTION.
           MOVE "N" TO S080-FUNCTION.
           MOVE "INVOICE" TO S080-COUNTER-ID.
           MOVE CFRDF-KAISHA-COD TO S080-KAISHA-COD.
           CALL "KCBS080" USING KCBS080-P1.
           IF S080-RCD = "E"
             DISPLAY "!!! KUBM116 ABEND : SAIBAN FUKA !!!"
           MOVE ZERO TO CFIVF-REF-INVOICE-NO.
           MOVE ZERO TO CFIVF-GAIKA-KINGAKU.
           MOVE ZERO TO CFIVF-INV-RATE.
           IF CFRDF-KAISHA-COD = SPACE
             MOVE "01" TO CFIVF-KAISHA-COD
           ELSE
             MOVE CFRDF-KAISHA-COD TO CFIVF-KAISHA-COD
           END-IF.
           WRITE IVF-REC.
       EXT.
           EXIT.
