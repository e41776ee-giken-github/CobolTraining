      *                 発行時レートを引き継ぐよう修正(外貨建て請求の
      *                 再発行が円建て扱いになり為替差損益計算
      *                 KUBM121の対象から漏れていた)
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：再発行行に元の行の会社コードを引き継ぎ、新番号
      *                 もその会社の"INVOICE"カウンタから採番する
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       SAIBAN-RTN          SECTION.
           MOVE "N" TO S080-FUNCTION.
           MOVE "INVOICE" TO S080-COUNTER-ID.
           MOVE CFIVF-KAISHA-COD OF IVF-REC TO S080-KAISHA-COD.
           CALL "KCBS080" USING KCBS080-P1.
           IF S080-RCD = "E"
             DISPLAY "!!! KUBM120 ABEND : SAIBAN FUKA !!!"
             TO CFIVF-GAIKA-KINGAKU OF IVO-REC.
           MOVE CFIVF-INV-RATE OF IVF-REC
             TO CFIVF-INV-RATE OF IVO-REC.
           MOVE CFIVF-KAISHA-COD OF IVF-REC
             TO CFIVF-KAISHA-COD OF IVO-REC.
           WRITE IVO-REC.
           ADD 1 TO WK-REISSUE-CNT.
       EXT.
