      *       変更内容：ヘッダーへバッチ通番を刻印するよう変更。通番
      *                 はKCBS080の"BATCHSER"カウンタで採番し、呼出元
      *                 へも返す(二重投入防止KUBM147が登録簿と突合)
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：ヘッダーへ会社コードを刻印するよう変更。呼出元
      *                 指定(KJCFHDR-KAISHA-COD)、環境変数KAISHA-COD、
      *                 既定会社"01"の順に採用し、呼出元へも返す
      ******************************************************************
       ENVIRONMENT         DIVISION.
       DATA                DIVISION.
           COPY KJCF011.
      *    バッチ通番の採番(KCBS080)呼出用
           COPY KCBS080P.
      *    会社コード(環境変数KAISHA-COD)の受取り用
       01  WK-ENV-KAISHA-COD           PIC  X(02) VALUE SPACE.
      *
       LINKAGE             SECTION.
           COPY KJCFHDR-PARAMS.
             MOVE S080-NUMBER TO JF011-BATCH-SERIAL
             MOVE S080-NUMBER TO KJCFHDR-BATCH-SERIAL
           END-IF.
      *    会社コードの刻印
           IF KJCFHDR-KAISHA-COD = SPACE
             MOVE SPACE TO WK-ENV-KAISHA-COD
             DISPLAY "KAISHA-COD" UPON ENVIRONMENT-NAME
             ACCEPT WK-ENV-KAISHA-COD FROM ENVIRONMENT-VALUE
             MOVE WK-ENV-KAISHA-COD TO KJCFHDR-KAISHA-COD
           END-IF.
           IF KJCFHDR-KAISHA-COD = SPACE
             MOVE "01" TO KJCFHDR-KAISHA-COD
           END-IF.
           MOVE KJCFHDR-KAISHA-COD TO JF011-KAISHA-COD.
       EXT.
           EXIT.
      *
