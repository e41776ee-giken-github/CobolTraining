      *                 あわせて出庫元の当月出庫を積んだ倉庫別在庫
      *                 新世代(SZO)を書き出し、指示済み数量が出庫元で
      *                 引当可能なまま残らないようにした
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：実行開始時に更新前イメージ退避(KCBS090)の実行ID
      *                 を設定し、出庫元の倉庫別在庫へ出庫を積む前にその
      *                 行の変更前イメージを記録するようにした(異常終了時
      *                 にKCBM120でこの実行分だけを戻すため)
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
      *    更新前イメージ退避(KCBS090)呼出用
           COPY KCBS090P.
      *    倉庫別在庫行の変更前イメージ編集域(KCCFSZAと同一レイアウト)
       01  WK-BIJ-SZA.
           03  WK-BIJ-SZA-SHOHIN-NO    PIC  X(05).
           03  WK-BIJ-SZA-SOKO-COD     PIC  X(02).
           03  WK-BIJ-SZA-ZENGETU      PIC S9(07) PACKED-DECIMAL.
           03  WK-BIJ-SZA-NYUKO        PIC S9(07) PACKED-DECIMAL.
           03  WK-BIJ-SZA-SYUKO        PIC S9(07) PACKED-DECIMAL.
           03  FILLER                  PIC  X(05).
       01  WK-TIN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SZA-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SZO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
      *    更新前イメージは実行履歴と同じ実行IDで記録する
           MOVE "S" TO BIJ-FUNCTION.
           MOVE "KSBM113" TO BIJ-RUN-PGM-ID.
           MOVE WK-RUNHIS-START-DATE TO BIJ-RUN-DATE.
           MOVE WK-RUNHIS-START-TIME TO BIJ-RUN-TIME.
           CALL "KCBS090" USING KCBS090-P1.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WK-TODAY.
      *
           OPEN INPUT TIN-FILE.
             GO TO NEXT-REC
           END-IF.
      *    出庫元の当月出庫へ積む(着荷確認までは移動中在庫)
           MOVE "U" TO BIJ-ACTION.
           PERFORM WRITE-BIJ-SZA-RTN.
           ADD TIN-SURYO TO WK-ZAI-SYUKO (WK-ZAI-IDX).
      *
           MOVE "N" TO S080-FUNCTION.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    倉庫別在庫行の変更前イメージ記録
      ******************************************************************
       WRITE-BIJ-SZA-RTN   SECTION.
           MOVE SPACE TO WK-BIJ-SZA.
           MOVE WK-ZAI-SHOHIN-NO (WK-ZAI-IDX) TO WK-BIJ-SZA-SHOHIN-NO.
           MOVE WK-ZAI-SOKO-COD (WK-ZAI-IDX) TO WK-BIJ-SZA-SOKO-COD.
           MOVE WK-ZAI-ZENGETU (WK-ZAI-IDX) TO WK-BIJ-SZA-ZENGETU.
           MOVE WK-ZAI-NYUKO (WK-ZAI-IDX) TO WK-BIJ-SZA-NYUKO.
           MOVE WK-ZAI-SYUKO (WK-ZAI-IDX) TO WK-BIJ-SZA-SYUKO.
           MOVE "KCCFSZA" TO BIJ-RESOURCE.
           MOVE SPACE TO BIJ-KEY.
           MOVE WK-BIJ-SZA-SHOHIN-NO TO BIJ-KEY (1:5).
           MOVE WK-BIJ-SZA-SOKO-COD TO BIJ-KEY (6:2).
           MOVE WK-BIJ-SZA TO BIJ-IMAGE.
           PERFORM WRITE-BIJ-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    変更前イメージの記録(記録失敗は警告表示のみとし、処理は
      *    継続する)
      ******************************************************************
       WRITE-BIJ-RTN       SECTION.
           MOVE "W" TO BIJ-FUNCTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KCBS090" USING KCBS090-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF BIJ-ERR-YES
             DISPLAY "*** KSBM113 WARNING BIJ WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
      *
      *    更新後の倉庫別在庫新世代の書き出し
       WRITE-SZO-RTN       SECTION.
           MOVE SPACE TO SZO-REC.
           DISPLAY "TINCNT=" WK-TIN-CNT.
           DISPLAY "SHIJICNT=" WK-SHIJI-CNT.
           DISPLAY "FUSOKUCNT=" WK-FUSOKU-CNT.
           MOVE "X" TO BIJ-FUNCTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KCBS090" USING KCBS090-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM113 END ***".
       EXT.
