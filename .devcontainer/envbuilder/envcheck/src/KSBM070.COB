      *                  　行い、更新後をSZO-FILEへ全件書き出すように
      *                  　した(倉庫合計と会社バケットの一致を月次
      *                  　繰越が崩さないため)
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：実行開始時に更新前イメージ退避(KCBS090)の
      *                  　実行IDを設定し、商品マスタ・倉庫別在庫の
      *                  　行を繰り越す前にその変更前イメージを記録
      *                  　するようにした(途中で異常終了した場合に
      *                  　KCBM120でこの実行分だけを戻すため)
      ******************************************************************
      *    商品マスタ(SHO-FILE)の全商品について月末の締め処理を行う。
      *    前月在庫：＝前月在庫＋当月入庫－当月出庫 とし、当月入庫・
       01  WK-YYYYMM                   PIC 9(6) VALUE ZERO.
       01  WK-LAST-YYYYMM              PIC 9(6) VALUE ZERO.
      *
      *更新前イメージ退避(KCBS090)呼出用
           COPY KCBS090P.
      *倉庫別在庫行の変更前イメージ編集域（KCCFSZAと同一レイアウト）
       01  WK-BIJ-SZA.
           03  WK-BIJ-SZA-SHOHIN-NO    PIC X(5).
           03  WK-BIJ-SZA-SOKO-COD     PIC X(2).
           03  WK-BIJ-SZA-ZENGETU      PIC S9(7) PACKED-DECIMAL.
           03  WK-BIJ-SZA-NYUKO        PIC S9(7) PACKED-DECIMAL.
           03  WK-BIJ-SZA-SYUKO        PIC S9(7) PACKED-DECIMAL.
           03  FILLER                  PIC X(5).
      *
      *実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC 9(08) VALUE ZERO.
           DISPLAY "*** KSBM070 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WK-RUNHIS-START-TIME.
      *
      *    更新前イメージは実行履歴と同じ実行IDで記録する
           MOVE "S" TO BIJ-FUNCTION.
           MOVE "KSBM070" TO BIJ-RUN-PGM-ID.
           MOVE WK-RUNHIS-START-DATE TO BIJ-RUN-DATE.
           MOVE WK-RUNHIS-START-TIME TO BIJ-RUN-TIME.
           CALL "KCBS090" USING KCBS090-P1.
      *
           DISPLAY "KSBM070-YYYYMM" UPON ENVIRONMENT-NAME.
           ACCEPT WK-YYYYMM-X FROM ENVIRONMENT-VALUE.
           MOVE SHO-REC TO SSF-SHO-IMAGE.
           WRITE SSF-REC.
           ADD 1 TO SSF-CNT.
      *
           MOVE "KCCFSHO" TO BIJ-RESOURCE.
           MOVE CFSHO-SHOHIN-NO TO BIJ-KEY.
           MOVE SHO-REC TO BIJ-IMAGE.
           PERFORM WRITE-BIJ-RTN.
      *
           COMPUTE CFSHO-ZENGETU-ZAIKO = CFSHO-ZENGETU-ZAIKO
                                        + CFSHO-TOUGETU-NYUKO
           DISPLAY "*** KSBM070 SSF=" SSF-CNT.
           DISPLAY "*** KSBM070 KURIKOSHI=" WK-KURIKOSHI-CNT.
           DISPLAY "*** KSBM070 SZO=" SZO-CNT.
           MOVE "X" TO BIJ-FUNCTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KCBS090" USING KCBS090-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM070 END ***".
       EXI.
       EXI.
           EXIT.
       ROLL-SZA-ONE-RTN                SECTION.
           MOVE SPACE TO WK-BIJ-SZA.
           MOVE WK-SZA-SHOHIN-NO (WK-SZA-IDX) TO WK-BIJ-SZA-SHOHIN-NO.
           MOVE WK-SZA-SOKO-COD (WK-SZA-IDX) TO WK-BIJ-SZA-SOKO-COD.
           MOVE WK-SZA-ZENGETU (WK-SZA-IDX) TO WK-BIJ-SZA-ZENGETU.
           MOVE WK-SZA-NYUKO (WK-SZA-IDX) TO WK-BIJ-SZA-NYUKO.
           MOVE WK-SZA-SYUKO (WK-SZA-IDX) TO WK-BIJ-SZA-SYUKO.
           MOVE "KCCFSZA" TO BIJ-RESOURCE.
           MOVE SPACE TO BIJ-KEY.
           MOVE WK-BIJ-SZA-SHOHIN-NO TO BIJ-KEY (1:5).
           MOVE WK-BIJ-SZA-SOKO-COD TO BIJ-KEY (6:2).
           MOVE WK-BIJ-SZA TO BIJ-IMAGE.
           PERFORM WRITE-BIJ-RTN.
      *
           COMPUTE WK-SZA-ZENGETU (WK-SZA-IDX) =
             WK-SZA-ZENGETU (WK-SZA-IDX)
             + WK-SZA-NYUKO (WK-SZA-IDX)
       EXI.
           EXIT.
      ******************************************************************
      *    更新前イメージ記録処理（呼出元が資源名・キー・イメージを
      *    設定する。繰越は既存行の変更だけなので区分は常に変更。
      *    記録失敗は警告表示のみとし、繰越自体は継続する）
      ******************************************************************
       WRITE-BIJ-RTN                   SECTION.
           MOVE "W" TO BIJ-FUNCTION.
           MOVE "U" TO BIJ-ACTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KCBS090" USING KCBS090-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF BIJ-ERR-YES
             DISPLAY "*** KSBM070 WARNING BIJ WRITE FAILED"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    更新後倉庫別在庫出力処理（全件をSZOへ書き出す。SZO→SZAの
      *    差し替えは後続ジョブステップの役割）
      ******************************************************************
