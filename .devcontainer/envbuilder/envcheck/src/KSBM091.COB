      *                  　倉庫別在庫がある運用で倉庫コード未設定の
      *                  　実棚行は「倉庫未指定」として反映しない。
      *                  　在庫移動履歴へも倉庫コードを記録する
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：実行開始時に更新前イメージ退避(KCBS090)の
      *                  　実行IDを設定し、承認差異を反映する商品
      *                  　マスタ・倉庫別在庫の行を変更する前にその
      *                  　変更前イメージ(倉庫別在庫の新しい行は追加)
      *                  　を記録するようにした(異常終了時にKCBM120で
      *                  　この実行分だけを戻すため)
      ******************************************************************
      *    カウントシート(CSF-FILE、KSBM090が凍結した帳簿在庫)と実地
      *    棚卸入力(PCF-FILE：商品番号・実棚数量・承認フラグ)を突合
      *在庫移動履歴記録(KSBS010)呼出用
           COPY KSBS010-PARAMS.
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
           DISPLAY "*** KSBM091 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WK-RUNHIS-START-TIME.
      *
      *    更新前イメージは実行履歴と同じ実行IDで記録する
           MOVE "S" TO BIJ-FUNCTION.
           MOVE "KSBM091" TO BIJ-RUN-PGM-ID.
           MOVE WK-RUNHIS-START-DATE TO BIJ-RUN-DATE.
           MOVE WK-RUNHIS-START-TIME TO BIJ-RUN-TIME.
           CALL "KCBS090" USING KCBS090-P1.
      *
           OPEN INPUT CSF-FILE.
           IF WK-CSF-FILE-ERR NOT = 00
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE "KCCFSHO" TO BIJ-RESOURCE
               MOVE "U" TO BIJ-ACTION
               MOVE CFSHO-SHOHIN-NO TO BIJ-KEY
               MOVE SHO-REC TO BIJ-IMAGE
               PERFORM WRITE-BIJ-RTN
               IF WK-SAI-SURYO > ZERO
                 COMPUTE CFSHO-TOUGETU-NYUKO =
                   CFSHO-TOUGETU-NYUKO + WK-SAI-SURYO
       EXI.
           EXIT.
      ******************************************************************
      *    更新前イメージ記録処理（呼出元が資源名・区分・キー・イメージ
      *    を設定する。記録失敗は警告表示のみとし、調整反映は継続する）
      ******************************************************************
       WRITE-BIJ-RTN                   SECTION.
           MOVE "W" TO BIJ-FUNCTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KCBS090" USING KCBS090-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF BIJ-ERR-YES
             DISPLAY "*** KSBM091 WARNING BIJ WRITE FAILED"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    倉庫別在庫読込処理（ファイルが無い運用では従来どおり会社
      *    バケットだけを更新する）
      ******************************************************************
             MOVE ZERO TO WK-SZA-ZENGETU (WK-SZA-HIT-IDX)
             MOVE ZERO TO WK-SZA-NYUKO (WK-SZA-HIT-IDX)
             MOVE ZERO TO WK-SZA-SYUKO (WK-SZA-HIT-IDX)
             MOVE "A" TO BIJ-ACTION
           ELSE
             MOVE "U" TO BIJ-ACTION
           END-IF.
           MOVE WK-SZA-HIT-IDX TO WK-SZA-IDX.
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
           IF WK-SAI-SURYO > ZERO
             ADD WK-SAI-SURYO TO WK-SZA-NYUKO (WK-SZA-IDX)
           ELSE
           MOVE "X" TO IDJ-FUNCTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KSBS010" USING KSBS010-P1.
           MOVE "X" TO BIJ-FUNCTION.
           CALL "KCBS090" USING KCBS090-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF WK-CSF-FILE-ERR = 00 OR WK-CSF-FILE-ERR = 10
             CLOSE CSF-FILE
