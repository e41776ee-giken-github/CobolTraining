      *                 よりKSBM010の月末照合とKSBM116の移動平均が
      *                 入荷数量を二重に数えていたため。本プログラム
      *                 はロット内訳(KCCFLOT)の保守のみを行う
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：実行開始時に更新前イメージ退避(KCBS090)の実行ID
      *                 を設定し、ロット別在庫の行を積み増す前にその変更
      *                 前イメージを記録するようにした(新しく起こした
      *                 ロット行は追加として記録する。異常終了時にKCBM120
      *                 でこの実行分だけを戻すため)
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
      *    更新前イメージ退避(KCBS090)呼出用
           COPY KCBS090P.
      *    ロット行の変更前イメージ編集域(KCCFLOTと同一レイアウト)
       01  WK-BIJ-LOT.
           03  WK-BIJ-LOT-SHOHIN-NO    PIC  X(05).
           03  WK-BIJ-LOT-LOT-NO       PIC  X(10).
           03  WK-BIJ-LOT-SOKO-COD     PIC  X(02).
           03  WK-BIJ-LOT-EXPIRY-DATE  PIC  9(08).
           03  WK-BIJ-LOT-ZAN-SURYO    PIC S9(07).
           03  FILLER                  PIC  X(04).
       01  WK-LIN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-LTI-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-LTO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
      *    更新前イメージは実行履歴と同じ実行IDで記録する
           MOVE "S" TO BIJ-FUNCTION.
           MOVE "KSBM112" TO BIJ-RUN-PGM-ID.
           MOVE WK-RUNHIS-START-DATE TO BIJ-RUN-DATE.
           MOVE WK-RUNHIS-START-TIME TO BIJ-RUN-TIME.
           CALL "KCBS090" USING KCBS090-P1.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WK-TODAY.
      *
           OPEN INPUT LIN-FILE.
             MOVE LIN-SOKO-COD TO WK-LOT-SOKO-COD (WK-HIT-IX)
             MOVE LIN-EXPIRY-DATE TO WK-LOT-EXPIRY-DATE (WK-HIT-IX)
             MOVE ZERO TO WK-LOT-ZAN-SURYO (WK-HIT-IX)
             MOVE "A" TO BIJ-ACTION
           ELSE
             MOVE "U" TO BIJ-ACTION
           END-IF.
           PERFORM WRITE-BIJ-LOT-RTN.
           ADD LIN-SURYO TO WK-LOT-ZAN-SURYO (WK-HIT-IX).
      *
      *    在庫移動履歴は記帳しない(同じ物理入荷をKSBM060が記帳済み)
           ADD 1 TO WK-LTO-CNT.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    ロット行の変更前イメージ記録
      ******************************************************************
       WRITE-BIJ-LOT-RTN   SECTION.
           MOVE SPACE TO WK-BIJ-LOT.
           MOVE WK-LOT-SHOHIN-NO (WK-HIT-IX) TO WK-BIJ-LOT-SHOHIN-NO.
           MOVE WK-LOT-LOT-NO (WK-HIT-IX) TO WK-BIJ-LOT-LOT-NO.
           MOVE WK-LOT-SOKO-COD (WK-HIT-IX) TO WK-BIJ-LOT-SOKO-COD.
           MOVE WK-LOT-EXPIRY-DATE (WK-HIT-IX)
             TO WK-BIJ-LOT-EXPIRY-DATE.
           MOVE WK-LOT-ZAN-SURYO (WK-HIT-IX) TO WK-BIJ-LOT-ZAN-SURYO.
           MOVE "KCCFLOT" TO BIJ-RESOURCE.
           MOVE SPACE TO BIJ-KEY.
           MOVE WK-BIJ-LOT-SHOHIN-NO TO BIJ-KEY (1:5).
           MOVE WK-BIJ-LOT-LOT-NO TO BIJ-KEY (6:10).
           MOVE WK-BIJ-LOT-SOKO-COD TO BIJ-KEY (16:2).
           MOVE WK-BIJ-LOT TO BIJ-IMAGE.
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
             DISPLAY "*** KSBM112 WARNING BIJ WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-LIN-FILE-ERR = "00"
           END-IF.
           DISPLAY "LINCNT=" WK-LIN-CNT.
           DISPLAY "LTOCNT=" WK-LTO-CNT.
           MOVE "X" TO BIJ-FUNCTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KCBS090" USING KCBS090-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM112 END ***".
       EXT.
