      *                 まま請求されるようにする。有効期限切れの
      *                 見積は失効("X")とし変換しない。結果は見積
      *                 ファイル新世代(QTO)と変換一覧(RPT)へ出力。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：取扱商品制限判定(KUBS060)を追加。得意先の
      *                 取扱禁止の商品、取扱商品限定の得意先の取扱
      *                 商品外の商品、免許のない得意先への規制品の
      *                 明細は受注化せず見積中のまま残し、変換一覧に
      *                 理由を印字して警告終了とする
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
           COPY KSTDRC.
           COPY KCBS080P.
           COPY KJCFHDR-PARAMS.
           COPY KUBS060-PARAMS.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-QTF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-CONV-CNT                 PIC  9(09) VALUE ZERO.
       01  WK-EXPIRE-CNT               PIC  9(09) VALUE ZERO.
       01  WK-SEIGEN-CNT               PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  変換一覧印字用
      ******************************************************************
             GO TO WRITE-OUT
           END-IF.
      *
      *    得意先に販売できない商品の明細は見積中のまま残す
           MOVE CFQTF-TOKU-COD OF QTF-REC TO SGN-TOKU-COD.
           MOVE CFQTF-SHOHIN-NO OF QTF-REC TO SGN-SHOHIN-NO.
           MOVE WK-TODAY TO SGN-HANTEI-DATE.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KUBS060" USING KUBS060-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF NOT SGN-OK
             ADD 1 TO WK-SEIGEN-CNT
             MOVE SPACE TO WK-RPT-LINE
             MOVE "SEIGEN" TO WK-RPT-KBN
             MOVE CFQTF-QUOTE-NO OF QTF-REC TO WK-RPT-QUOTE-NO
             MOVE ZERO TO WK-RPT-JUCHU-NO
             MOVE CFQTF-SHOHIN-NO OF QTF-REC TO WK-RPT-SHOHIN-NO
             EVALUATE TRUE
               WHEN SGN-KINSHI
                 MOVE "TORIATSUKAI KINSHI" TO WK-RPT-MSG
               WHEN SGN-GENTEI-GAI
                 MOVE "TORIATSUKAI SHOHIN GAI" TO WK-RPT-MSG
               WHEN OTHER
                 MOVE "MENKYO NASHI" TO WK-RPT-MSG
             END-EVALUATE
             MOVE WK-RPT-LINE TO RPT-REC
             WRITE RPT-REC
             MOVE RC-WARNING TO RETURN-CODE
             GO TO WRITE-OUT
           END-IF.
      *
      *    同一見積の先頭明細で受注番号を採番する
           IF CFQTF-QUOTE-NO OF QTF-REC NOT = WK-CUR-QUOTE-NO
             MOVE CFQTF-QUOTE-NO OF QTF-REC TO WK-CUR-QUOTE-NO
           DISPLAY "QTFCNT=" WK-QTF-CNT.
           DISPLAY "CONVCNT=" WK-CONV-CNT.
           DISPLAY "EXPIRECNT=" WK-EXPIRE-CNT.
           DISPLAY "SEIGENCNT=" WK-SEIGEN-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM123 END ***".
       EXT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 4                     TO RUNHIS-CNT-CNT.
           MOVE "QTFCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-QTF-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "CONVCNT"             TO RUNHIS-CNT-LABEL (2).
           MOVE WK-CONV-CNT           TO RUNHIS-CNT-VALUE (2).
           MOVE "EXPIRECNT"           TO RUNHIS-CNT-LABEL (3).
           MOVE WK-EXPIRE-CNT         TO RUNHIS-CNT-VALUE (3).
           MOVE "SEIGENCNT"           TO RUNHIS-CNT-LABEL (4).
           MOVE WK-SEIGEN-CNT         TO RUNHIS-CNT-VALUE (4).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
