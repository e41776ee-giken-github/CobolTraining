      *       変更内容：得意先マスタに無い得意先コードの受注残が一覧
      *                 から漏れていたため、末尾に「得意先不明」として
      *                 印字しRC-WARNINGを返すよう修正
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：欠品時に代替品を出荷・提案した受注を営業から
      *                 得意先へ連絡できるよう、代替品実績(KCCFDTF)を
      *                 末尾に代替品一覧として印字する
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：承認保留から却下(CFOSF-LAST-STATUS="R")された
      *                 受注は取消と同様に受注残から除く
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
           SELECT TOK-FILE
             ASSIGN TO EXTERNAL TOK
               FILE STATUS IS WK-TOK-FILE-ERR.
           SELECT OPTIONAL DTF-FILE
             ASSIGN TO EXTERNAL DTF
               FILE STATUS IS WK-DTF-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
       FD  TOK-FILE.
       01  TOK-REC.
           COPY KCCFTOK.
       FD  DTF-FILE.
       01  DTF-REC.
           COPY KCCFDTF.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(100).
      *
       01  WK-ALF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-BOF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-DTF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  OSF-END-FLG                 PIC  X(01) VALUE "N".
       01  ALF-END-FLG                 PIC  X(01) VALUE "N".
       01  BOF-END-FLG                 PIC  X(01) VALUE "N".
       01  TOK-END-FLG                 PIC  X(01) VALUE "N".
       01  DTF-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
       01  WK-BASE-DAYS                PIC S9(09) VALUE ZERO.
      ******************************************************************
       01  WK-GROUP-CNT                PIC  9(05) VALUE ZERO.
       01  WK-GROUP-KINGAKU            PIC S9(13) VALUE ZERO.
       01  WK-PRINT-CNT                PIC  9(09) VALUE ZERO.
       01  WK-DAITAI-CNT               PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  印字用
      ******************************************************************
           03  WK-RPG-KENSU            PIC  ZZZZ9.
           03  FILLER                  PIC  X(09) VALUE " KINGAKU=".
           03  WK-RPG-KINGAKU          PIC  -(13)9.
       01  WK-RPT-DAITAI.
           03  FILLER                  PIC  X(02) VALUE SPACE.
           03  FILLER                  PIC  X(06) VALUE "JUCHU=".
           03  WK-RPD-JUCHU-NO         PIC  9(04).
           03  FILLER                  PIC  X(06) VALUE " TOKU=".
           03  WK-RPD-TOKU-COD         PIC  X(04).
           03  FILLER                  PIC  X(08) VALUE " CHUMON=".
           03  WK-RPD-CHUMON-NO        PIC  X(05).
           03  FILLER                  PIC  X(08) VALUE " DAITAI=".
           03  WK-RPD-DAITAI-NO        PIC  X(05).
           03  FILLER                  PIC  X(07) VALUE " SURYO=".
           03  WK-RPD-SURYO            PIC  ZZZZ9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPD-KBN              PIC  X(12).
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
               VARYING WK-TOK-IX FROM 1 BY 1
               UNTIL WK-TOK-IX > WK-TOK-CNT
             PERFORM FUMEI-RTN
             PERFORM DAITAI-LIST-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
       EXT.
           EXIT.
      *
      *    受付済み・未出荷・未取消(未却下)の受注を拾う
       LOAD-OSF-RTN        SECTION.
           READ OSF-FILE
             AT END
           IF CFOSF-UKETSUKE-DATE = ZERO
            OR CFOSF-SYUKKA-DATE NOT = ZERO
            OR CFOSF-LAST-STATUS = "C"
            OR CFOSF-LAST-STATUS = "R"
             GO TO EXT
           END-IF.
           IF WK-ORD-CNT >= 5000
           ADD 1 TO WK-PRINT-CNT.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    代替品一覧(代替品実績が無ければ印字しない)
      ******************************************************************
       DAITAI-LIST-RTN     SECTION.
           OPEN INPUT DTF-FILE.
           IF WK-DTF-FILE-ERR NOT = "00"
             GO TO EXT
           END-IF.
           PERFORM DAITAI-READ-RTN UNTIL DTF-END-FLG = "Y".
       EXT.
           EXIT.
      *
       DAITAI-READ-RTN     SECTION.
           READ DTF-FILE
             AT END
               MOVE "Y" TO DTF-END-FLG
               GO TO EXT
           END-READ.
           IF WK-DAITAI-CNT = ZERO
             MOVE "*** DAITAIHIN ICHIRAN ***" TO RPT-REC
             WRITE RPT-REC
           END-IF.
           ADD 1 TO WK-DAITAI-CNT.
           MOVE CFDTF-JUCHU-NO            TO WK-RPD-JUCHU-NO.
           MOVE CFDTF-TOKU-COD            TO WK-RPD-TOKU-COD.
           MOVE CFDTF-CHUMON-SHOHIN-NO    TO WK-RPD-CHUMON-NO.
           MOVE CFDTF-DAITAI-SHOHIN-NO    TO WK-RPD-DAITAI-NO.
           MOVE CFDTF-SURYO               TO WK-RPD-SURYO.
           IF CFDTF-TEIAN
             MOVE "SHONIN MACHI" TO WK-RPD-KBN
           ELSE
             MOVE "SHUKKA"       TO WK-RPD-KBN
           END-IF.
           MOVE WK-RPT-DAITAI TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-OSF-FILE-ERR = "00"
           IF WK-TOK-FILE-ERR = "00"
             CLOSE TOK-FILE
           END-IF.
           IF WK-DTF-FILE-ERR = "00"
             CLOSE DTF-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "ORDCNT=" WK-ORD-CNT.
           DISPLAY "PRINTCNT=" WK-PRINT-CNT.
           DISPLAY "DAITAICNT=" WK-DAITAI-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM124 END ***".
       EXT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 3                     TO RUNHIS-CNT-CNT.
           MOVE "ORDCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-ORD-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "PRINTCNT"            TO RUNHIS-CNT-LABEL (2).
           MOVE WK-PRINT-CNT          TO RUNHIS-CNT-VALUE (2).
           MOVE "DAITAICNT"           TO RUNHIS-CNT-LABEL (3).
           MOVE WK-DAITAI-CNT         TO RUNHIS-CNT-VALUE (3).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
