       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KUBM166.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：仮押さえ期限切れ解除
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。日次で仮押さえファイル(RSV、KCCFRSV)
      *                 を読み、有効期限(CFRSV-KIGEN-DATE)が業務日付
      *                 より前の仮押さえを解除して、残りを新世代(RSO)
      *                 へ書き出す。解除した仮押さえは得意先マスタの
      *                 担当者コード(CFTOK-TANTO-COD)で営業担当者別に
      *                 まとめて解除一覧(RPT)へ印字する(担当者名は
      *                 営業担当者マスタKCCFEIGから。担当者未設定の
      *                 得意先分は"***"として一覧末尾にまとめる)。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT RSV-FILE
             ASSIGN TO EXTERNAL RSV
               FILE STATUS IS WK-RSV-FILE-ERR.
           SELECT RSO-FILE
             ASSIGN TO EXTERNAL RSO
               FILE STATUS IS WK-RSO-FILE-ERR.
           SELECT TOK-FILE
             ASSIGN TO EXTERNAL TOK
               FILE STATUS IS WK-TOK-FILE-ERR.
           SELECT EIG-FILE
             ASSIGN TO EXTERNAL EIG
               FILE STATUS IS WK-EIG-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
       FD  BSD-FILE.
       01  BSD-REC.
           COPY KCCFBSD.
       FD  RSV-FILE.
       01  RSV-REC.
           COPY KCCFRSV.
       FD  RSO-FILE.
       01  RSO-REC                     PIC  X(50).
       FD  TOK-FILE.
       01  TOK-REC.
           COPY KCCFTOK.
       FD  EIG-FILE.
       01  EIG-REC.
           COPY KCCFEIG.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(90).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-BSD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RSV-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RSO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-EIG-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  RSV-END-FLG                 PIC  X(01) VALUE "N".
       01  TOK-END-FLG                 PIC  X(01) VALUE "N".
       01  EIG-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      ******************************************************************
      *  得意先マスタ(担当者)テーブル
      ******************************************************************
       01  WK-TOK-TBL.
           03  WK-TOK-CNT              PIC  9(05) VALUE ZERO.
           03  WK-TOK-ENT              OCCURS 9999 TIMES
                                        INDEXED BY WK-TOK-IDX.
             05  WK-TOK-TOKU-COD       PIC  X(04).
             05  WK-TOK-TANTO-COD      PIC  X(03).
      ******************************************************************
      *  営業担当者マスタテーブル
      ******************************************************************
       01  WK-EIG-TBL.
           03  WK-EIG-CNT              PIC  9(04) VALUE ZERO.
           03  WK-EIG-ENT              OCCURS 500 TIMES
                                        INDEXED BY WK-EIG-IDX.
             05  WK-EIG-TANTO-COD      PIC  X(03).
             05  WK-EIG-TANTO-MEI      PIC  X(20).
      ******************************************************************
      *  解除した仮押さえのテーブル(担当者別に印字するため保持する)
      ******************************************************************
       01  WK-KGR-TBL.
           03  WK-KGR-CNT              PIC  9(05) VALUE ZERO.
           03  WK-KGR-ENT              OCCURS 5000 TIMES.
             05  WK-KGR-TANTO-COD      PIC  X(03).
             05  WK-KGR-RSV-IMG        PIC  X(50).
       01  WK-KX                       PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  担当者テーブル(解除のあった担当者。"***"は末尾へ回す)
      ******************************************************************
       01  WK-TAN-TBL.
           03  WK-TAN-CNT              PIC  9(04) VALUE ZERO.
           03  WK-TAN-ENT              OCCURS 500 TIMES
                                        INDEXED BY WK-TAN-IDX.
             05  WK-TAN-TANTO-COD      PIC  X(03).
             05  WK-TAN-KENSU          PIC  9(05).
       01  WK-IX                       PIC  9(04) VALUE ZERO.
       01  WK-MISETTEI-FLG             PIC  X(01) VALUE "N".
      *
       01  WK-TANTO-COD                PIC  X(03) VALUE SPACE.
       01  WK-RSV-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-RSO-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-KAIJO-CNT                PIC  9(09) VALUE ZERO.
      *    印字中の仮押さえ
       01  WK-PRT-RSV-REC.
           COPY KCCFRSV.
      ******************************************************************
      *  解除一覧印字用
      ******************************************************************
       01  WK-TAN-LINE.
           03  FILLER                  PIC  X(06) VALUE "TANTO=".
           03  WK-TL-TANTO-COD         PIC  X(03).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-TL-TANTO-MEI         PIC  X(20).
       01  WK-RPT-LINE.
           03  FILLER                  PIC  X(02) VALUE SPACE.
           03  FILLER                  PIC  X(05) VALUE "TOKU=".
           03  WK-RPT-TOKU-COD         PIC  X(04).
           03  FILLER                  PIC  X(08) VALUE " SHOHIN=".
           03  WK-RPT-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(06) VALUE " SOKO=".
           03  WK-RPT-SOKO-COD         PIC  X(02).
           03  FILLER                  PIC  X(07) VALUE " SURYO=".
           03  WK-RPT-SURYO            PIC  Z(04)9.
           03  FILLER                  PIC  X(07) VALUE " KIGEN=".
           03  WK-RPT-KIGEN-DATE       PIC  9(08).
           03  FILLER                  PIC  X(10) VALUE " MITSUMORI".
           03  FILLER                  PIC  X(01) VALUE "=".
           03  WK-RPT-QUOTE-NO         PIC  Z(07)9.
       01  WK-KEI-LINE.
           03  FILLER                  PIC  X(02) VALUE SPACE.
           03  FILLER                  PIC  X(06) VALUE "KENSU=".
           03  WK-KL-KENSU             PIC  Z(04)9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL RSV-END-FLG = "Y"
             PERFORM PRINT-RTN
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX > WK-TAN-CNT
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KUBM166 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
      *
           OPEN INPUT BSD-FILE.
           IF WK-BSD-FILE-ERR = "00"
             READ BSD-FILE
               AT END
                 CONTINUE
             END-READ
             IF WK-BSD-FILE-ERR = "00"
               MOVE CFBSD-DATE TO WK-BASE-DATE
             END-IF
             CLOSE BSD-FILE
           END-IF.
           IF WK-BASE-DATE = ZERO
             MOVE FUNCTION CURRENT-DATE (1:8) TO WK-BASE-DATE
           END-IF.
           DISPLAY "*** KUBM166 BASE-DATE=" WK-BASE-DATE.
      *
           OPEN INPUT RSV-FILE.
           IF WK-RSV-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM166 ABEND NOT RSV-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RSO-FILE
             IF WK-RSO-FILE-ERR NOT = "00"
               DISPLAY "*** KUBM166 ABEND NOT RSO-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RPT-FILE
             IF WK-RPT-FILE-ERR NOT = "00"
               DISPLAY "*** KUBM166 ABEND NOT RPT-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "N"
             GO TO EXT
           END-IF.
      *
           MOVE "*** KUBM166 KARIOSAE KIGEN-GIRE KAIJO ***" TO RPT-REC.
           WRITE RPT-REC.
      *    得意先マスタ・営業担当者マスタは任意(無ければ担当者未設定
      *    ・担当者名なしとして印字する)
           OPEN INPUT TOK-FILE.
           IF WK-TOK-FILE-ERR = "00"
             PERFORM LOAD-TOK-RTN  UNTIL TOK-END-FLG = "Y"
             CLOSE TOK-FILE
           END-IF.
           OPEN INPUT EIG-FILE.
           IF WK-EIG-FILE-ERR = "00"
             PERFORM LOAD-EIG-RTN  UNTIL EIG-END-FLG = "Y"
             CLOSE EIG-FILE
           END-IF.
           PERFORM READ-RSV-RTN.
       EXT.
           EXIT.
      *
       LOAD-TOK-RTN        SECTION.
           READ TOK-FILE
             AT END
               MOVE "Y" TO TOK-END-FLG
               GO TO EXT
           END-READ.
           IF WK-TOK-CNT >= 9999
             DISPLAY "*** KUBM166 WARNING TOK TABLE FULL"
             MOVE "Y" TO TOK-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-TOK-CNT.
           SET WK-TOK-IDX TO WK-TOK-CNT.
           MOVE CFTOK-TOKU-COD TO WK-TOK-TOKU-COD (WK-TOK-IDX).
           MOVE CFTOK-TANTO-COD TO WK-TOK-TANTO-COD (WK-TOK-IDX).
       EXT.
           EXIT.
      *
       LOAD-EIG-RTN        SECTION.
           READ EIG-FILE
             AT END
               MOVE "Y" TO EIG-END-FLG
               GO TO EXT
           END-READ.
           IF WK-EIG-CNT >= 500
             DISPLAY "*** KUBM166 WARNING EIG TABLE FULL"
             MOVE "Y" TO EIG-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-EIG-CNT.
           SET WK-EIG-IDX TO WK-EIG-CNT.
           MOVE CFEIG-TANTO-COD TO WK-EIG-TANTO-COD (WK-EIG-IDX).
           MOVE CFEIG-TANTO-MEI TO WK-EIG-TANTO-MEI (WK-EIG-IDX).
       EXT.
           EXIT.
      *
       READ-RSV-RTN        SECTION.
           READ RSV-FILE
             AT END
               MOVE "Y" TO RSV-END-FLG
           END-READ.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    仮押さえ1件の期限判定(期限内は新世代へ、期限切れは解除)
      ******************************************************************
       MAIN-RTN            SECTION.
           ADD 1 TO WK-RSV-CNT.
           IF CFRSV-KIGEN-DATE OF RSV-REC NOT < WK-BASE-DATE
             MOVE RSV-REC TO RSO-REC
             WRITE RSO-REC
             ADD 1 TO WK-RSO-CNT
             GO TO NEXT-REC
           END-IF.
           ADD 1 TO WK-KAIJO-CNT.
      *
      *    担当者コードの決定(未設定は"***")
           MOVE "***" TO WK-TANTO-COD.
           IF WK-TOK-CNT > ZERO
             SET WK-TOK-IDX TO 1
             SEARCH WK-TOK-ENT
               AT END
                 CONTINUE
               WHEN WK-TOK-TOKU-COD (WK-TOK-IDX)
                      = CFRSV-TOKU-COD OF RSV-REC
                 IF WK-TOK-TANTO-COD (WK-TOK-IDX) NOT = SPACE
                   MOVE WK-TOK-TANTO-COD (WK-TOK-IDX)
                     TO WK-TANTO-COD
                 END-IF
             END-SEARCH
           END-IF.
      *
           IF WK-KGR-CNT >= 5000
             DISPLAY "*** KUBM166 WARNING KGR TABLE FULL "
               CFRSV-TOKU-COD OF RSV-REC " "
               CFRSV-SHOHIN-NO OF RSV-REC
             MOVE RC-WARNING TO RETURN-CODE
             GO TO NEXT-REC
           END-IF.
           ADD 1 TO WK-KGR-CNT.
           MOVE WK-TANTO-COD TO WK-KGR-TANTO-COD (WK-KGR-CNT).
           MOVE RSV-REC TO WK-KGR-RSV-IMG (WK-KGR-CNT).
      *
           IF WK-TANTO-COD = "***"
             MOVE "Y" TO WK-MISETTEI-FLG
             GO TO NEXT-REC
           END-IF.
           SET WK-TAN-IDX TO 1.
           SEARCH WK-TAN-ENT
             AT END
               IF WK-TAN-CNT >= 499
                 DISPLAY "*** KUBM166 WARNING TAN TABLE FULL "
                   WK-TANTO-COD
                 MOVE "***" TO WK-KGR-TANTO-COD (WK-KGR-CNT)
                 MOVE "Y" TO WK-MISETTEI-FLG
                 GO TO NEXT-REC
               END-IF
               ADD 1 TO WK-TAN-CNT
               SET WK-TAN-IDX TO WK-TAN-CNT
               MOVE WK-TANTO-COD TO WK-TAN-TANTO-COD (WK-TAN-IDX)
             WHEN WK-TAN-TANTO-COD (WK-TAN-IDX) = WK-TANTO-COD
               CONTINUE
           END-SEARCH.
       NEXT-REC.
           PERFORM READ-RSV-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    担当者1人分の解除一覧印字
      ******************************************************************
       PRINT-RTN           SECTION.
           INITIALIZE WK-TAN-LINE.
           MOVE WK-TAN-TANTO-COD (WK-IX) TO WK-TL-TANTO-COD.
           IF WK-EIG-CNT > ZERO
             SET WK-EIG-IDX TO 1
             SEARCH WK-EIG-ENT
               AT END
                 CONTINUE
               WHEN WK-EIG-TANTO-COD (WK-EIG-IDX)
                      = WK-TAN-TANTO-COD (WK-IX)
                 MOVE WK-EIG-TANTO-MEI (WK-EIG-IDX)
                   TO WK-TL-TANTO-MEI
             END-SEARCH
           END-IF.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE WK-TAN-LINE TO RPT-REC.
           WRITE RPT-REC.
      *
           MOVE ZERO TO WK-TAN-KENSU (WK-IX).
           PERFORM PRINT-MEISAI-RTN
             VARYING WK-KX FROM 1 BY 1
             UNTIL WK-KX > WK-KGR-CNT.
           INITIALIZE WK-KEI-LINE.
           MOVE WK-TAN-KENSU (WK-IX) TO WK-KL-KENSU.
           MOVE WK-KEI-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       PRINT-MEISAI-RTN    SECTION.
           IF WK-KGR-TANTO-COD (WK-KX) NOT = WK-TAN-TANTO-COD (WK-IX)
             GO TO EXT
           END-IF.
           ADD 1 TO WK-TAN-KENSU (WK-IX).
           MOVE WK-KGR-RSV-IMG (WK-KX) TO WK-PRT-RSV-REC.
           INITIALIZE WK-RPT-LINE.
           MOVE CFRSV-TOKU-COD OF WK-PRT-RSV-REC TO WK-RPT-TOKU-COD.
           MOVE CFRSV-SHOHIN-NO OF WK-PRT-RSV-REC TO WK-RPT-SHOHIN-NO.
           MOVE CFRSV-SOKO-COD OF WK-PRT-RSV-REC TO WK-RPT-SOKO-COD.
           MOVE CFRSV-SURYO OF WK-PRT-RSV-REC TO WK-RPT-SURYO.
           MOVE CFRSV-KIGEN-DATE OF WK-PRT-RSV-REC
             TO WK-RPT-KIGEN-DATE.
           MOVE CFRSV-QUOTE-NO OF WK-PRT-RSV-REC TO WK-RPT-QUOTE-NO.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
      *    担当者未設定の得意先分は一覧の末尾にまとめる
           IF WK-INIT-OK-FLG = "Y"
            AND WK-MISETTEI-FLG = "Y"
             ADD 1 TO WK-TAN-CNT
             MOVE "***" TO WK-TAN-TANTO-COD (WK-TAN-CNT)
             MOVE WK-TAN-CNT TO WK-IX
             PERFORM PRINT-RTN
           END-IF.
           IF WK-RSV-FILE-ERR = "00"
             CLOSE RSV-FILE
           END-IF.
           IF WK-RSO-FILE-ERR = "00"
             CLOSE RSO-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "RSVCNT=" WK-RSV-CNT.
           DISPLAY "RSOCNT=" WK-RSO-CNT.
           DISPLAY "KAIJOCNT=" WK-KAIJO-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM166 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KUBM166"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 3                     TO RUNHIS-CNT-CNT.
           MOVE "RSVCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-RSV-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "RSOCNT"              TO RUNHIS-CNT-LABEL (2).
           MOVE WK-RSO-CNT            TO RUNHIS-CNT-VALUE (2).
           MOVE "KAIJOCNT"            TO RUNHIS-CNT-LABEL (3).
           MOVE WK-KAIJO-CNT          TO RUNHIS-CNT-VALUE (3).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KUBM166 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
