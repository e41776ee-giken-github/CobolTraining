       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KUBM161.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：シリアル番号照会
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。保証修理の問合せで受け付けたシリアル
      *                 番号(SQI：1行1件)をシリアル番号在庫(KCCFSRL)
      *                 から探し、入荷元の発注番号・入荷日、出荷先の
      *                 受注番号・得意先・納品先・出荷日、返品が
      *                 あればその日付と処置を照会結果(RPT)へ印字する。
      *                 得意先名は得意先マスタ、納品先名は納品先
      *                 マスタ(任意)から付加する。同じシリアルが
      *                 複数商品にあればすべて印字する。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT SQI-FILE
             ASSIGN TO EXTERNAL SQI
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-SQI-FILE-ERR.
           SELECT SRL-FILE
             ASSIGN TO EXTERNAL SRL
               FILE STATUS IS WK-SRL-FILE-ERR.
           SELECT TOK-FILE
             ASSIGN TO EXTERNAL TOK
               FILE STATUS IS WK-TOK-FILE-ERR.
           SELECT STM-FILE
             ASSIGN TO EXTERNAL STM
               FILE STATUS IS WK-STM-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
      *    照会するシリアル番号
       FD  SQI-FILE.
       01  SQI-REC.
           03  SQI-SERIAL-NO           PIC  X(20).
       FD  SRL-FILE.
       01  SRL-REC.
           COPY KCCFSRL.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY KCCFTOK.
       FD  STM-FILE.
       01  STM-REC.
           COPY KCCFSTM.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(100).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-SQI-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SRL-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-STM-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  SQI-END-FLG                 PIC  X(01) VALUE "N".
       01  SRL-END-FLG                 PIC  X(01) VALUE "N".
       01  TOK-END-FLG                 PIC  X(01) VALUE "N".
       01  STM-END-FLG                 PIC  X(01) VALUE "N".
      ******************************************************************
      *  シリアル番号在庫テーブル
      ******************************************************************
       01  WK-SRL-TBL.
           03  WK-SRL-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SRL-ENT              OCCURS 20000 TIMES.
             05  WK-SRL-SERIAL-NO      PIC  X(20).
             05  WK-SRL-SHOHIN-NO      PIC  X(05).
             05  WK-SRL-SOKO-COD       PIC  X(02).
             05  WK-SRL-STATUS         PIC  X(01).
             05  WK-SRL-HATCHU-NO      PIC  9(06).
             05  WK-SRL-NYUKA-DATE     PIC  9(08).
             05  WK-SRL-JUCHU-NO       PIC  9(04).
             05  WK-SRL-TOKU-COD       PIC  X(04).
             05  WK-SRL-SHIPTO-COD     PIC  X(02).
             05  WK-SRL-SHUKKA-DATE    PIC  9(08).
             05  WK-SRL-HENPIN-DATE    PIC  9(08).
             05  WK-SRL-HENPIN-SHOBUN  PIC  X(01).
             05  FILLER                PIC  X(31).
       01  WK-IX                       PIC  9(05) VALUE ZERO.
       01  WK-HIT-CNT                  PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  得意先マスタテーブル(名称)
      ******************************************************************
       01  WK-TOK-TBL.
           03  WK-TOK-CNT              PIC  9(05) VALUE ZERO.
           03  WK-TOK-ENT              OCCURS 2000 TIMES
                                        INDEXED BY WK-TOK-IDX.
             05  WK-TOK-TOKU-COD       PIC  X(04).
             05  WK-TOK-TOKU-MEI       PIC  X(20).
      ******************************************************************
      *  納品先マスタテーブル(名称)
      ******************************************************************
       01  WK-STM-TBL.
           03  WK-STM-CNT              PIC  9(05) VALUE ZERO.
           03  WK-STM-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-STM-IDX.
             05  WK-STM-TOKU-COD       PIC  X(04).
             05  WK-STM-SHIPTO-COD     PIC  X(02).
             05  WK-STM-SHIPTO-MEI     PIC  X(20).
      *
       01  WK-SQI-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-FOUND-CNT                PIC  9(09) VALUE ZERO.
       01  WK-NOTFOUND-CNT             PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  照会結果印字用
      ******************************************************************
       01  WK-RPT-HEAD.
           03  FILLER                  PIC  X(07) VALUE "SERIAL=".
           03  WK-RPH-SERIAL-NO        PIC  X(20).
           03  FILLER                  PIC  X(08) VALUE " SHOHIN=".
           03  WK-RPH-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(08) VALUE " STATUS=".
           03  WK-RPH-STATUS           PIC  X(01).
           03  FILLER                  PIC  X(06) VALUE " SOKO=".
           03  WK-RPH-SOKO-COD         PIC  X(02).
       01  WK-RPT-NOTFOUND.
           03  FILLER                  PIC  X(07) VALUE "SERIAL=".
           03  WK-RPN-SERIAL-NO        PIC  X(20).
           03  FILLER                  PIC  X(10) VALUE " NOT FOUND".
       01  WK-RPT-NYUKA.
           03  FILLER                  PIC  X(12) VALUE "  NYUKA  PO=".
           03  WK-RPK-HATCHU-NO        PIC  9(06).
           03  FILLER                  PIC  X(06) VALUE " DATE=".
           03  WK-RPK-NYUKA-DATE       PIC  9(08).
       01  WK-RPT-SHUKKA.
           03  FILLER                  PIC  X(15) VALUE
                                        "  SHUKKA JUCHU=".
           03  WK-RPS-JUCHU-NO         PIC  9(04).
           03  FILLER                  PIC  X(06) VALUE " DATE=".
           03  WK-RPS-SHUKKA-DATE      PIC  9(08).
           03  FILLER                  PIC  X(06) VALUE " TOKU=".
           03  WK-RPS-TOKU-COD         PIC  X(04).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPS-TOKU-MEI         PIC  X(20).
           03  FILLER                  PIC  X(08) VALUE " SHIPTO=".
           03  WK-RPS-SHIPTO-COD       PIC  X(02).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPS-SHIPTO-MEI       PIC  X(20).
       01  WK-RPT-HENPIN.
           03  FILLER                  PIC  X(14) VALUE
                                        "  HENPIN DATE=".
           03  WK-RPR-HENPIN-DATE      PIC  9(08).
           03  FILLER                  PIC  X(08) VALUE " SHOBUN=".
           03  WK-RPR-SHOBUN           PIC  X(01).
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL SQI-END-FLG = "Y"
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KUBM161 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
      *
           OPEN INPUT SQI-FILE.
           IF WK-SQI-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM161 ABEND NOT SQI-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT SRL-FILE
             IF WK-SRL-FILE-ERR NOT = "00"
               DISPLAY "*** KUBM161 ABEND NOT SRL-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT TOK-FILE
             IF WK-TOK-FILE-ERR NOT = "00"
               DISPLAY "*** KUBM161 ABEND NOT TOK-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RPT-FILE
             IF WK-RPT-FILE-ERR NOT = "00"
               DISPLAY "*** KUBM161 ABEND NOT RPT-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "N"
             GO TO EXT
           END-IF.
      *
           MOVE "*** KUBM161 SERIAL SHOKAI ***" TO RPT-REC.
           WRITE RPT-REC.
           PERFORM LOAD-SRL-RTN  UNTIL SRL-END-FLG = "Y".
           PERFORM LOAD-TOK-RTN  UNTIL TOK-END-FLG = "Y".
      *    納品先マスタは任意(無ければ納品先名を空欄で印字する)
           OPEN INPUT STM-FILE.
           IF WK-STM-FILE-ERR = "00"
             PERFORM LOAD-STM-RTN  UNTIL STM-END-FLG = "Y"
           END-IF.
           PERFORM READ-SQI-RTN.
       EXT.
           EXIT.
      *
       LOAD-SRL-RTN        SECTION.
           READ SRL-FILE
             AT END
               MOVE "Y" TO SRL-END-FLG
               GO TO EXT
           END-READ.
           IF WK-SRL-CNT >= 20000
             DISPLAY "!!! KUBM161 ABEND : SRL TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SRL-CNT.
           MOVE SRL-REC TO WK-SRL-ENT (WK-SRL-CNT).
       EXT.
           EXIT.
      *
       LOAD-TOK-RTN        SECTION.
           READ TOK-FILE
             AT END
               MOVE "Y" TO TOK-END-FLG
               GO TO EXT
           END-READ.
           IF WK-TOK-CNT >= 2000
             DISPLAY "!!! KUBM161 ABEND : TOK TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-TOK-CNT.
           SET WK-TOK-IDX TO WK-TOK-CNT.
           MOVE CFTOK-TOKU-COD TO WK-TOK-TOKU-COD (WK-TOK-IDX).
           MOVE CFTOK-TOKU-MEI TO WK-TOK-TOKU-MEI (WK-TOK-IDX).
       EXT.
           EXIT.
      *
       LOAD-STM-RTN        SECTION.
           READ STM-FILE
             AT END
               MOVE "Y" TO STM-END-FLG
               GO TO EXT
           END-READ.
           IF WK-STM-CNT >= 5000
             DISPLAY "!!! KUBM161 ABEND : STM TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-STM-CNT.
           SET WK-STM-IDX TO WK-STM-CNT.
           MOVE CFSTM-TOKU-COD TO WK-STM-TOKU-COD (WK-STM-IDX).
           MOVE CFSTM-SHIPTO-COD TO WK-STM-SHIPTO-COD (WK-STM-IDX).
           MOVE CFSTM-SHIPTO-MEI TO WK-STM-SHIPTO-MEI (WK-STM-IDX).
       EXT.
           EXIT.
      *
       READ-SQI-RTN        SECTION.
           READ SQI-FILE
             AT END
               MOVE "Y" TO SQI-END-FLG
           END-READ.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    照会1件ごとの処理
      ******************************************************************
       MAIN-RTN            SECTION.
           IF SQI-SERIAL-NO = SPACE
             GO TO NEXT-REC
           END-IF.
           ADD 1 TO WK-SQI-CNT.
           MOVE ZERO TO WK-HIT-CNT.
           PERFORM SHOKAI-RTN
             VARYING WK-IX FROM 1 BY 1
             UNTIL WK-IX > WK-SRL-CNT.
           IF WK-HIT-CNT = ZERO
             ADD 1 TO WK-NOTFOUND-CNT
             MOVE SQI-SERIAL-NO TO WK-RPN-SERIAL-NO
             MOVE WK-RPT-NOTFOUND TO RPT-REC
             WRITE RPT-REC
           ELSE
             ADD 1 TO WK-FOUND-CNT
           END-IF.
       NEXT-REC.
           PERFORM READ-SQI-RTN.
       EXT.
           EXIT.
      *
       SHOKAI-RTN          SECTION.
           IF WK-SRL-SERIAL-NO (WK-IX) NOT = SQI-SERIAL-NO
             GO TO EXT
           END-IF.
           ADD 1 TO WK-HIT-CNT.
           MOVE WK-SRL-SERIAL-NO (WK-IX) TO WK-RPH-SERIAL-NO.
           MOVE WK-SRL-SHOHIN-NO (WK-IX) TO WK-RPH-SHOHIN-NO.
           MOVE WK-SRL-STATUS (WK-IX) TO WK-RPH-STATUS.
           MOVE WK-SRL-SOKO-COD (WK-IX) TO WK-RPH-SOKO-COD.
           MOVE WK-RPT-HEAD TO RPT-REC.
           WRITE RPT-REC.
      *
           MOVE WK-SRL-HATCHU-NO (WK-IX) TO WK-RPK-HATCHU-NO.
           MOVE WK-SRL-NYUKA-DATE (WK-IX) TO WK-RPK-NYUKA-DATE.
           MOVE WK-RPT-NYUKA TO RPT-REC.
           WRITE RPT-REC.
      *
      *    未出荷(在庫のまま)のシリアルは出荷行を印字しない
           IF WK-SRL-SHUKKA-DATE (WK-IX) NOT = ZERO
             PERFORM SHUKKA-RTN
           END-IF.
           IF WK-SRL-HENPIN-DATE (WK-IX) NOT = ZERO
             MOVE WK-SRL-HENPIN-DATE (WK-IX) TO WK-RPR-HENPIN-DATE
             MOVE WK-SRL-HENPIN-SHOBUN (WK-IX) TO WK-RPR-SHOBUN
             MOVE WK-RPT-HENPIN TO RPT-REC
             WRITE RPT-REC
           END-IF.
       EXT.
           EXIT.
      *
       SHUKKA-RTN          SECTION.
           MOVE WK-SRL-JUCHU-NO (WK-IX) TO WK-RPS-JUCHU-NO.
           MOVE WK-SRL-SHUKKA-DATE (WK-IX) TO WK-RPS-SHUKKA-DATE.
           MOVE WK-SRL-TOKU-COD (WK-IX) TO WK-RPS-TOKU-COD.
           MOVE WK-SRL-SHIPTO-COD (WK-IX) TO WK-RPS-SHIPTO-COD.
           MOVE SPACE TO WK-RPS-TOKU-MEI.
           SET WK-TOK-IDX TO 1.
           IF WK-TOK-CNT > ZERO
             SEARCH WK-TOK-ENT
               AT END
                 CONTINUE
               WHEN WK-TOK-TOKU-COD (WK-TOK-IDX)
                      = WK-SRL-TOKU-COD (WK-IX)
                 MOVE WK-TOK-TOKU-MEI (WK-TOK-IDX)
                   TO WK-RPS-TOKU-MEI
             END-SEARCH
           END-IF.
      *    納品先コードSPACEは本社納品
           MOVE SPACE TO WK-RPS-SHIPTO-MEI.
           IF WK-SRL-SHIPTO-COD (WK-IX) = SPACE
             MOVE "HONSHA" TO WK-RPS-SHIPTO-MEI
           ELSE
             SET WK-STM-IDX TO 1
             IF WK-STM-CNT > ZERO
               SEARCH WK-STM-ENT
                 AT END
                   CONTINUE
                 WHEN WK-STM-TOKU-COD (WK-STM-IDX)
                        = WK-SRL-TOKU-COD (WK-IX)
                  AND WK-STM-SHIPTO-COD (WK-STM-IDX)
                        = WK-SRL-SHIPTO-COD (WK-IX)
                   MOVE WK-STM-SHIPTO-MEI (WK-STM-IDX)
                     TO WK-RPS-SHIPTO-MEI
               END-SEARCH
             END-IF
           END-IF.
           MOVE WK-RPT-SHUKKA TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-SQI-FILE-ERR = "00"
             CLOSE SQI-FILE
           END-IF.
           IF WK-SRL-FILE-ERR = "00"
             CLOSE SRL-FILE
           END-IF.
           IF WK-TOK-FILE-ERR = "00"
             CLOSE TOK-FILE
           END-IF.
           IF WK-STM-FILE-ERR = "00"
             CLOSE STM-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "SQICNT=" WK-SQI-CNT.
           DISPLAY "FOUNDCNT=" WK-FOUND-CNT.
           DISPLAY "NOTFOUNDCNT=" WK-NOTFOUND-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM161 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KUBM161"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 3                     TO RUNHIS-CNT-CNT.
           MOVE "SQICNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-SQI-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "FOUNDCNT"            TO RUNHIS-CNT-LABEL (2).
           MOVE WK-FOUND-CNT          TO RUNHIS-CNT-VALUE (2).
           MOVE "NOTFOUNDCN"          TO RUNHIS-CNT-LABEL (3).
           MOVE WK-NOTFOUND-CNT       TO RUNHIS-CNT-VALUE (3).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KUBM161 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
