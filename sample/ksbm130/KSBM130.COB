       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KSBM130.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：商品
      * プログラム名  ：終売品在庫一覧
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。商品マスタ(KCCFSHO)を順に読み、
      *                 基準日(BSD。無ければ実行日)時点のライフサイ
      *                 クル区分が終売予定・終売で在庫残のある商品
      *                 を一覧(RPT)に印字する。購買が売り尽くしを
      *                 計画できるよう、在庫数量・売価金額・移動平均
      *                 原価(KCCFAVC)による原価金額と、取り消し検討
      *                 用の発注残(KCCFPOFの発注中・承認待ち)を付け、
      *                 倉庫別在庫(KCCFSZA)があれば倉庫別の内訳行も
      *                 印字する。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT AVC-FILE
             ASSIGN TO EXTERNAL AVC
               FILE STATUS IS WK-AVC-FILE-ERR.
           SELECT POF-FILE
             ASSIGN TO EXTERNAL POF
               FILE STATUS IS WK-POF-FILE-ERR.
           SELECT SZA-FILE
             ASSIGN TO EXTERNAL SZA
               FILE STATUS IS WK-SZA-FILE-ERR.
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
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  AVC-FILE.
       01  AVC-REC.
           COPY KCCFAVC.
       FD  POF-FILE.
       01  POF-REC.
           COPY KCCFPOF.
       FD  SZA-FILE.
       01  SZA-REC.
           COPY KCCFSZA.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(120).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-BSD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-AVC-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-POF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SZA-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  SHO-END-FLG                 PIC  X(01) VALUE "N".
       01  AVC-END-FLG                 PIC  X(01) VALUE "N".
       01  POF-END-FLG                 PIC  X(01) VALUE "N".
       01  SZA-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      *    基準日時点で有効なライフサイクル区分(適用開始日前は販売中)
       01  WK-LIFE-KBN                 PIC  X(01) VALUE SPACE.
       01  WK-ZAIKO                    PIC S9(08) VALUE ZERO.
       01  WK-BAIKA-KINGAKU            PIC S9(13)V9(02) VALUE ZERO.
       01  WK-GENKA-KINGAKU            PIC S9(13)V9(02) VALUE ZERO.
       01  WK-HATCHU-ZAN               PIC  9(07) VALUE ZERO.
       01  WK-SHO-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-LIST-CNT                 PIC  9(09) VALUE ZERO.
       01  WK-TOTAL-ZAIKO              PIC S9(11) VALUE ZERO.
       01  WK-TOTAL-BAIKA              PIC S9(13)V9(02) VALUE ZERO.
       01  WK-TOTAL-GENKA              PIC S9(13)V9(02) VALUE ZERO.
       01  WK-IX                       PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  移動平均原価テーブル(AVCから。無い運用では0件)
      ******************************************************************
       01  WK-AVC-TBL.
           03  WK-AVC-CNT              PIC  9(05) VALUE ZERO.
           03  WK-AVC-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-AVC-IDX.
             05  WK-AVC-SHOHIN-NO      PIC  X(05).
             05  WK-AVC-AVG-GENKA      PIC S9(05)V9(04).
      ******************************************************************
      *  発注残テーブル(POFの発注中・承認待ち行を商品別に合算)
      ******************************************************************
       01  WK-POF-TBL.
           03  WK-POF-CNT              PIC  9(05) VALUE ZERO.
           03  WK-POF-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-POF-IDX.
             05  WK-POF-SHOHIN-NO      PIC  X(05).
             05  WK-POF-ZAN            PIC  9(07).
      ******************************************************************
      *  倉庫別在庫テーブル(SZAから。無い運用では0件)
      ******************************************************************
       01  WK-SZA-TBL.
           03  WK-SZA-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SZA-ENT              OCCURS 5000 TIMES.
             05  WK-SZA-SHOHIN-NO      PIC  X(05).
             05  WK-SZA-SOKO-COD       PIC  X(02).
             05  WK-SZA-ZAN            PIC S9(08).
      ******************************************************************
      *  印字用
      ******************************************************************
       01  WK-RPT-HEAD.
           03  FILLER                  PIC  X(35) VALUE
             "*** KSBM130 SHUBAIHIN ZAIKO ICHIRAN".
           03  FILLER                  PIC  X(15) VALUE
             " ***  KIJUN-BI=".
           03  WK-RPH-BASE-DATE        PIC  9(08).
       01  WK-RPT-LINE.
           03  FILLER                  PIC  X(02) VALUE SPACE.
           03  WK-RPT-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-SHOHIN-MEI       PIC  X(20).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-KBN              PIC  X(06).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-LIFE-DATE        PIC  9(08).
           03  FILLER                  PIC  X(07) VALUE " ZAIKO=".
           03  WK-RPT-ZAIKO            PIC  -(7)9.
           03  FILLER                  PIC  X(07) VALUE " BAIKA=".
           03  WK-RPT-BAIKA            PIC  -(11)9.
           03  FILLER                  PIC  X(07) VALUE " GENKA=".
           03  WK-RPT-GENKA            PIC  -(11)9.
           03  FILLER                  PIC  X(09) VALUE " HATCHU-Z".
           03  FILLER                  PIC  X(03) VALUE "AN=".
           03  WK-RPT-HATCHU-ZAN       PIC  Z(06)9.
       01  WK-RPT-SOKO.
           03  FILLER                  PIC  X(10) VALUE SPACE.
           03  FILLER                  PIC  X(05) VALUE "SOKO=".
           03  WK-RPS-SOKO-COD         PIC  X(02).
           03  FILLER                  PIC  X(07) VALUE " ZAIKO=".
           03  WK-RPS-ZAIKO            PIC  -(7)9.
       01  WK-RPT-GOKEI.
           03  FILLER                  PIC  X(02) VALUE SPACE.
           03  FILLER                  PIC  X(12) VALUE "GOKEI KENSU=".
           03  WK-RPG-KENSU            PIC  ZZZZ9.
           03  FILLER                  PIC  X(07) VALUE " ZAIKO=".
           03  WK-RPG-ZAIKO            PIC  -(10)9.
           03  FILLER                  PIC  X(07) VALUE " BAIKA=".
           03  WK-RPG-BAIKA            PIC  -(12)9.
           03  FILLER                  PIC  X(07) VALUE " GENKA=".
           03  WK-RPG-GENKA            PIC  -(12)9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL SHO-END-FLG = "Y"
             PERFORM GOKEI-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KSBM130 START ***".
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
      *
           OPEN INPUT SHO-FILE.
           IF WK-SHO-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM130 ABEND NOT SHO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RPT-FILE
             IF WK-RPT-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM130 ABEND NOT RPT-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "N"
             GO TO EXT
           END-IF.
      *
      *    移動平均原価・発注データ・倉庫別在庫は無い運用もあるため
      *    開けなければ0件のまま続ける
           OPEN INPUT AVC-FILE.
           IF WK-AVC-FILE-ERR = "00"
             PERFORM LOAD-AVC-RTN  UNTIL AVC-END-FLG = "Y"
             CLOSE AVC-FILE
           END-IF.
           OPEN INPUT POF-FILE.
           IF WK-POF-FILE-ERR = "00"
             PERFORM LOAD-POF-RTN  UNTIL POF-END-FLG = "Y"
             CLOSE POF-FILE
           END-IF.
           OPEN INPUT SZA-FILE.
           IF WK-SZA-FILE-ERR = "00"
             PERFORM LOAD-SZA-RTN  UNTIL SZA-END-FLG = "Y"
             CLOSE SZA-FILE
           END-IF.
      *
           MOVE WK-BASE-DATE TO WK-RPH-BASE-DATE.
           MOVE WK-RPT-HEAD TO RPT-REC.
           WRITE RPT-REC.
           PERFORM READ-SHO-RTN.
       EXT.
           EXIT.
      *
       LOAD-AVC-RTN        SECTION.
           READ AVC-FILE
             AT END
               MOVE "Y" TO AVC-END-FLG
               GO TO EXT
           END-READ.
           IF WK-AVC-CNT >= 5000
             DISPLAY "!!! KSBM130 ABEND : AVC TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-AVC-CNT.
           SET WK-AVC-IDX TO WK-AVC-CNT.
           MOVE CFAVC-SHOHIN-NO TO WK-AVC-SHOHIN-NO (WK-AVC-IDX).
           MOVE CFAVC-AVG-GENKA TO WK-AVC-AVG-GENKA (WK-AVC-IDX).
       EXT.
           EXIT.
      *
      *    発注中・承認待ちの発注残(発注数量－入荷数量)を商品別に積む
       LOAD-POF-RTN        SECTION.
           READ POF-FILE
             AT END
               MOVE "Y" TO POF-END-FLG
               GO TO EXT
           END-READ.
           IF NOT CFPOF-OPEN AND NOT CFPOF-PENDING
             GO TO EXT
           END-IF.
           IF CFPOF-NYUKA-SURYO >= CFPOF-SURYO
             GO TO EXT
           END-IF.
           SET WK-POF-IDX TO 1.
           IF WK-POF-CNT > ZERO
             SEARCH WK-POF-ENT
               AT END
                 CONTINUE
               WHEN WK-POF-SHOHIN-NO (WK-POF-IDX) = CFPOF-SHOHIN-NO
                 COMPUTE WK-POF-ZAN (WK-POF-IDX) =
                   WK-POF-ZAN (WK-POF-IDX)
                   + CFPOF-SURYO - CFPOF-NYUKA-SURYO
                 GO TO EXT
             END-SEARCH
           END-IF.
           IF WK-POF-CNT >= 5000
             DISPLAY "!!! KSBM130 ABEND : POF TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-POF-CNT.
           SET WK-POF-IDX TO WK-POF-CNT.
           MOVE CFPOF-SHOHIN-NO TO WK-POF-SHOHIN-NO (WK-POF-IDX).
           COMPUTE WK-POF-ZAN (WK-POF-IDX) =
             CFPOF-SURYO - CFPOF-NYUKA-SURYO.
       EXT.
           EXIT.
      *
       LOAD-SZA-RTN        SECTION.
           READ SZA-FILE
             AT END
               MOVE "Y" TO SZA-END-FLG
               GO TO EXT
           END-READ.
           IF WK-SZA-CNT >= 5000
             DISPLAY "!!! KSBM130 ABEND : SZA TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SZA-CNT.
           MOVE CFSZA-SHOHIN-NO TO WK-SZA-SHOHIN-NO (WK-SZA-CNT).
           MOVE CFSZA-SOKO-COD TO WK-SZA-SOKO-COD (WK-SZA-CNT).
           COMPUTE WK-SZA-ZAN (WK-SZA-CNT) =
             CFSZA-ZENGETU-ZAIKO + CFSZA-TOUGETU-NYUKO
             - CFSZA-TOUGETU-SYUKO.
       EXT.
           EXIT.
      *
       READ-SHO-RTN        SECTION.
           READ SHO-FILE
             AT END
               MOVE "Y" TO SHO-END-FLG
             NOT AT END
               ADD 1 TO WK-SHO-CNT
           END-READ.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    商品1件の判定・印字(終売予定・終売で在庫残のある商品のみ)
      ******************************************************************
       MAIN-RTN            SECTION.
           MOVE SPACE TO WK-LIFE-KBN.
           IF CFSHO-LIFE-DATE <= WK-BASE-DATE
             MOVE CFSHO-LIFE-KBN TO WK-LIFE-KBN
           END-IF.
           IF WK-LIFE-KBN NOT = "Y" AND WK-LIFE-KBN NOT = "E"
             GO TO NEXT-REC
           END-IF.
           COMPUTE WK-ZAIKO = CFSHO-ZENGETU-ZAIKO
                            + CFSHO-TOUGETU-NYUKO
                            - CFSHO-TOUGETU-SYUKO.
           IF WK-ZAIKO NOT > ZERO
             GO TO NEXT-REC
           END-IF.
      *
           COMPUTE WK-BAIKA-KINGAKU = WK-ZAIKO * CFSHO-TANKA.
           MOVE ZERO TO WK-GENKA-KINGAKU.
           SET WK-AVC-IDX TO 1.
           IF WK-AVC-CNT > ZERO
             SEARCH WK-AVC-ENT
               AT END
                 CONTINUE
               WHEN WK-AVC-SHOHIN-NO (WK-AVC-IDX) = CFSHO-SHOHIN-NO
                 COMPUTE WK-GENKA-KINGAKU ROUNDED =
                   WK-ZAIKO * WK-AVC-AVG-GENKA (WK-AVC-IDX)
             END-SEARCH
           END-IF.
           MOVE ZERO TO WK-HATCHU-ZAN.
           SET WK-POF-IDX TO 1.
           IF WK-POF-CNT > ZERO
             SEARCH WK-POF-ENT
               AT END
                 CONTINUE
               WHEN WK-POF-SHOHIN-NO (WK-POF-IDX) = CFSHO-SHOHIN-NO
                 MOVE WK-POF-ZAN (WK-POF-IDX) TO WK-HATCHU-ZAN
             END-SEARCH
           END-IF.
      *
           MOVE CFSHO-SHOHIN-NO TO WK-RPT-SHOHIN-NO.
           MOVE CFSHO-SHOHIN-MEI TO WK-RPT-SHOHIN-MEI.
           IF WK-LIFE-KBN = "E"
             MOVE "SHUBAI" TO WK-RPT-KBN
           ELSE
             MOVE "YOTEI"  TO WK-RPT-KBN
           END-IF.
           MOVE CFSHO-LIFE-DATE TO WK-RPT-LIFE-DATE.
           MOVE WK-ZAIKO TO WK-RPT-ZAIKO.
           MOVE WK-BAIKA-KINGAKU TO WK-RPT-BAIKA.
           MOVE WK-GENKA-KINGAKU TO WK-RPT-GENKA.
           MOVE WK-HATCHU-ZAN TO WK-RPT-HATCHU-ZAN.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
           ADD 1 TO WK-LIST-CNT.
           ADD WK-ZAIKO TO WK-TOTAL-ZAIKO.
           ADD WK-BAIKA-KINGAKU TO WK-TOTAL-BAIKA.
           ADD WK-GENKA-KINGAKU TO WK-TOTAL-GENKA.
      *
           PERFORM SOKO-RTN
             VARYING WK-IX FROM 1 BY 1
             UNTIL WK-IX > WK-SZA-CNT.
       NEXT-REC.
           PERFORM READ-SHO-RTN.
       EXT.
           EXIT.
      *
      *    倉庫別の在庫残内訳(在庫の無い倉庫は印字しない)
       SOKO-RTN            SECTION.
           IF WK-SZA-SHOHIN-NO (WK-IX) NOT = CFSHO-SHOHIN-NO
            OR WK-SZA-ZAN (WK-IX) = ZERO
             GO TO EXT
           END-IF.
           MOVE WK-SZA-SOKO-COD (WK-IX) TO WK-RPS-SOKO-COD.
           MOVE WK-SZA-ZAN (WK-IX) TO WK-RPS-ZAIKO.
           MOVE WK-RPT-SOKO TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       GOKEI-RTN           SECTION.
           MOVE WK-LIST-CNT TO WK-RPG-KENSU.
           MOVE WK-TOTAL-ZAIKO TO WK-RPG-ZAIKO.
           MOVE WK-TOTAL-BAIKA TO WK-RPG-BAIKA.
           MOVE WK-TOTAL-GENKA TO WK-RPG-GENKA.
           MOVE WK-RPT-GOKEI TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-SHO-FILE-ERR = "00" OR SHO-END-FLG = "Y"
             CLOSE SHO-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "SHOCNT=" WK-SHO-CNT.
           DISPLAY "LISTCNT=" WK-LIST-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM130 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KSBM130"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 2                     TO RUNHIS-CNT-CNT.
           MOVE "SHOCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-SHO-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "LISTCNT"             TO RUNHIS-CNT-LABEL (2).
           MOVE WK-LIST-CNT           TO RUNHIS-CNT-VALUE (2).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KSBM130 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
