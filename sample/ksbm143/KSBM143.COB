       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KSBM143.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：商品
      * プログラム名  ：ＥＣサイト連携データ作成
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。外部ＥＣサイトへ商品・販売可能数・
      *                 単価を送る連携ファイル(ECO、ＣＳＶ)を作る。
      *                 1日に数回実行する。商品名・分類は商品マスタ
      *                 (KCCFSHO)・分類マスタ(KCCFCAT)から、単価は
      *                 単価履歴(KCCFPRH)の基準日以前で最も新しい
      *                 行(無ければ商品マスタの単価)から採る。販売
      *                 可能数は倉庫別在庫(KCCFSZA。閉鎖・委託倉庫を
      *                 除く)から引当済み未出荷(KCCFALF)を引いた数
      *                 で、出荷停止(KCCFSHH)中と終売の商品は0とする。
      *                 発売日前の商品と免許要の規制品は送らない。
      *                 環境変数KSBM143-MODE="D"で差分モードとなり、
      *                 前回実行日時(ECW、KCCFECW)より後にマスタ変更
      *                 履歴(KCCFMCJ)で商品・単価・分類が変わった
      *                 商品、在庫移動履歴(KCCFIDJ)に移動のある商品、
      *                 前回送信値(ECS、KCCFECS)と販売可能数・単価・
      *                 状態が違う商品だけを送る。未設定・"F"は全件
      *                 モード。前回送信済みで送信対象外となった商品
      *                 は削除("X")として送る。送信値は新世代(ECN)
      *                 へ書き出し、正常終了時にECWを実行開始日時で
      *                 書き換える。
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
           SELECT CAT-FILE
             ASSIGN TO EXTERNAL CAT
               FILE STATUS IS WK-CAT-FILE-ERR.
           SELECT PRH-FILE
             ASSIGN TO EXTERNAL PRH
               FILE STATUS IS WK-PRH-FILE-ERR.
           SELECT SOK-FILE
             ASSIGN TO EXTERNAL SOK
               FILE STATUS IS WK-SOK-FILE-ERR.
           SELECT SZA-FILE
             ASSIGN TO EXTERNAL SZA
               FILE STATUS IS WK-SZA-FILE-ERR.
           SELECT ALF-FILE
             ASSIGN TO EXTERNAL ALF
               FILE STATUS IS WK-ALF-FILE-ERR.
           SELECT SHH-FILE
             ASSIGN TO EXTERNAL SHH
               FILE STATUS IS WK-SHH-FILE-ERR.
           SELECT MCJ-FILE
             ASSIGN TO EXTERNAL MCJ
               FILE STATUS IS WK-MCJ-FILE-ERR.
           SELECT IDJ-FILE
             ASSIGN TO EXTERNAL IDJ
               FILE STATUS IS WK-IDJ-FILE-ERR.
           SELECT ECW-FILE
             ASSIGN TO EXTERNAL ECW
               FILE STATUS IS WK-ECW-FILE-ERR.
           SELECT ECS-FILE
             ASSIGN TO EXTERNAL ECS
               FILE STATUS IS WK-ECS-FILE-ERR.
           SELECT ECN-FILE
             ASSIGN TO EXTERNAL ECN
               FILE STATUS IS WK-ECN-FILE-ERR.
           SELECT ECO-FILE
             ASSIGN TO EXTERNAL ECO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-ECO-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
       FD  BSD-FILE.
       01  BSD-REC.
           COPY KCCFBSD.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  CAT-FILE.
       01  CAT-REC.
           COPY KCCFCAT.
       FD  PRH-FILE.
       01  PRH-REC.
           COPY KCCFPRH.
       FD  SOK-FILE.
       01  SOK-REC.
           COPY KCCFSOK.
       FD  SZA-FILE.
       01  SZA-REC.
           COPY KCCFSZA.
       FD  ALF-FILE.
       01  ALF-REC.
           COPY KCCFALF.
       FD  SHH-FILE.
       01  SHH-REC.
           COPY KCCFSHH.
       FD  MCJ-FILE.
       01  MCJ-REC.
           COPY KCCFMCJ.
       FD  IDJ-FILE.
       01  IDJ-REC.
           COPY KCCFIDJ.
       FD  ECW-FILE.
       01  ECW-REC.
           COPY KCCFECW.
      *    前回送信値(旧世代)
       FD  ECS-FILE.
       01  ECS-REC.
           COPY KCCFECS.
      *    今回送信値(新世代)
       FD  ECN-FILE.
       01  ECN-REC.
           COPY KCCFECS.
       FD  ECO-FILE.
       01  ECO-REC                     PIC  X(128).
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
       01  WK-CAT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-PRH-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SZA-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ALF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHH-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-MCJ-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IDJ-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ECW-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ECS-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ECN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ECO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  SHO-END-FLG                 PIC  X(01) VALUE "N".
       01  CAT-END-FLG                 PIC  X(01) VALUE "N".
       01  PRH-END-FLG                 PIC  X(01) VALUE "N".
       01  SOK-END-FLG                 PIC  X(01) VALUE "N".
       01  SZA-END-FLG                 PIC  X(01) VALUE "N".
       01  ALF-END-FLG                 PIC  X(01) VALUE "N".
       01  SHH-END-FLG                 PIC  X(01) VALUE "N".
       01  MCJ-END-FLG                 PIC  X(01) VALUE "N".
       01  IDJ-END-FLG                 PIC  X(01) VALUE "N".
       01  ECS-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      ******************************************************************
      *  実行モード("F"=全件  "D"=差分)と前回実行日時
      ******************************************************************
       01  WK-MODE                     PIC  X(01) VALUE "F".
         88  WK-MODE-ZENKEN            VALUE "F".
         88  WK-MODE-SABUN             VALUE "D".
       01  WK-MODE-X                   PIC  X(01) VALUE SPACE.
       01  WK-LAST-DT.
           03  WK-LAST-DATE            PIC  9(08) VALUE ZERO.
           03  WK-LAST-TIME            PIC  9(06) VALUE ZERO.
       01  WK-CHK-DT.
           03  WK-CHK-DATE             PIC  9(08) VALUE ZERO.
           03  WK-CHK-TIME             PIC  9(06) VALUE ZERO.
      ******************************************************************
      *  商品ごとの集計
      ******************************************************************
       01  WK-SHO-TBL.
           03  WK-SHO-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SHO-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-SHO-IDX.
             05  WK-SHO-SHOHIN-NO      PIC  X(05).
             05  WK-SHO-SHOHIN-MEI     PIC  X(20).
             05  WK-SHO-CATEGORY-COD   PIC  X(03).
             05  WK-SHO-ZEI-KBN        PIC  X(01).
             05  WK-SHO-TANKA          PIC S9(05)V9(2).
             05  WK-SHO-LIFE-KBN       PIC  X(01).
             05  WK-SHO-LIFE-DATE      PIC  9(08).
             05  WK-SHO-HATSUBAI-DATE  PIC  9(08).
             05  WK-SHO-MENKYO-KBN     PIC  X(01).
             05  WK-SHO-ZAIKO          PIC S9(09).
             05  WK-SHO-HIKIATE        PIC S9(09).
      *      "Y"=出荷停止中
             05  WK-SHO-TEISHI         PIC  X(01).
      *      "Y"=前回実行後にマスタ変更・在庫移動あり
             05  WK-SHO-HENKO          PIC  X(01).
      *      "Y"=前回送信値あり
             05  WK-SHO-OLD            PIC  X(01).
             05  WK-SHO-OLD-SURYO      PIC S9(07).
             05  WK-SHO-OLD-TANKA      PIC S9(05)V9(2).
             05  WK-SHO-OLD-STATUS     PIC  X(01).
       01  WK-FIND-SHOHIN-NO           PIC  X(05) VALUE SPACE.
       01  WK-FIND-OK                  PIC  X(01) VALUE "N".
       01  WK-IX                       PIC  9(05) VALUE ZERO.
      *    分類名
       01  WK-CAT-TBL.
           03  WK-CAT-CNT              PIC  9(03) VALUE ZERO.
           03  WK-CAT-ENT              OCCURS 500 TIMES
                                        INDEXED BY WK-CAT-IDX.
             05  WK-CAT-CATEGORY-COD   PIC  X(03).
             05  WK-CAT-CATEGORY-MEI   PIC  X(20).
       01  WK-HENKO-CATEGORY-COD       PIC  X(03) VALUE SPACE.
      *    販売可能数に含めない倉庫(閉鎖・委託)
       01  WK-JGI-TBL.
           03  WK-JGI-CNT              PIC  9(03) VALUE ZERO.
           03  WK-JGI-ENT              OCCURS 100 TIMES
                                        INDEXED BY WK-JGI-IDX.
             05  WK-JGI-SOKO-COD       PIC  X(02).
       01  WK-FIND-SOKO-COD            PIC  X(02) VALUE SPACE.
       01  WK-JGI-FLG                  PIC  X(01) VALUE "N".
      ******************************************************************
      *  送信1件分
      ******************************************************************
       01  WK-SURYO                    PIC S9(09) VALUE ZERO.
       01  WK-STATUS                   PIC  X(01) VALUE SPACE.
       01  WK-SOSHIN-FLG               PIC  X(01) VALUE "N".
       01  WK-CSV-SHOHIN-NO            PIC  X(05) VALUE SPACE.
       01  WK-CSV-SHOHIN-MEI           PIC  X(20) VALUE SPACE.
       01  WK-CSV-CATEGORY-COD         PIC  X(03) VALUE SPACE.
       01  WK-CSV-CATEGORY-MEI         PIC  X(20) VALUE SPACE.
       01  WK-CSV-TANKA                PIC  9(05).9(02) VALUE ZERO.
       01  WK-CSV-ZEI-KBN              PIC  X(01) VALUE SPACE.
       01  WK-CSV-SURYO                PIC  9(07) VALUE ZERO.
       01  WK-CSV-STATUS               PIC  X(01) VALUE SPACE.
       01  WK-CSV-CNT                  PIC  9(09) VALUE ZERO.
      *
       01  WK-PRH-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-MCJ-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-IDJ-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-SEND-CNT                 PIC  9(09) VALUE ZERO.
       01  WK-DEL-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-SKIP-CNT                 PIC  9(09) VALUE ZERO.
       01  WK-ECN-CNT                  PIC  9(09) VALUE ZERO.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KSBM143 START ***".
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
           DISPLAY "KSBM143-MODE" UPON ENVIRONMENT-NAME.
           ACCEPT WK-MODE-X FROM ENVIRONMENT-VALUE.
           IF WK-MODE-X = "D"
             MOVE "D" TO WK-MODE
           ELSE
             IF WK-MODE-X NOT = SPACE
              AND WK-MODE-X NOT = "F"
               DISPLAY "*** KSBM143 WARNING MODE FUSEI " WK-MODE-X
               MOVE RC-WARNING TO RETURN-CODE
             END-IF
           END-IF.
      *
      *    前回実行日時(無ければ差分モードでも全件が変更ありとなる)
           OPEN INPUT ECW-FILE.
           IF WK-ECW-FILE-ERR = "00"
             READ ECW-FILE
               AT END
                 CONTINUE
             END-READ
             IF WK-ECW-FILE-ERR = "00"
              AND CFECW-LAST-DATE IS NUMERIC
              AND CFECW-LAST-TIME IS NUMERIC
               MOVE CFECW-LAST-DATE TO WK-LAST-DATE
               MOVE CFECW-LAST-TIME TO WK-LAST-TIME
             END-IF
             CLOSE ECW-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-ECW-FILE-ERR.
           DISPLAY "*** KSBM143 KIJUN=" WK-BASE-DATE
                   " MODE=" WK-MODE
                   " ZENKAI=" WK-LAST-DATE "-" WK-LAST-TIME.
      *
           OPEN INPUT SHO-FILE.
           IF WK-SHO-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM143 ABEND NOT SHO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN INPUT SZA-FILE.
           IF WK-SZA-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM143 ABEND NOT SZA-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT ECN-FILE.
           IF WK-ECN-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM143 ABEND NOT ECN-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT ECO-FILE.
           IF WK-ECO-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM143 ABEND NOT ECO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
      *
           PERFORM LOAD-SHO-RTN  UNTIL SHO-END-FLG = "Y".
           CLOSE SHO-FILE.
           MOVE HIGH-VALUE TO WK-SHO-FILE-ERR.
      *
      *    以下は無い運用もあるため開けなければ0件で続ける
           OPEN INPUT CAT-FILE.
           IF WK-CAT-FILE-ERR = "00"
             PERFORM LOAD-CAT-RTN  UNTIL CAT-END-FLG = "Y"
             CLOSE CAT-FILE
           END-IF.
           OPEN INPUT PRH-FILE.
           IF WK-PRH-FILE-ERR = "00"
             PERFORM LOAD-PRH-RTN  UNTIL PRH-END-FLG = "Y"
             CLOSE PRH-FILE
           END-IF.
           OPEN INPUT SOK-FILE.
           IF WK-SOK-FILE-ERR = "00"
             PERFORM LOAD-SOK-RTN  UNTIL SOK-END-FLG = "Y"
             CLOSE SOK-FILE
           END-IF.
           PERFORM LOAD-SZA-RTN  UNTIL SZA-END-FLG = "Y".
           CLOSE SZA-FILE.
           MOVE HIGH-VALUE TO WK-SZA-FILE-ERR.
           OPEN INPUT ALF-FILE.
           IF WK-ALF-FILE-ERR = "00"
             PERFORM LOAD-ALF-RTN  UNTIL ALF-END-FLG = "Y"
             CLOSE ALF-FILE
           ELSE
             DISPLAY "*** KSBM143 ALF-FILE NASHI (HIKIATE 0)"
           END-IF.
           OPEN INPUT SHH-FILE.
           IF WK-SHH-FILE-ERR = "00"
             PERFORM LOAD-SHH-RTN  UNTIL SHH-END-FLG = "Y"
             CLOSE SHH-FILE
           END-IF.
      *
      *    差分モードの変更判定(マスタ変更履歴・在庫移動履歴)
           IF WK-MODE-SABUN
             OPEN INPUT MCJ-FILE
             IF WK-MCJ-FILE-ERR = "00"
               PERFORM LOAD-MCJ-RTN  UNTIL MCJ-END-FLG = "Y"
               CLOSE MCJ-FILE
             ELSE
               DISPLAY "*** KSBM143 MCJ-FILE NASHI (MASTER HENKO 0)"
             END-IF
             OPEN INPUT IDJ-FILE
             IF WK-IDJ-FILE-ERR = "00"
               PERFORM LOAD-IDJ-RTN  UNTIL IDJ-END-FLG = "Y"
               CLOSE IDJ-FILE
             ELSE
               DISPLAY "*** KSBM143 IDJ-FILE NASHI (IDO 0)"
             END-IF
           END-IF.
       EXT.
           EXIT.
      *
       LOAD-SHO-RTN        SECTION.
           READ SHO-FILE
             AT END
               MOVE "Y" TO SHO-END-FLG
               GO TO EXT
           END-READ.
           IF WK-SHO-CNT >= 5000
             DISPLAY "!!! KSBM143 ABEND : SHO TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SHO-CNT.
           SET WK-SHO-IDX TO WK-SHO-CNT.
           INITIALIZE WK-SHO-ENT (WK-SHO-IDX).
           MOVE CFSHO-SHOHIN-NO TO WK-SHO-SHOHIN-NO (WK-SHO-IDX).
           MOVE CFSHO-SHOHIN-MEI TO WK-SHO-SHOHIN-MEI (WK-SHO-IDX).
           MOVE CFSHO-CATEGORY-COD TO WK-SHO-CATEGORY-COD (WK-SHO-IDX).
           MOVE CFSHO-ZEI-KBN TO WK-SHO-ZEI-KBN (WK-SHO-IDX).
           MOVE CFSHO-TANKA TO WK-SHO-TANKA (WK-SHO-IDX).
           MOVE CFSHO-LIFE-KBN TO WK-SHO-LIFE-KBN (WK-SHO-IDX).
           MOVE CFSHO-LIFE-DATE TO WK-SHO-LIFE-DATE (WK-SHO-IDX).
           MOVE CFSHO-HATSUBAI-DATE
             TO WK-SHO-HATSUBAI-DATE (WK-SHO-IDX).
           MOVE CFSHO-MENKYO-KBN TO WK-SHO-MENKYO-KBN (WK-SHO-IDX).
           MOVE "N" TO WK-SHO-TEISHI (WK-SHO-IDX).
           MOVE "N" TO WK-SHO-HENKO (WK-SHO-IDX).
           MOVE "N" TO WK-SHO-OLD (WK-SHO-IDX).
       EXT.
           EXIT.
      *
       LOAD-CAT-RTN        SECTION.
           READ CAT-FILE
             AT END
               MOVE "Y" TO CAT-END-FLG
               GO TO EXT
           END-READ.
           IF WK-CAT-CNT >= 500
             GO TO EXT
           END-IF.
           ADD 1 TO WK-CAT-CNT.
           MOVE CFCAT-CATEGORY-COD TO WK-CAT-CATEGORY-COD (WK-CAT-CNT).
           MOVE CFCAT-CATEGORY-MEI TO WK-CAT-CATEGORY-MEI (WK-CAT-CNT).
       EXT.
           EXIT.
      *
      *    単価履歴は商品番号・効力発生日の昇順のため、基準日以前の
      *    行を順に上書きすれば最後に残るのが現在の単価となる
       LOAD-PRH-RTN        SECTION.
           READ PRH-FILE
             AT END
               MOVE "Y" TO PRH-END-FLG
               GO TO EXT
           END-READ.
           IF CFPRH-EFF-DATE > WK-BASE-DATE
             GO TO EXT
           END-IF.
           MOVE CFPRH-SHOHIN-NO TO WK-FIND-SHOHIN-NO.
           PERFORM FIND-SHO-RTN.
           IF WK-FIND-OK = "N"
             GO TO EXT
           END-IF.
           ADD 1 TO WK-PRH-CNT.
           MOVE CFPRH-TANKA TO WK-SHO-TANKA (WK-SHO-IDX).
       EXT.
           EXIT.
      *
       LOAD-SOK-RTN        SECTION.
           READ SOK-FILE
             AT END
               MOVE "Y" TO SOK-END-FLG
               GO TO EXT
           END-READ.
           IF NOT CFSOK-ITAKU
            AND NOT CFSOK-CLOSED
             GO TO EXT
           END-IF.
           IF WK-JGI-CNT >= 100
             DISPLAY "!!! KSBM143 ABEND : SOK TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-JGI-CNT.
           MOVE CFSOK-SOKO-COD TO WK-JGI-SOKO-COD (WK-JGI-CNT).
       EXT.
           EXIT.
      *
       LOAD-SZA-RTN        SECTION.
           READ SZA-FILE
             AT END
               MOVE "Y" TO SZA-END-FLG
               GO TO EXT
           END-READ.
           MOVE CFSZA-SOKO-COD TO WK-FIND-SOKO-COD.
           PERFORM JGI-SOKO-RTN.
           IF WK-JGI-FLG = "Y"
             GO TO EXT
           END-IF.
           MOVE CFSZA-SHOHIN-NO TO WK-FIND-SHOHIN-NO.
           PERFORM FIND-SHO-RTN.
           IF WK-FIND-OK = "N"
             GO TO EXT
           END-IF.
           COMPUTE WK-SHO-ZAIKO (WK-SHO-IDX) =
                   WK-SHO-ZAIKO (WK-SHO-IDX)
                 + CFSZA-ZENGETU-ZAIKO
                 + CFSZA-TOUGETU-NYUKO
                 - CFSZA-TOUGETU-SYUKO.
       EXT.
           EXIT.
      *
       LOAD-ALF-RTN        SECTION.
           READ ALF-FILE
             AT END
               MOVE "Y" TO ALF-END-FLG
               GO TO EXT
           END-READ.
           MOVE CFALF-SOKO-COD TO WK-FIND-SOKO-COD.
           PERFORM JGI-SOKO-RTN.
           IF WK-JGI-FLG = "Y"
             GO TO EXT
           END-IF.
           MOVE CFALF-SHOHIN-NO TO WK-FIND-SHOHIN-NO.
           PERFORM FIND-SHO-RTN.
           IF WK-FIND-OK = "N"
             GO TO EXT
           END-IF.
           ADD CFALF-SURYO TO WK-SHO-HIKIATE (WK-SHO-IDX).
       EXT.
           EXIT.
      *
       LOAD-SHH-RTN        SECTION.
           READ SHH-FILE
             AT END
               MOVE "Y" TO SHH-END-FLG
               GO TO EXT
           END-READ.
           MOVE CFSHH-SHOHIN-NO TO WK-FIND-SHOHIN-NO.
           PERFORM FIND-SHO-RTN.
           IF WK-FIND-OK = "Y"
             MOVE "Y" TO WK-SHO-TEISHI (WK-SHO-IDX)
           END-IF.
       EXT.
           EXIT.
      *
      *    前回実行日時より後の商品・単価・分類の変更
       LOAD-MCJ-RTN        SECTION.
           READ MCJ-FILE
             AT END
               MOVE "Y" TO MCJ-END-FLG
               GO TO EXT
           END-READ.
           MOVE CFMCJ-DATE TO WK-CHK-DATE.
           MOVE CFMCJ-TIME TO WK-CHK-TIME.
           IF WK-CHK-DT NOT > WK-LAST-DT
             GO TO EXT
           END-IF.
           IF CFMCJ-RESOURCE = "KCCFSHO"
            OR CFMCJ-RESOURCE = "KCCFPRH"
             MOVE CFMCJ-KEY (1:5) TO WK-FIND-SHOHIN-NO
             PERFORM FIND-SHO-RTN
             IF WK-FIND-OK = "Y"
               MOVE "Y" TO WK-SHO-HENKO (WK-SHO-IDX)
               ADD 1 TO WK-MCJ-CNT
             END-IF
             GO TO EXT
           END-IF.
           IF CFMCJ-RESOURCE = "KCCFCAT"
             ADD 1 TO WK-MCJ-CNT
             MOVE CFMCJ-KEY (1:3) TO WK-HENKO-CATEGORY-COD
             PERFORM CAT-HENKO-RTN
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX > WK-SHO-CNT
           END-IF.
       EXT.
           EXIT.
      *
       CAT-HENKO-RTN       SECTION.
           IF WK-SHO-CATEGORY-COD (WK-IX) = WK-HENKO-CATEGORY-COD
             MOVE "Y" TO WK-SHO-HENKO (WK-IX)
           END-IF.
       EXT.
           EXIT.
      *
      *    前回実行日時より後の在庫移動
       LOAD-IDJ-RTN        SECTION.
           READ IDJ-FILE
             AT END
               MOVE "Y" TO IDJ-END-FLG
               GO TO EXT
           END-READ.
           MOVE CFIDJ-DATE TO WK-CHK-DATE.
           MOVE CFIDJ-TIME TO WK-CHK-TIME.
           IF WK-CHK-DT NOT > WK-LAST-DT
             GO TO EXT
           END-IF.
           MOVE CFIDJ-SHOHIN-NO TO WK-FIND-SHOHIN-NO.
           PERFORM FIND-SHO-RTN.
           IF WK-FIND-OK = "Y"
             MOVE "Y" TO WK-SHO-HENKO (WK-SHO-IDX)
             ADD 1 TO WK-IDJ-CNT
           END-IF.
       EXT.
           EXIT.
      *
       FIND-SHO-RTN        SECTION.
           MOVE "N" TO WK-FIND-OK.
           IF WK-SHO-CNT = ZERO
             GO TO EXT
           END-IF.
           SET WK-SHO-IDX TO 1.
           SEARCH WK-SHO-ENT
             AT END
               CONTINUE
             WHEN WK-SHO-IDX > WK-SHO-CNT
               CONTINUE
             WHEN WK-SHO-SHOHIN-NO (WK-SHO-IDX) = WK-FIND-SHOHIN-NO
               MOVE "Y" TO WK-FIND-OK
           END-SEARCH.
       EXT.
           EXIT.
      *
       JGI-SOKO-RTN        SECTION.
           MOVE "N" TO WK-JGI-FLG.
           IF WK-JGI-CNT = ZERO
             GO TO EXT
           END-IF.
           SET WK-JGI-IDX TO 1.
           SEARCH WK-JGI-ENT
             AT END
               CONTINUE
             WHEN WK-JGI-IDX > WK-JGI-CNT
               CONTINUE
             WHEN WK-JGI-SOKO-COD (WK-JGI-IDX) = WK-FIND-SOKO-COD
               MOVE "Y" TO WK-JGI-FLG
           END-SEARCH.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    連携ファイル作成(見出し・前回送信値の読込と削除分・商品別・
      *    件数)
      ******************************************************************
       MAIN-RTN            SECTION.
           MOVE SPACE TO ECO-REC.
           STRING "H,"                 DELIMITED BY SIZE
                  WK-MODE              DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WK-BASE-DATE         DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WK-RUNHIS-START-DATE DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WK-RUNHIS-START-TIME DELIMITED BY SIZE
             INTO ECO-REC
           END-STRING.
           WRITE ECO-REC.
      *
           OPEN INPUT ECS-FILE.
           IF WK-ECS-FILE-ERR = "00"
             PERFORM LOAD-ECS-RTN  UNTIL ECS-END-FLG = "Y"
             CLOSE ECS-FILE
           ELSE
             DISPLAY "*** KSBM143 ECS-FILE NASHI (ZENKAI SOSHIN 0)"
           END-IF.
           MOVE HIGH-VALUE TO WK-ECS-FILE-ERR.
      *
           PERFORM SHOHIN-RTN
             VARYING WK-IX FROM 1 BY 1
             UNTIL WK-IX > WK-SHO-CNT.
      *
           MOVE SPACE TO ECO-REC.
           STRING "T,"                 DELIMITED BY SIZE
                  WK-CSV-CNT           DELIMITED BY SIZE
             INTO ECO-REC
           END-STRING.
           WRITE ECO-REC.
       EXT.
           EXIT.
      *
      *    前回送信値。商品マスタから消えた商品は削除として送る
       LOAD-ECS-RTN        SECTION.
           READ ECS-FILE
             AT END
               MOVE "Y" TO ECS-END-FLG
               GO TO EXT
           END-READ.
           MOVE CFECS-SHOHIN-NO OF ECS-REC TO WK-FIND-SHOHIN-NO.
           PERFORM FIND-SHO-RTN.
           IF WK-FIND-OK = "N"
             MOVE CFECS-SHOHIN-NO OF ECS-REC TO WK-CSV-SHOHIN-NO
             PERFORM WRITE-DEL-RTN
             GO TO EXT
           END-IF.
           MOVE "Y" TO WK-SHO-OLD (WK-SHO-IDX).
           MOVE CFECS-HANBAI-SURYO OF ECS-REC
             TO WK-SHO-OLD-SURYO (WK-SHO-IDX).
           MOVE CFECS-TANKA OF ECS-REC TO WK-SHO-OLD-TANKA (WK-SHO-IDX).
           MOVE CFECS-STATUS OF ECS-REC
             TO WK-SHO-OLD-STATUS (WK-SHO-IDX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    商品1件分。販売可能数・状態を求め、全件モードまたは変更の
      *    ある商品を送る
      ******************************************************************
       SHOHIN-RTN          SECTION.
      *    発売日前の商品・免許要の規制品はＥＣサイトで売らない
           IF (WK-SHO-HATSUBAI-DATE (WK-IX) NOT = ZERO
            AND WK-SHO-HATSUBAI-DATE (WK-IX) > WK-BASE-DATE)
            OR WK-SHO-MENKYO-KBN (WK-IX) = "Y"
             IF WK-SHO-OLD (WK-IX) = "Y"
               MOVE WK-SHO-SHOHIN-NO (WK-IX) TO WK-CSV-SHOHIN-NO
               PERFORM WRITE-DEL-RTN
             END-IF
             GO TO EXT
           END-IF.
      *
           COMPUTE WK-SURYO = WK-SHO-ZAIKO (WK-IX)
                            - WK-SHO-HIKIATE (WK-IX).
           IF WK-SURYO < ZERO
             MOVE ZERO TO WK-SURYO
           END-IF.
           IF WK-SURYO > 9999999
             MOVE 9999999 TO WK-SURYO
           END-IF.
           MOVE "A" TO WK-STATUS.
           IF WK-SHO-LIFE-KBN (WK-IX) = "E"
            AND (WK-SHO-LIFE-DATE (WK-IX) = ZERO
             OR WK-SHO-LIFE-DATE (WK-IX) NOT > WK-BASE-DATE)
             MOVE "E" TO WK-STATUS
             MOVE ZERO TO WK-SURYO
           END-IF.
           IF WK-SHO-TEISHI (WK-IX) = "Y"
             MOVE "S" TO WK-STATUS
             MOVE ZERO TO WK-SURYO
           END-IF.
      *
           MOVE "Y" TO WK-SOSHIN-FLG.
           IF WK-MODE-SABUN
            AND WK-SHO-HENKO (WK-IX) = "N"
            AND WK-SHO-OLD (WK-IX) = "Y"
            AND WK-SHO-OLD-SURYO (WK-IX) = WK-SURYO
            AND WK-SHO-OLD-TANKA (WK-IX) = WK-SHO-TANKA (WK-IX)
            AND WK-SHO-OLD-STATUS (WK-IX) = WK-STATUS
             MOVE "N" TO WK-SOSHIN-FLG
           END-IF.
           IF WK-SOSHIN-FLG = "Y"
             PERFORM WRITE-ECO-RTN
           ELSE
             ADD 1 TO WK-SKIP-CNT
           END-IF.
      *
           MOVE SPACE TO ECN-REC.
           MOVE WK-SHO-SHOHIN-NO (WK-IX) TO CFECS-SHOHIN-NO OF ECN-REC.
           MOVE WK-SURYO TO CFECS-HANBAI-SURYO OF ECN-REC.
           MOVE WK-SHO-TANKA (WK-IX) TO CFECS-TANKA OF ECN-REC.
           MOVE WK-STATUS TO CFECS-STATUS OF ECN-REC.
           WRITE ECN-REC.
           ADD 1 TO WK-ECN-CNT.
       EXT.
           EXIT.
      *
       WRITE-ECO-RTN       SECTION.
           MOVE WK-SHO-SHOHIN-NO (WK-IX) TO WK-CSV-SHOHIN-NO.
           MOVE WK-SHO-SHOHIN-MEI (WK-IX) TO WK-CSV-SHOHIN-MEI.
           MOVE WK-SHO-CATEGORY-COD (WK-IX) TO WK-CSV-CATEGORY-COD.
           MOVE SPACE TO WK-CSV-CATEGORY-MEI.
           IF WK-CAT-CNT > ZERO
             SET WK-CAT-IDX TO 1
             SEARCH WK-CAT-ENT
               AT END
                 CONTINUE
               WHEN WK-CAT-IDX > WK-CAT-CNT
                 CONTINUE
               WHEN WK-CAT-CATEGORY-COD (WK-CAT-IDX)
                  = WK-CSV-CATEGORY-COD
                 MOVE WK-CAT-CATEGORY-MEI (WK-CAT-IDX)
                   TO WK-CSV-CATEGORY-MEI
             END-SEARCH
           END-IF.
           MOVE WK-SHO-TANKA (WK-IX) TO WK-CSV-TANKA.
           MOVE WK-SHO-ZEI-KBN (WK-IX) TO WK-CSV-ZEI-KBN.
           MOVE WK-SURYO TO WK-CSV-SURYO.
           MOVE WK-STATUS TO WK-CSV-STATUS.
           PERFORM WRITE-CSV-RTN.
           ADD 1 TO WK-SEND-CNT.
       EXT.
           EXIT.
      *
      *    削除("X")。商品番号のみ送る
       WRITE-DEL-RTN       SECTION.
           MOVE SPACE TO WK-CSV-SHOHIN-MEI.
           MOVE SPACE TO WK-CSV-CATEGORY-COD.
           MOVE SPACE TO WK-CSV-CATEGORY-MEI.
           MOVE ZERO TO WK-CSV-TANKA.
           MOVE SPACE TO WK-CSV-ZEI-KBN.
           MOVE ZERO TO WK-CSV-SURYO.
           MOVE "X" TO WK-CSV-STATUS.
           PERFORM WRITE-CSV-RTN.
           ADD 1 TO WK-DEL-CNT.
       EXT.
           EXIT.
      *
       WRITE-CSV-RTN       SECTION.
           MOVE SPACE TO ECO-REC.
           STRING "D,"                 DELIMITED BY SIZE
                  WK-CSV-SHOHIN-NO     DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WK-CSV-SHOHIN-MEI    DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WK-CSV-CATEGORY-COD  DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WK-CSV-CATEGORY-MEI  DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WK-CSV-TANKA         DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WK-CSV-ZEI-KBN       DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WK-CSV-SURYO         DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  WK-CSV-STATUS        DELIMITED BY SIZE
             INTO ECO-REC
           END-STRING.
           WRITE ECO-REC.
           ADD 1 TO WK-CSV-CNT.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-SHO-FILE-ERR = "00"
             CLOSE SHO-FILE
           END-IF.
           IF WK-SZA-FILE-ERR = "00"
             CLOSE SZA-FILE
           END-IF.
           IF WK-ECN-FILE-ERR = "00"
             CLOSE ECN-FILE
           END-IF.
           IF WK-ECO-FILE-ERR = "00"
             CLOSE ECO-FILE
           END-IF.
      *    正常に作成できたときだけ前回実行日時を今回の開始日時へ進める
           IF WK-INIT-OK-FLG = "Y"
            AND RETURN-CODE < RC-DATA-ERROR
             PERFORM WRITE-ECW-RTN
           END-IF.
           DISPLAY "SHOCNT=" WK-SHO-CNT.
           DISPLAY "PRHCNT=" WK-PRH-CNT.
           DISPLAY "MCJCNT=" WK-MCJ-CNT.
           DISPLAY "IDJCNT=" WK-IDJ-CNT.
           DISPLAY "SENDCNT=" WK-SEND-CNT.
           DISPLAY "DELCNT=" WK-DEL-CNT.
           DISPLAY "SKIPCNT=" WK-SKIP-CNT.
           DISPLAY "ECNCNT=" WK-ECN-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM143 END ***".
       EXT.
           EXIT.
      *
       WRITE-ECW-RTN       SECTION.
           OPEN OUTPUT ECW-FILE.
           IF WK-ECW-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM143 WARNING ECW WRITE FAILED"
             MOVE RC-WARNING TO RETURN-CODE
             GO TO EXT
           END-IF.
           MOVE SPACE TO ECW-REC.
           MOVE WK-RUNHIS-START-DATE TO CFECW-LAST-DATE.
           MOVE WK-RUNHIS-START-TIME TO CFECW-LAST-TIME.
           MOVE WK-MODE TO CFECW-LAST-MODE.
           WRITE ECW-REC.
           CLOSE ECW-FILE.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KSBM143"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 4                     TO RUNHIS-CNT-CNT.
           MOVE "SHOCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-SHO-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "SENDCNT"             TO RUNHIS-CNT-LABEL (2).
           MOVE WK-SEND-CNT           TO RUNHIS-CNT-VALUE (2).
           MOVE "DELCNT"              TO RUNHIS-CNT-LABEL (3).
           MOVE WK-DEL-CNT            TO RUNHIS-CNT-VALUE (3).
           MOVE "SKIPCNT"             TO RUNHIS-CNT-LABEL (4).
           MOVE WK-SKIP-CNT           TO RUNHIS-CNT-VALUE (4).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KSBM143 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
