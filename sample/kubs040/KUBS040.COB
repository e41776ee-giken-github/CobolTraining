      *                 控除を追加。引当は在庫バケットを減らさない
      *                 ため、引当済み・未出荷の数量を引かないと
      *                 過大な納期回答になっていた
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：仮押さえ(RSV、KCCFRSV)の控除を追加。有効期限
      *                 内の仮押さえ残数量を現在可能数から引く。ただし
      *                 呼出元が渡した得意先(ATP-TOKU-COD)自身の仮押
      *                 さえ分はその得意先の受注に使えるため引かない
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：委託倉庫(倉庫マスタSOKのCFSOK-ITAKU。得意先
      *                 預けの在庫)の在庫を現在可能数に含めないよう
      *                 にした(倉庫マスタが無ければ全倉庫を含める)
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：在庫の用意できる日(現在可能数で足りれば当日、
      *                 足りなければ最後に加えた入荷予定日)を出荷日と
      *                 して、納品先(ATP-SHIPTO-COD)の受入可能曜日と
      *                 輸送日数による納品日をKUBS070で求め、その納品
      *                 日で希望納期と比べるようにした。受入条件・
      *                 配送日数マスタが無ければ従来どおりの回答になる
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
           SELECT SZA-FILE
             ASSIGN TO EXTERNAL SZA
               FILE STATUS IS WK-SZA-FILE-ERR.
           SELECT SOK-FILE
             ASSIGN TO EXTERNAL SOK
               FILE STATUS IS WK-SOK-FILE-ERR.
           SELECT BOF-FILE
             ASSIGN TO EXTERNAL BOF
               FILE STATUS IS WK-BOF-FILE-ERR.
           SELECT RAL-FILE
             ASSIGN TO EXTERNAL RAL
               FILE STATUS IS WK-RAL-FILE-ERR.
           SELECT RSV-FILE
             ASSIGN TO EXTERNAL RSV
               FILE STATUS IS WK-RSV-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
       FD  SZA-FILE.
       01  SZA-REC.
           COPY KCCFSZA.
       FD  SOK-FILE.
       01  SOK-REC.
           COPY KCCFSOK.
       FD  BOF-FILE.
       01  BOF-REC.
           COPY KCCFBOF.
       FD  RAL-FILE.
       01  RAL-REC.
           COPY KCCFALF.
       FD  RSV-FILE.
       01  RSV-REC.
           COPY KCCFRSV.
      *
       WORKING-STORAGE     SECTION.
       01  WK-SZA-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-BOF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ERF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RAL-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RSV-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-LOADED-FLG               PIC  X(01) VALUE "N".
       01  SZA-END-FLG                 PIC  X(01) VALUE "N".
       01  SOK-END-FLG                 PIC  X(01) VALUE "N".
       01  BOF-END-FLG                 PIC  X(01) VALUE "N".
       01  ERF-END-FLG                 PIC  X(01) VALUE "N".
       01  RAL-END-FLG                 PIC  X(01) VALUE "N".
       01  RSV-END-FLG                 PIC  X(01) VALUE "N".
      ******************************************************************
      *  商品別の現在引当可能数テーブル
      ******************************************************************
                                        INDEXED BY WK-ZAI-IDX.
             05  WK-ZAI-SHOHIN-NO      PIC  X(05).
             05  WK-ZAI-ZAIKO          PIC S9(09).
      *      有効期限内の仮押さえ残数量(全得意先分)
             05  WK-ZAI-KARI           PIC S9(09).
       01  WK-LOOKUP-SHOHIN-NO         PIC  X(05).
      ******************************************************************
      *  委託倉庫テーブル(委託倉庫の在庫は現在可能数に含めない)
      ******************************************************************
       01  WK-ITK-TBL.
           03  WK-ITK-CNT              PIC  9(03) VALUE ZERO.
           03  WK-ITK-ENT              OCCURS 100 TIMES
                                        INDEXED BY WK-ITK-IDX.
             05  WK-ITK-SOKO-COD       PIC  X(02).
      ******************************************************************
      *  仮押さえテーブル(有効期限内のもの。自得意先分の判定用)
      ******************************************************************
       01  WK-RSV-TBL.
           03  WK-RSV-CNT              PIC  9(05) VALUE ZERO.
           03  WK-RSV-ENT              OCCURS 5000 TIMES.
             05  WK-RSV-TOKU-COD       PIC  X(04).
             05  WK-RSV-SHOHIN-NO      PIC  X(05).
             05  WK-RSV-SURYO          PIC  9(05).
       01  WK-RX                       PIC  9(05) VALUE ZERO.
       01  WK-TODAY                    PIC  9(08) VALUE ZERO.
       01  WK-JIBUN-KARI               PIC S9(09) VALUE ZERO.
      ******************************************************************
      *  入荷予定テーブル
      ******************************************************************
       01  WK-ERF-TBL.
      *
       01  WK-ZAN                      PIC S9(09) VALUE ZERO.
       01  WK-USE-NOKI                 PIC  9(08) VALUE ZERO.
      *在庫の用意できる日(KUBS070へ出荷日として渡す)
       01  WK-KANO-DATE                PIC  9(08) VALUE ZERO.
      *
      *納品先受入条件・出荷日調整(KUBS070)呼出用
           COPY KUBS070-PARAMS.
      *
       LINKAGE             SECTION.
           COPY KUBS040-PARAMS.
      ******************************************************************
       LOAD-RTN                 SECTION.
           MOVE "Y" TO WK-LOADED-FLG.
           OPEN INPUT SOK-FILE.
           IF WK-SOK-FILE-ERR = "00"
             PERFORM LOAD-SOK-RTN  UNTIL SOK-END-FLG = "Y"
             CLOSE SOK-FILE
           END-IF.
           OPEN INPUT SZA-FILE.
           IF WK-SZA-FILE-ERR = "00"
             PERFORM LOAD-SZA-RTN  UNTIL SZA-END-FLG = "Y"
             PERFORM LOAD-RAL-RTN  UNTIL RAL-END-FLG = "Y"
             CLOSE RAL-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WK-TODAY.
           OPEN INPUT RSV-FILE.
           IF WK-RSV-FILE-ERR = "00"
             PERFORM LOAD-RSV-RTN  UNTIL RSV-END-FLG = "Y"
             CLOSE RSV-FILE
           END-IF.
           OPEN INPUT ERF-FILE.
           IF WK-ERF-FILE-ERR = "00"
             PERFORM LOAD-ERF-RTN  UNTIL ERF-END-FLG = "Y"
           END-IF.
       EXT.
           EXIT.
      *
       LOAD-SOK-RTN             SECTION.
           READ SOK-FILE
             AT END
               MOVE "Y" TO SOK-END-FLG
               GO TO EXT
           END-READ.
           IF NOT CFSOK-ITAKU
             GO TO EXT
           END-IF.
           IF WK-ITK-CNT >= 100
             MOVE "Y" TO SOK-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-ITK-CNT.
           SET WK-ITK-IDX TO WK-ITK-CNT.
           MOVE CFSOK-SOKO-COD TO WK-ITK-SOKO-COD (WK-ITK-IDX).
       EXT.
           EXIT.
      *
       LOAD-SZA-RTN             SECTION.
           READ SZA-FILE
               MOVE "Y" TO SZA-END-FLG
               GO TO EXT
           END-READ.
      *    委託倉庫(得意先預け)の在庫は含めない
           IF WK-ITK-CNT > ZERO
             SET WK-ITK-IDX TO 1
             SEARCH WK-ITK-ENT
               AT END
                 CONTINUE
               WHEN WK-ITK-IDX > WK-ITK-CNT
                 CONTINUE
               WHEN WK-ITK-SOKO-COD (WK-ITK-IDX) = CFSZA-SOKO-COD
                 GO TO EXT
             END-SEARCH
           END-IF.
           MOVE CFSZA-SHOHIN-NO TO WK-LOOKUP-SHOHIN-NO.
           PERFORM FIND-ZAI-RTN.
           COMPUTE WK-ZAI-ZAIKO (WK-ZAI-IDX) =
             FROM WK-ZAI-ZAIKO (WK-ZAI-IDX).
       EXT.
           EXIT.
      *
      *    有効期限内の仮押さえは商品ごとに合計し、得意先別にも持つ
       LOAD-RSV-RTN             SECTION.
           READ RSV-FILE
             AT END
               MOVE "Y" TO RSV-END-FLG
               GO TO EXT
           END-READ.
           IF CFRSV-KIGEN-DATE < WK-TODAY
            OR CFRSV-SURYO = ZERO
             GO TO EXT
           END-IF.
           IF WK-RSV-CNT >= 5000
             DISPLAY "*** KUBS040 WARNING RSV TABLE FULL"
             MOVE "Y" TO RSV-END-FLG
             GO TO EXT
           END-IF.
           MOVE CFRSV-SHOHIN-NO TO WK-LOOKUP-SHOHIN-NO.
           PERFORM FIND-ZAI-RTN.
           ADD CFRSV-SURYO TO WK-ZAI-KARI (WK-ZAI-IDX).
           ADD 1 TO WK-RSV-CNT.
           MOVE CFRSV-TOKU-COD TO WK-RSV-TOKU-COD (WK-RSV-CNT).
           MOVE CFRSV-SHOHIN-NO TO WK-RSV-SHOHIN-NO (WK-RSV-CNT).
           MOVE CFRSV-SURYO TO WK-RSV-SURYO (WK-RSV-CNT).
       EXT.
           EXIT.
      *
       LOAD-ERF-RTN             SECTION.
           READ ERF-FILE
               MOVE WK-LOOKUP-SHOHIN-NO
                 TO WK-ZAI-SHOHIN-NO (WK-ZAI-IDX)
               MOVE ZERO TO WK-ZAI-ZAIKO (WK-ZAI-IDX)
               MOVE ZERO TO WK-ZAI-KARI (WK-ZAI-IDX)
             WHEN WK-ZAI-SHOHIN-NO (WK-ZAI-IDX)
                    = WK-LOOKUP-SHOHIN-NO
               CONTINUE
      *
           MOVE ATP-SHOHIN-NO TO WK-LOOKUP-SHOHIN-NO.
           PERFORM FIND-ZAI-RTN.
      *    他の得意先の仮押さえ分は使えない
           MOVE ZERO TO WK-JIBUN-KARI.
           IF ATP-TOKU-COD NOT = SPACE
             PERFORM JIBUN-KARI-RTN
               VARYING WK-RX FROM 1 BY 1
               UNTIL WK-RX > WK-RSV-CNT
           END-IF.
           COMPUTE WK-ZAN = ATP-SURYO - WK-ZAI-ZAIKO (WK-ZAI-IDX)
             + WK-ZAI-KARI (WK-ZAI-IDX) - WK-JIBUN-KARI.
           IF WK-ZAN <= ZERO
             MOVE FUNCTION CURRENT-DATE (1:8) TO WK-KANO-DATE
             PERFORM NOHINBI-RTN
      *      在庫は足りており、納品日の繰り下げも無ければ回答可
             IF NKB-NOHIN-DATE = WK-KANO-DATE
              OR NKB-NOHIN-DATE <= WK-USE-NOKI
               MOVE SPACE TO ATP-RCD
               MOVE WK-USE-NOKI TO ATP-KAITO-DATE
             ELSE
               MOVE "L" TO ATP-RCD
               MOVE NKB-NOHIN-DATE TO ATP-KAITO-DATE
             END-IF
             GO TO EXT
           END-IF.
      *
             GO TO EXT
           END-IF.
      *
      *    最後に加えた入荷予定日から出荷した場合の納品日が回答日
           MOVE ATP-KAITO-DATE TO WK-KANO-DATE.
           PERFORM NOHINBI-RTN.
           IF NKB-NOHIN-DATE <= WK-USE-NOKI
             MOVE SPACE TO ATP-RCD
             MOVE WK-USE-NOKI TO ATP-KAITO-DATE
           ELSE
             MOVE "L" TO ATP-RCD
             MOVE NKB-NOHIN-DATE TO ATP-KAITO-DATE
           END-IF.
       EXT.
           EXIT.
      *
      *    在庫の用意できる日を出荷日とした納品日(納品先の受入可能
      *    曜日まで出荷日を繰り下げ、輸送日数を加えた日)
       NOHINBI-RTN              SECTION.
           MOVE "C" TO NKB-FUNCTION.
           MOVE ATP-TOKU-COD TO NKB-TOKU-COD.
           MOVE ATP-SHIPTO-COD TO NKB-SHIPTO-COD.
           MOVE SPACE TO NKB-REGION-COD.
           MOVE SPACE TO NKB-CARRIER-COD.
           MOVE WK-KANO-DATE TO NKB-SHIP-DATE.
           CALL "KUBS070" USING KUBS070-P1.
           IF NKB-NOHIN-DATE = ZERO
             MOVE WK-KANO-DATE TO NKB-NOHIN-DATE
           END-IF.
       EXT.
           EXIT.
      *
       JIBUN-KARI-RTN           SECTION.
           IF WK-RSV-TOKU-COD (WK-RX) = ATP-TOKU-COD
            AND WK-RSV-SHOHIN-NO (WK-RX) = ATP-SHOHIN-NO
             ADD WK-RSV-SURYO (WK-RX) TO WK-JIBUN-KARI
           END-IF.
       EXT.
           EXIT.
