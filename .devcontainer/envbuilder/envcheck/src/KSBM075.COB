      *    させず、一覧末尾の「単価未設定」区へ別掲する。分類コード別
      *    小計と総合計を印刷する。
      ******************************************************************
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：在庫残を移動平均原価(AVC-FILE)でも評価し、
      *                  　原価評価額合計を総合計の後に印刷する。両方の
      *                  　合計を在庫評価額履歴(VLH-FILE)へ追記し、売上
      *                  　原価・在庫仕訳作成(KSBM126)の照合に使わせる
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
           SELECT PRH-FILE
             ASSIGN TO EXTERNAL PRH
               FILE STATUS IS WK-PRH-FILE-ERR.
           SELECT AVC-FILE
             ASSIGN TO EXTERNAL AVC
               FILE STATUS IS WK-AVC-FILE-ERR.
           SELECT VLH-FILE
             ASSIGN TO EXTERNAL VLH
               FILE STATUS IS WK-VLH-FILE-ERR.
           SELECT OEF-FILE
             ASSIGN TO EXTERNAL OEF
               FILE STATUS IS WK-OEF-FILE-ERR.
       FD  PRH-FILE.
       01  PRH-REC.
           COPY KCCFPRH.
       FD  AVC-FILE.
       01  AVC-REC.
           COPY KCCFAVC.
       FD  VLH-FILE.
       01  VLH-REC.
           COPY KCCFVLH.
       FD  OEF-FILE.
       01  OEF-REC                     PIC X(100).
      *
       01  WK-SHO-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-PRH-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-OEF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-AVC-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-VLH-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  AVC-END-FLG                 PIC X VALUE "N".
       01  SHO-END-FLG                 PIC X VALUE "N".
       01  PRH-END-FLG                 PIC X.
       01  SHO-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-HYOKA-TANKA              PIC S9(05)V9(2) VALUE ZERO.
       01  WK-HYOKA-GAKU               PIC S9(13) VALUE ZERO.
       01  WK-SOUGOKEI-GAKU            PIC S9(13) VALUE ZERO.
      *移動平均原価による評価
       01  WK-GENKA-TANKA              PIC S9(05)V9(04) VALUE ZERO.
       01  WK-GENKA-GAKU               PIC S9(13) VALUE ZERO.
       01  WK-GENKA-GOKEI              PIC S9(13) VALUE ZERO.
      *
      *移動平均原価テーブル
       01  WK-AVC-TBL.
           03  WK-AVC-CNT              PIC 9(5) VALUE ZERO.
           03  WK-AVC-ENT              OCCURS 9999 TIMES
                                       INDEXED BY WK-AVC-IDX.
             05  WK-AVC-SHOHIN-NO      PIC X(5).
             05  WK-AVC-AVG-GENKA      PIC S9(05)V9(04).
      *
      *単価履歴突合用テーブル
       01  WK-PRH-TBL.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-SG-GAKU              PIC ---,---,---,--9.
      *
      *原価評価額合計行
       01  WK-GENKA-LINE.
           03  FILLER                  PIC X(23) VALUE
             "■ 原価評価額 ■".
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-GL-GAKU              PIC ---,---,---,--9.
      *
      *単価未設定行
       01  WK-NOP-LINE.
           03  WK-NL-SHOHIN-NO         PIC X(5).
      *
           IF SHO-END-FLG NOT = "Y"
             PERFORM LOAD-PRICE-HISTORY-RTN
             PERFORM LOAD-AVC-FILE-RTN
           END-IF.
      *
           IF SHO-END-FLG NOT = "Y"
       EXI.
           EXIT.
      ******************************************************************
      *    移動平均原価読込処理（ファイルが無い場合は原価評価額ゼロ）
      ******************************************************************
       LOAD-AVC-FILE-RTN               SECTION.
           OPEN INPUT AVC-FILE.
           IF WK-AVC-FILE-ERR = 00
             PERFORM LOAD-AVC-RTN UNTIL AVC-END-FLG = "Y"
             CLOSE AVC-FILE
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    移動平均原価テーブル格納処理
      ******************************************************************
       LOAD-AVC-RTN                    SECTION.
           READ AVC-FILE
             AT END
               MOVE "Y" TO AVC-END-FLG
           END-READ.
           IF AVC-END-FLG NOT = "Y"
             ADD 1 TO WK-AVC-CNT
             MOVE CFAVC-SHOHIN-NO TO WK-AVC-SHOHIN-NO (WK-AVC-CNT)
             MOVE CFAVC-AVG-GENKA TO WK-AVC-AVG-GENKA (WK-AVC-CNT)
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    読み込み処理
      ******************************************************************
       READ-RTN                        SECTION.
                             + CFSHO-TOUGETU-NYUKO
                             - CFSHO-TOUGETU-SYUKO.
           PERFORM FIND-PRICE-RTN.
           PERFORM FIND-AVC-RTN.
           COMPUTE WK-GENKA-GAKU ROUNDED = WK-ZAIKO * WK-GENKA-TANKA.
           COMPUTE WK-GENKA-GOKEI = WK-GENKA-GOKEI + WK-GENKA-GAKU.
      *
           IF WK-ZAIKO NOT = ZERO AND WK-HYOKA-TANKA = ZERO
      *      在庫があるのに評価単価が無い商品は別掲する
       EXI.
           EXIT.
      ******************************************************************
      *    移動平均原価検索処理（無ければゼロ）
      ******************************************************************
       FIND-AVC-RTN                    SECTION.
           MOVE ZERO TO WK-GENKA-TANKA.
           IF WK-AVC-CNT > 0
             SET WK-AVC-IDX TO 1
             SEARCH WK-AVC-ENT
               AT END
                 CONTINUE
               WHEN WK-AVC-IDX > WK-AVC-CNT
                 CONTINUE
               WHEN WK-AVC-SHOHIN-NO (WK-AVC-IDX) = CFSHO-SHOHIN-NO
                 MOVE WK-AVC-AVG-GENKA (WK-AVC-IDX) TO WK-GENKA-TANKA
             END-SEARCH
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    単価履歴一件分の比較処理
      ******************************************************************
       FIND-PRICE-SCAN-RTN             SECTION.
             MOVE WK-SOUGOKEI TO OEF-REC
             WRITE OEF-REC AFTER 2
             ADD 2 TO OEF-CNT
             MOVE WK-GENKA-GOKEI TO WK-GL-GAKU
             MOVE WK-GENKA-LINE TO OEF-REC
             WRITE OEF-REC AFTER 1
             ADD 1 TO OEF-CNT
             PERFORM WRITE-VLH-RTN
      *
             IF WK-NOP-CNT > 0
               MOVE SPACE TO OEF-REC
           DISPLAY "*** KSBM075 SHO=" SHO-CNT.
           DISPLAY "*** KSBM075 OEF=" OEF-CNT.
           DISPLAY "*** KSBM075 NOPRICE=" WK-NOPRICE-CNT.
           DISPLAY "*** KSBM075 GENKA=" WK-GENKA-GOKEI.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM075 END ***".
       EXI.
           EXIT.
      ******************************************************************
      *    在庫評価額履歴追記処理
      ******************************************************************
       WRITE-VLH-RTN                   SECTION.
           OPEN EXTEND VLH-FILE.
           IF WK-VLH-FILE-ERR NOT = 00
             OPEN OUTPUT VLH-FILE
           END-IF.
           IF WK-VLH-FILE-ERR NOT = 00
             DISPLAY "*** KSBM075 ABEND NOT VLH-FILE"
             MOVE RC-ABEND TO RETURN-CODE
           ELSE
             MOVE SPACE TO VLH-REC
             MOVE WK-VAL-DATE TO CFVLH-VAL-DATE
             MOVE WK-GENKA-GOKEI TO CFVLH-GENKA-GOKEI
             MOVE WK-SOUGOKEI-GAKU TO CFVLH-HYOKA-GOKEI
             MOVE FUNCTION CURRENT-DATE (1:8) TO CFVLH-JIKKO-DATE
             WRITE VLH-REC
             CLOSE VLH-FILE
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    分類小計1行出力処理
      ******************************************************************
       WRITE-CAT-LINE-RTN              SECTION.
