      *                 "PST")で確認し、権限の無い依頼は警告として
      *                 一覧に残す。行の無い年月のクローズは行を新規
      *                 に起こす。結果は一覧(RPT)へ印字する。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：クローズ依頼は売掛金残高照合履歴(KCCFARH)の
      *                 対象年月の最新行が一致("T")の場合のみ受け付け、
      *                 照合未実施・差額ありの月は警告として保留する。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：売掛金残高照合が会社ごとになったため、照合
      *                 履歴の最新行を年月・会社ごとに保持し、対象年月
      *                 に照合した全社の最新行が一致("T")の場合のみ
      *                 クローズを受け付ける
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
           SELECT PSO-FILE
             ASSIGN TO EXTERNAL PSO
               FILE STATUS IS WK-PSO-FILE-ERR.
           SELECT ARH-FILE
             ASSIGN TO EXTERNAL ARH
               FILE STATUS IS WK-ARH-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
       FD  PSO-FILE.
       01  PSO-REC.
           COPY KCCFPST.
       FD  ARH-FILE.
       01  ARH-REC.
           COPY KCCFARH.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(80).
      *
       01  WK-CRQ-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-PST-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-PSO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ARH-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
      *    実行履歴に残す依頼オペレータ
       01  WK-OPERATOR-ID              PIC  X(05) VALUE SPACE.
       01  CRQ-END-FLG                 PIC  X(01) VALUE "N".
       01  PST-END-FLG                 PIC  X(01) VALUE "N".
       01  ARH-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-TODAY                    PIC  9(08) VALUE ZERO.
      ******************************************************************
      *  期間状態テーブル
             05  WK-PST-UPDATE-DATE    PIC  9(08).
             05  WK-PST-UPDATE-OPE     PIC  X(05).
       01  WK-IX                       PIC  9(03) VALUE ZERO.
      ******************************************************************
      *  売掛金残高照合結果テーブル(年月ごとの最新の照合結果)
      ******************************************************************
       01  WK-ARH-TBL.
           03  WK-ARH-CNT              PIC  9(03) VALUE ZERO.
           03  WK-ARH-ENT              OCCURS 500 TIMES
                                        INDEXED BY WK-ARH-IDX.
             05  WK-ARH-NENGETSU       PIC  9(06).
             05  WK-ARH-KAISHA-COD     PIC  X(02).
             05  WK-ARH-STATUS         PIC  X(01).
       01  WK-ARH-OK-FLG               PIC  X(01) VALUE "N".
       01  WK-ARH-NG-FLG               PIC  X(01) VALUE "N".
       01  WK-ARH-IX                   PIC  9(03) VALUE ZERO.
       01  WK-ARH-KAISHA-KEY           PIC  X(02) VALUE SPACE.
      *
       01  WK-CRQ-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-CLOSE-CNT                PIC  9(09) VALUE ZERO.
       01  WK-REOPEN-CNT               PIC  9(09) VALUE ZERO.
       01  WK-KENGEN-NG-CNT            PIC  9(09) VALUE ZERO.
       01  WK-AR-NG-CNT                PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  一覧印字用
      ******************************************************************
             PERFORM LOAD-PST-RTN  UNTIL PST-END-FLG = "Y"
             CLOSE PST-FILE
           END-IF.
      *    売掛金残高照合の結果(照合未実施ならファイルなし)
           OPEN INPUT ARH-FILE.
           IF WK-ARH-FILE-ERR = "00"
             PERFORM LOAD-ARH-RTN  UNTIL ARH-END-FLG = "Y"
             CLOSE ARH-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-ARH-FILE-ERR.
           PERFORM READ-CRQ-RTN.
       EXT.
           EXIT.
             TO WK-PST-UPDATE-OPE (WK-PST-IDX).
       EXT.
           EXIT.
      *
      *    同じ年月・会社の行は後の行(再照合の結果)で置き換える
       LOAD-ARH-RTN        SECTION.
           READ ARH-FILE
             AT END
               MOVE "Y" TO ARH-END-FLG
               GO TO EXT
           END-READ.
           IF CFARH-KAISHA-COD = SPACE
             MOVE "01" TO WK-ARH-KAISHA-KEY
           ELSE
             MOVE CFARH-KAISHA-COD TO WK-ARH-KAISHA-KEY
           END-IF.
           SET WK-ARH-IDX TO 1.
           SEARCH WK-ARH-ENT
             AT END
               DISPLAY "!!! KCBM110 ABEND : ARH TABLE FULL !!!"
               MOVE RC-ABEND TO RETURN-CODE
               PERFORM TERM-RTN
               STOP RUN
             WHEN WK-ARH-IDX > WK-ARH-CNT
               ADD 1 TO WK-ARH-CNT
               MOVE CFARH-NENGETSU TO WK-ARH-NENGETSU (WK-ARH-IDX)
               MOVE WK-ARH-KAISHA-KEY
                 TO WK-ARH-KAISHA-COD (WK-ARH-IDX)
             WHEN WK-ARH-NENGETSU (WK-ARH-IDX) = CFARH-NENGETSU
              AND WK-ARH-KAISHA-COD (WK-ARH-IDX) = WK-ARH-KAISHA-KEY
               CONTINUE
           END-SEARCH.
           MOVE CFARH-STATUS TO WK-ARH-STATUS (WK-ARH-IDX).
       EXT.
           EXIT.
      *
       READ-CRQ-RTN        SECTION.
           READ CRQ-FILE
             GO TO NEXT-REC
           END-IF.
      *
      *    クローズは売掛金の残高照合が一致している月に限る
           IF CRQ-ACTION = "C"
             PERFORM CHECK-ARH-RTN
             IF WK-ARH-OK-FLG = "N"
               ADD 1 TO WK-AR-NG-CNT
               MOVE "AR-NG" TO WK-RPT-KBN
               MOVE "AR NOT RECONCILED" TO WK-RPT-MSG
               MOVE WK-RPT-LINE TO RPT-REC
               WRITE RPT-REC
               MOVE RC-WARNING TO RETURN-CODE
               GO TO NEXT-REC
             END-IF
           END-IF.
      *
      *    期間テーブル上の位置(無ければ新規)
           SET WK-PST-IDX TO 1.
           SEARCH WK-PST-ENT
           PERFORM READ-CRQ-RTN.
       EXT.
           EXIT.
      *
      *    対象年月に照合した全社の最新行が一致なら受け付ける
       CHECK-ARH-RTN       SECTION.
           MOVE "N" TO WK-ARH-OK-FLG.
           MOVE "N" TO WK-ARH-NG-FLG.
           PERFORM CHECK-ARH-ONE-RTN
             VARYING WK-ARH-IX FROM 1 BY 1
             UNTIL WK-ARH-IX > WK-ARH-CNT.
           IF WK-ARH-NG-FLG = "Y"
             MOVE "N" TO WK-ARH-OK-FLG
           END-IF.
       EXT.
           EXIT.
      *
       CHECK-ARH-ONE-RTN   SECTION.
           IF WK-ARH-NENGETSU (WK-ARH-IX) = CRQ-NENGETSU
             IF WK-ARH-STATUS (WK-ARH-IX) = "T"
               MOVE "Y" TO WK-ARH-OK-FLG
             ELSE
               MOVE "Y" TO WK-ARH-NG-FLG
             END-IF
           END-IF.
       EXT.
           EXIT.
      *
       OUTPUT-RTN          SECTION.
           MOVE SPACE TO PSO-REC.
           DISPLAY "CLOSECNT=" WK-CLOSE-CNT.
           DISPLAY "REOPENCNT=" WK-REOPEN-CNT.
           DISPLAY "KENGENNGCNT=" WK-KENGEN-NG-CNT.
           DISPLAY "ARNGCNT=" WK-AR-NG-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KCBM110 END ***".
       EXT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "CRQCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-CRQ-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "CLOSECNT"            TO RUNHIS-CNT-LABEL (2).
           MOVE WK-REOPEN-CNT         TO RUNHIS-CNT-VALUE (3).
           MOVE "KENGENNGCN"          TO RUNHIS-CNT-LABEL (4).
           MOVE WK-KENGEN-NG-CNT      TO RUNHIS-CNT-VALUE (4).
           MOVE "ARNGCNT"             TO RUNHIS-CNT-LABEL (5).
           MOVE WK-AR-NG-CNT          TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
