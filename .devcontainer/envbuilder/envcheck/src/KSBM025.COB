      *    サブシステム名：商品
      *    プログラム名　：需要予測・推奨発注量ファイル作成
      *    作成日/作成者 ：２０２６年０８月２２日　システム技研
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：推奨発注量と同じ内容を対象年月付きで需要予測
      *                  　履歴(FCH-FILE)へ追記する(需要予測精度レポート
      *                  　KSBM137用)
      ******************************************************************
      *    今年の受注データ(JCF-FILE)とアーカイブ(ACF-FILE)を商品・
      *    月別に集計し(KUBM060と同じ突合方法)、商品ごとの月平均受注
           SELECT SQF-FILE
             ASSIGN TO EXTERNAL SQF
               FILE STATUS IS WK-SQF-FILE-ERR.
           SELECT FCH-FILE
             ASSIGN TO EXTERNAL FCH
               FILE STATUS IS WK-FCH-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
      *    推奨発注量（商品別。KSBM020の商品別発注点・提案数量）
       01  SQF-REC.
           COPY KCCFSQF.
       FD  FCH-FILE.
      *    需要予測履歴（対象年月付きの予測。実行ごとに追記）
       01  FCH-REC.
           COPY KCCFFCH.
      *
       WORKING-STORAGE                 SECTION.
           COPY KSTDRC.
       01  WK-JCF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-ACF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-SQF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-FCH-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  JCF-END-FLG                 PIC X.
       01  ACF-END-FLG                 PIC X.
       01  RUN-END-FLG                 PIC X VALUE "N".
       01  JCF-CNT                     PIC 9(10) VALUE ZERO.
       01  ACF-CNT                     PIC 9(10) VALUE ZERO.
       01  SQF-CNT                     PIC 9(10) VALUE ZERO.
       01  FCH-CNT                     PIC 9(10) VALUE ZERO.
      *
      *対象年月（環境変数KSBM025-TARGET-YYYYMM、未指定なら実行月）
       01  WK-TARGET-YYYYMM-X          PIC X(6) VALUE SPACE.
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "Y" TO RUN-END-FLG
           END-IF.
      *
      *    需要予測履歴は追記する(無ければ新規に作成する)。開けない
      *    場合は推奨発注量だけを作成して警告終了とする
           IF RUN-END-FLG NOT = "Y"
             OPEN EXTEND FCH-FILE
             IF WK-FCH-FILE-ERR NOT = 00
               OPEN OUTPUT FCH-FILE
             END-IF
             IF WK-FCH-FILE-ERR NOT = 00
               DISPLAY "*** KSBM025 WARNING NOT FCH-FILE"
               MOVE RC-WARNING TO RETURN-CODE
             END-IF
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
           MOVE WK-SUISHO TO CFSQF-SUISHO-SURYO.
           WRITE SQF-REC.
           ADD 1 TO SQF-CNT.
      *
           IF WK-FCH-FILE-ERR = 00
             MOVE SPACE TO FCH-REC
             MOVE WK-TARGET-YYYYMM TO CFFCH-NENGETSU
             MOVE WK-FC-SHOHIN-NO (WK-FC-IDX) TO CFFCH-SHOHIN-NO
             MOVE WK-SUISHO TO CFFCH-YOSOKU-SURYO
             MOVE WK-HEIKIN TO CFFCH-HEIKIN-SURYO
             MOVE WK-FC-LY-SURYO (WK-FC-IDX) TO CFFCH-ZENNEN-SURYO
             IF WK-FC-LY-SURYO (WK-FC-IDX) > WK-HEIKIN
               MOVE "Z" TO CFFCH-HOSHIKI
             ELSE
               MOVE "H" TO CFFCH-HOSHIKI
             END-IF
             MOVE WK-RUNHIS-START-DATE TO CFFCH-SAKUSEI-DATE
             WRITE FCH-REC
             ADD 1 TO FCH-CNT
           END-IF.
           ADD 1 TO WK-FC-PRT-IDX.
       EXI.
           EXIT.
           IF WK-SQF-FILE-ERR = 00
             CLOSE SQF-FILE
           END-IF.
           IF WK-FCH-FILE-ERR = 00
             CLOSE FCH-FILE
           END-IF.
           DISPLAY "*** KSBM025 JCF=" JCF-CNT.
           DISPLAY "*** KSBM025 ACF=" ACF-CNT.
           DISPLAY "*** KSBM025 SQF=" SQF-CNT.
           DISPLAY "*** KSBM025 FCH=" FCH-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM025 END ***".
       EXI.
