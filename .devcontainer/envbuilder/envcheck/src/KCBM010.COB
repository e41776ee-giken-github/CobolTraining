      *    サブシステム名：共通
      *    プログラム名　：ジョブネットコントローラ
      *    作成日/作成者 ：２０２６年０８月２２日　システム技研
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：途中停止したステップの開始日時をチェック
      *                  　ポイントに残し、再開時に環境変数KCBM010-
      *                  　RBCMD(ロールバックの起動コマンド)が設定され
      *                  　ていれば、失敗したステップを再実行する前に
      *                  　そのステップの実行分だけを在庫更新ロール
      *                  　バック(KCBM120)で戻すようにした。ロール
      *                  　バックが警告(04)を超えて終わった場合は再実行
      *                  　せず、同じステップで停止したままとする
      ******************************************************************
      *    ジョブ定義ファイル(JSF-FILE)に列挙されたステップを順に
      *    実行する。各ステップは「ステップ番号・プログラムID・継続
           03  CKP-STEP-NO              PIC  9(03).
           03  CKP-DATE                 PIC  9(08).
           03  CKP-TIME                 PIC  9(06).
      *    途中停止("F")したステップの開始日時(継続時はゼロ)
           03  CKP-STEP-START-DATE      PIC  9(08).
           03  CKP-STEP-START-TIME      PIC  9(06).
      *
       WORKING-STORAGE                 SECTION.
           COPY KSTDRC.
      *再開位置（チェックポイントから求める。1=先頭から）
       01  WK-RESUME-STEP-NO           PIC 9(3) VALUE 1.
      *
      *失敗ステップのロールバック（起動コマンドは環境変数KCBM010-
      *RBCMD。未設定ならロールバックせずに再実行する）
       01  WK-RB-CMD                   PIC X(100) VALUE SPACE.
      *起動コマンドの前にKCBM120への指定をenvで付けたもの（名前に
      *"-"を含む環境変数はシェルを経由すると引き継がれないため）
       01  WK-RB-EXEC-CMD              PIC X(200) VALUE SPACE.
       01  WK-RB-FLG                   PIC X(1) VALUE "N".
       01  WK-RB-START-DATE            PIC 9(08) VALUE ZERO.
       01  WK-RB-START-TIME            PIC 9(06) VALUE ZERO.
       01  RB-CNT                      PIC 9(10) VALUE ZERO.
      *
      *ステップ実行用
       01  WK-CMD                      PIC X(100).
       01  WK-RAW-RC                   PIC S9(9) VALUE ZERO.
           IF RUN-END-FLG = "N"
             PERFORM READ-CKP-RTN
           END-IF.
      *
           DISPLAY "KCBM010-RBCMD" UPON ENVIRONMENT-NAME.
           ACCEPT WK-RB-CMD FROM ENVIRONMENT-VALUE.
       EXI.
           EXIT.
      ******************************************************************
                   MOVE CKP-STEP-NO TO WK-RESUME-STEP-NO
                   DISPLAY "*** KCBM010 RESUME FROM STEP="
                     WK-RESUME-STEP-NO
      *            失敗して停止したステップは開始日時が残っている
                   IF CKP-STEP-START-DATE NUMERIC
                     AND CKP-STEP-START-DATE NOT = ZERO
                     MOVE "Y" TO WK-RB-FLG
                     MOVE CKP-STEP-START-DATE TO WK-RB-START-DATE
                     MOVE CKP-STEP-START-TIME TO WK-RB-START-TIME
                   END-IF
                 END-IF
             END-READ
             CLOSE CKP-FILE
             ADD 1 TO WK-STEP-IDX
             GO TO EXI
           END-IF.
      *
      *    失敗したステップの再実行前にその実行分を戻す
           IF WK-RB-FLG = "Y"
             AND WK-STEP-TBL-NO (WK-STEP-IDX) = WK-RESUME-STEP-NO
             MOVE "N" TO WK-RB-FLG
             IF WK-RB-CMD NOT = SPACE
               PERFORM ROLLBACK-RTN
               IF RUN-END-FLG = "Y"
                 GO TO EXI
               END-IF
             END-IF
           END-IF.
      *
           DISPLAY "*** KCBM010 EXEC STEP="
             WK-STEP-TBL-NO (WK-STEP-IDX) " "
               WK-STEP-TBL-NO (WK-STEP-IDX)
             MOVE "F" TO CKP-STATUS
             MOVE WK-STEP-TBL-NO (WK-STEP-IDX) TO CKP-STEP-NO
             MOVE WK-RUNHIS-START-DATE TO CKP-STEP-START-DATE
             MOVE WK-RUNHIS-START-TIME TO CKP-STEP-START-TIME
             PERFORM WRITE-CKP-RTN
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "Y" TO RUN-END-FLG
           ELSE
             MOVE ZERO TO CKP-STEP-START-DATE
             MOVE ZERO TO CKP-STEP-START-TIME
             IF WK-STEP-IDX = WK-STEP-CNT
               MOVE "C" TO CKP-STATUS
               MOVE WK-STEP-TBL-NO (WK-STEP-IDX) TO CKP-STEP-NO
       EXI.
           EXIT.
      ******************************************************************
      *    失敗ステップのロールバック処理（ステップのプログラムIDと
      *    失敗した実行の開始日時をKCBM120へ環境変数で渡して起動
      *    する。警告(04)を超えて終わった場合は再実行せず、同じ
      *    ステップ・開始日時のチェックポイントを残して停止する）
      *    ロールバックの起動コマンドはenvを前に付けて実行するので、
      *    KCBM010-RBCMDにはKCBM120を起動するコマンドだけを書く
      ******************************************************************
       ROLLBACK-RTN                    SECTION.
           DISPLAY "*** KCBM010 ROLLBACK STEP="
             WK-STEP-TBL-NO (WK-STEP-IDX) " "
             WK-STEP-TBL-PGM (WK-STEP-IDX) " FROM="
             WK-RB-START-DATE " " WK-RB-START-TIME.
           MOVE SPACE TO WK-RB-EXEC-CMD.
           STRING "env KCBM120-PGM-ID=" DELIMITED BY SIZE
                  WK-STEP-TBL-PGM (WK-STEP-IDX) DELIMITED BY SPACE
                  " KCBM120-FROM-DATE=" WK-RB-START-DATE
                  " KCBM120-FROM-TIME=" WK-RB-START-TIME
                  " " DELIMITED BY SIZE
                  WK-RB-CMD DELIMITED BY SIZE
             INTO WK-RB-EXEC-CMD
           END-STRING.
      *
           MOVE ZERO TO RETURN-CODE.
           CALL "SYSTEM" USING WK-RB-EXEC-CMD.
           MOVE RETURN-CODE TO WK-RAW-RC.
           MOVE ZERO TO RETURN-CODE.
           ADD 1 TO RB-CNT.
           DIVIDE WK-RAW-RC BY 256
             GIVING WK-STEP-RC REMAINDER WK-STEP-SIG.
           IF WK-STEP-SIG NOT = ZERO
             MOVE 99 TO WK-STEP-RC
           END-IF.
           DISPLAY "*** KCBM010 ROLLBACK RC=" WK-STEP-RC.
           IF WK-STEP-RC > RC-WARNING
             DISPLAY "*** KCBM010 STOP AT STEP="
               WK-STEP-TBL-NO (WK-STEP-IDX) " (ROLLBACK)"
             MOVE "F" TO CKP-STATUS
             MOVE WK-STEP-TBL-NO (WK-STEP-IDX) TO CKP-STEP-NO
             MOVE WK-RB-START-DATE TO CKP-STEP-START-DATE
             MOVE WK-RB-START-TIME TO CKP-STEP-START-TIME
             PERFORM WRITE-CKP-RTN
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "Y" TO RUN-END-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    チェックポイント書出処理（毎回全書き直し。途中停止時は
      *    失敗ステップ、継続時は次ステップを再開位置として残す）
      ******************************************************************
           DISPLAY "*** KCBM010 STEPS=" WK-STEP-CNT.
           DISPLAY "*** KCBM010 EXEC=" EXEC-CNT.
           DISPLAY "*** KCBM010 SKIP=" SKIP-CNT.
           DISPLAY "*** KCBM010 ROLLBACK=" RB-CNT.
           DISPLAY "*** KCBM010 END ***".
       EXI.
           EXIT.
