      *    サブシステム名：共通
      *    プログラム名　：夜間チェーン事前チェック
      *    作成日/作成者 ：２０２６年０８月２２日　システム技研
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：環境変数KCBM020-IDXCMD(索引マスタ整合性
      *                  　検査KCBM121の起動コマンド)が設定されていれ
      *                  　ば、KCBM121を検査のみ(KCBM121-MODE="C")で
      *                  　起動し、警告(04)を超えて終わった場合を不合格
      *                  　とするようにした
      ******************************************************************
      *    夜間チェーン起動前に必要ファイルの健全性を検査し、1件でも
      *    不合格があればRC-ABENDで終わる(ジョブネットはここで停止
      *      (JF011-SAKUSEI-DATE)が処理予定の業務日付と一致すること。
      *      業務日付は環境変数KCBM020-EXPECT-DATE、未設定時は実行日
      *      の前営業日(CALCYESTERDAY営業日モード)とする。
      *    ・索引マスタ(受注ステータスOSF・商品マスタSHO・商品分類
      *      マスタCAT・仕入先マスタSIR)：KCBM121の検査のみモードで
      *      キー読みと順読みが一致すること(KCBM020-IDXCMD設定時のみ)
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC 9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC 9(06) VALUE ZERO.
      *索引マスタ整合性検査（起動コマンドは環境変数KCBM020-IDXCMD。
      *未設定なら検査しない。名前に"-"を含む環境変数はシェルを経由
      *すると引き継がれないため、検査のみの指定はenvで付ける）
       01  WK-IDX-CMD                  PIC X(100) VALUE SPACE.
       01  WK-IDX-EXEC-CMD             PIC X(200) VALUE SPACE.
       01  WK-RAW-RC                   PIC S9(9) VALUE ZERO.
       01  WK-IDX-RC                   PIC 9(3) VALUE ZERO.
       01  WK-IDX-SIG                  PIC 9(3) VALUE ZERO.
      *
      *サブプログラム呼出でRETURN-CODEが呼出先の値(ゼロ)に戻って
      *しまうため、呼出の前後で退避・復元する
       01  WK-SAVE-RTN-CODE            PIC 9(02) VALUE ZERO.
           PERFORM CHECK-PRH-RTN.
           PERFORM CHECK-MSG-RTN.
           PERFORM CHECK-JCF-RTN.
           PERFORM CHECK-IDX-RTN.
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
       EXI.
           EXIT.
      ******************************************************************
      *    索引マスタ整合性検査処理（KCBM121を検査のみで起動する。
      *    終了コードはCALL "SYSTEM"のwaitステータスを256で割って
      *    戻し、割り切れない値は異常終了として扱う）
      ******************************************************************
       CHECK-IDX-RTN                   SECTION.
           DISPLAY "KCBM020-IDXCMD" UPON ENVIRONMENT-NAME.
           ACCEPT WK-IDX-CMD FROM ENVIRONMENT-VALUE.
           IF WK-IDX-CMD = SPACE
             GO TO EXI
           END-IF.
           ADD 1 TO CHECK-CNT.
           MOVE SPACE TO WK-IDX-EXEC-CMD.
           STRING "env KCBM121-MODE=C " DELIMITED BY SIZE
                  WK-IDX-CMD DELIMITED BY SIZE
             INTO WK-IDX-EXEC-CMD
           END-STRING.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           MOVE ZERO TO RETURN-CODE.
           CALL "SYSTEM" USING WK-IDX-EXEC-CMD.
           MOVE RETURN-CODE TO WK-RAW-RC.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           DIVIDE WK-RAW-RC BY 256
             GIVING WK-IDX-RC REMAINDER WK-IDX-SIG.
           IF WK-IDX-SIG NOT = ZERO
             MOVE 99 TO WK-IDX-RC
           END-IF.
           IF WK-IDX-RC > RC-WARNING
             DISPLAY "*** KCBM020 NG INDEX CHECK RC=" WK-IDX-RC
             PERFORM COUNT-NG-RTN
           ELSE
             DISPLAY "*** KCBM020 INDEX CHECK RC=" WK-IDX-RC
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    終了処理
      ******************************************************************
       TERM-RTN                        SECTION.
