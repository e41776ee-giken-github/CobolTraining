       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KCBM120.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：共通
      * プログラム名  ：在庫更新ロールバック
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。在庫を更新するバッチの1回の実行分
      *                 だけを、更新前イメージジャーナル(BIJ、KCCFBIJ
      *                 形式)に記録された変更前イメージで元に戻す。
      *                 対象の実行は環境変数KCBM120-PGM-ID(必須)と
      *                 KCBM120-RUN-DATE・KCBM120-RUN-TIME(実行ID)で
      *                 指定する。実行IDを省略した場合はKCBM120-FROM-
      *                 DATE・KCBM120-FROM-TIME(省略時は無制限)以降で
      *                 最後に開始した実行を対象とする(ジョブネット
      *                 KCBM010は失敗したステップの開始日時を渡す)。
      *                 同じレコードの変更が複数あれば最初の変更前
      *                 イメージを採る。商品マスタ(SHO、索引)は変更を
      *                 書き戻し追加を削除する。倉庫別在庫(SZA)・
      *                 ロット別在庫(LTI)・仮押さえ(RSV)は現世代を
      *                 読み、変更を書き戻し追加を除いた新世代(SZR・
      *                 LTR・RSR)を書き出す(現世代から消えた行は変更
      *                 前イメージで復活させる。新世代への差し替えは
      *                 後続ジョブステップの役割)。記帳された在庫移動
      *                 履歴(KCCFIDJ)は同じ区分・参照・出力元プログラ
      *                 ム(CFIDJ-PGM-ID。後続の集計が出力元で移動の種類
      *                 を判定するため)で数量の符号を反転した取消の
      *                 移動をKSBS010で記帳する。処理
      *                 後はジャーナルへロールバック済み("R")の行を
      *                 追記し、同じ実行の二重ロールバックを拒否する。
      *                 対象の実行より後に開始した実行の変更がジャー
      *                 ナルにある場合は、後の変更を消してしまうため
      *                 KCBM120-FORCE="Y"の指定が無い限り戻さない。
      *                 戻した内容は一覧(RPT)へ印字する。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BIJ-FILE
             ASSIGN TO EXTERNAL BIJ
               FILE STATUS IS WK-BIJ-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CFSHO-SHOHIN-NO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT SZA-FILE
             ASSIGN TO EXTERNAL SZA
               FILE STATUS IS WK-SZA-FILE-ERR.
           SELECT SZR-FILE
             ASSIGN TO EXTERNAL SZR
               FILE STATUS IS WK-SZR-FILE-ERR.
           SELECT LTI-FILE
             ASSIGN TO EXTERNAL LTI
               FILE STATUS IS WK-LTI-FILE-ERR.
           SELECT LTR-FILE
             ASSIGN TO EXTERNAL LTR
               FILE STATUS IS WK-LTR-FILE-ERR.
           SELECT RSV-FILE
             ASSIGN TO EXTERNAL RSV
               FILE STATUS IS WK-RSV-FILE-ERR.
           SELECT RSR-FILE
             ASSIGN TO EXTERNAL RSR
               FILE STATUS IS WK-RSR-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
       FD  BIJ-FILE.
       01  BIJ-REC.
           COPY KCCFBIJ.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  SZA-FILE.
       01  SZA-REC.
           COPY KCCFSZA.
       FD  SZR-FILE.
       01  SZR-REC                     PIC  X(24).
       FD  LTI-FILE.
       01  LTI-REC.
           COPY KCCFLOT.
       FD  LTR-FILE.
       01  LTR-REC                     PIC  X(36).
       FD  RSV-FILE.
       01  RSV-REC.
           COPY KCCFRSV.
       FD  RSR-FILE.
       01  RSR-REC                     PIC  X(50).
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(132).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
      *    在庫移動履歴記録(KSBS010)呼出用
           COPY KSBS010-PARAMS.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-BIJ-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SZA-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SZR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-LTI-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-LTR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RSV-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RSR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
      *    "N"になった時点で以降の処理を行わない
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  BIJ-END-FLG                 PIC  X(01) VALUE "N".
       01  SZA-END-FLG                 PIC  X(01) VALUE "N".
       01  LTI-END-FLG                 PIC  X(01) VALUE "N".
       01  RSV-END-FLG                 PIC  X(01) VALUE "N".
      ******************************************************************
      *  対象の実行の指定(環境変数)
      ******************************************************************
       01  WK-PGM-ID                   PIC  X(08) VALUE SPACE.
       01  WK-RUN-DATE-X               PIC  X(08) VALUE SPACE.
       01  WK-RUN-DATE-N REDEFINES WK-RUN-DATE-X
                                       PIC  9(08).
       01  WK-RUN-TIME-X               PIC  X(06) VALUE SPACE.
       01  WK-RUN-TIME-N REDEFINES WK-RUN-TIME-X
                                       PIC  9(06).
       01  WK-FROM-DATE-X              PIC  X(08) VALUE SPACE.
       01  WK-FROM-DATE-N REDEFINES WK-FROM-DATE-X
                                       PIC  9(08).
       01  WK-FROM-TIME-X              PIC  X(06) VALUE SPACE.
       01  WK-FROM-TIME-N REDEFINES WK-FROM-TIME-X
                                       PIC  9(06).
       01  WK-FORCE                    PIC  X(01) VALUE SPACE.
      *    実行IDを指定した("Y")か、下限以降の最後の実行を探すか
       01  WK-RUN-SITEI-FLG            PIC  X(01) VALUE "N".
      *    下限(開始日時)と対象の実行(開始日時)。日付・時刻の順に
      *    並べた14桁で大小を比較する
       01  WK-FROM-ID.
           03  WK-FROM-DATE            PIC  9(08) VALUE ZERO.
           03  WK-FROM-TIME            PIC  9(06) VALUE ZERO.
       01  WK-TARGET-ID.
           03  WK-TARGET-DATE          PIC  9(08) VALUE ZERO.
           03  WK-TARGET-TIME          PIC  9(06) VALUE ZERO.
       01  WK-READ-ID.
           03  WK-READ-DATE            PIC  9(08) VALUE ZERO.
           03  WK-READ-TIME            PIC  9(06) VALUE ZERO.
       01  WK-TARGET-FLG               PIC  X(01) VALUE "N".
       01  WK-DONE-FLG                 PIC  X(01) VALUE "N".
      ******************************************************************
      *  対象の実行の変更前イメージ(資源・キーごとに最初の1件)
      ******************************************************************
       01  WK-BIJ-TBL.
           03  WK-BIJ-CNT              PIC  9(05) VALUE ZERO.
           03  WK-BIJ-ENT              OCCURS 10000 TIMES
                                        INDEXED BY WK-BIJ-IDX.
             05  WK-BIJ-RESOURCE       PIC  X(08).
             05  WK-BIJ-ACTION         PIC  X(01).
             05  WK-BIJ-KEY            PIC  X(20).
             05  WK-BIJ-IMAGE          PIC  X(200).
      *      新世代の作成で現世代の行に該当したか
             05  WK-BIJ-HIT-FLG        PIC  X(01).
       01  WK-IX                       PIC  9(05) VALUE ZERO.
       01  WK-HIT-IX                   PIC  9(05) VALUE ZERO.
       01  WK-FIND-RESOURCE            PIC  X(08) VALUE SPACE.
       01  WK-FIND-KEY                 PIC  X(20) VALUE SPACE.
      *    資源ごとの対象件数(対象の無い資源のファイルは開かない)
       01  WK-SHO-TAISHO-CNT           PIC  9(05) VALUE ZERO.
       01  WK-SZA-TAISHO-CNT           PIC  9(05) VALUE ZERO.
       01  WK-LOT-TAISHO-CNT           PIC  9(05) VALUE ZERO.
       01  WK-RSV-TAISHO-CNT           PIC  9(05) VALUE ZERO.
       01  WK-IDJ-TAISHO-CNT           PIC  9(05) VALUE ZERO.
      *    取り消す在庫移動履歴の編集域
       01  WK-IDJ-WORK.
           COPY KCCFIDJ.
      *
       01  WK-BIJ-READ-CNT             PIC  9(09) VALUE ZERO.
       01  WK-LATER-CNT                PIC  9(09) VALUE ZERO.
       01  WK-MODOSHI-CNT              PIC  9(09) VALUE ZERO.
       01  WK-SAKUJO-CNT               PIC  9(09) VALUE ZERO.
       01  WK-FUKKATSU-CNT             PIC  9(09) VALUE ZERO.
       01  WK-TORIKESHI-CNT            PIC  9(09) VALUE ZERO.
       01  WK-NG-CNT                   PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  一覧印字用
      ******************************************************************
       01  WK-RPT-LINE.
           03  WK-RPT-KBN              PIC  X(10).
           03  FILLER                  PIC  X(05) VALUE " RES=".
           03  WK-RPT-RESOURCE         PIC  X(08).
           03  FILLER                  PIC  X(05) VALUE " KEY=".
           03  WK-RPT-KEY              PIC  X(20).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-MSG              PIC  X(40).
       01  WK-SURYO-ED                 PIC  -Z,ZZZ,ZZ9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM FIND-RUN-RTN
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM LOAD-BIJ-RTN
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM RESTORE-SHO-RTN
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM RESTORE-SZA-RTN
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM RESTORE-LOT-RTN
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM RESTORE-RSV-RTN
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM REVERSE-IDJ-RTN
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX > WK-BIJ-CNT
             PERFORM WRITE-MARK-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
      ******************************************************************
      *    初期処理(対象の実行の指定を受け取り、一覧を開く)
      ******************************************************************
       INIT-RTN            SECTION.
           DISPLAY "*** KCBM120 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
      *
           DISPLAY "KCBM120-PGM-ID" UPON ENVIRONMENT-NAME.
           ACCEPT WK-PGM-ID FROM ENVIRONMENT-VALUE.
           IF WK-PGM-ID = SPACE
             DISPLAY "*** KCBM120 ABEND KCBM120-PGM-ID NOT SET"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
      *
      *    実行IDの指定(日付・時刻とも数字の場合だけ有効)
           DISPLAY "KCBM120-RUN-DATE" UPON ENVIRONMENT-NAME.
           ACCEPT WK-RUN-DATE-X FROM ENVIRONMENT-VALUE.
           DISPLAY "KCBM120-RUN-TIME" UPON ENVIRONMENT-NAME.
           ACCEPT WK-RUN-TIME-X FROM ENVIRONMENT-VALUE.
           IF WK-RUN-DATE-X NOT = SPACE
             IF WK-RUN-DATE-N IS NUMERIC
              AND WK-RUN-TIME-N IS NUMERIC
               MOVE WK-RUN-DATE-N TO WK-TARGET-DATE
               MOVE WK-RUN-TIME-N TO WK-TARGET-TIME
               MOVE "Y" TO WK-RUN-SITEI-FLG
             ELSE
               DISPLAY "*** KCBM120 ABEND KCBM120-RUN-DATE/TIME"
                       " INVALID"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
               GO TO EXT
             END-IF
           END-IF.
      *
      *    下限の指定(実行IDを省略した場合だけ使う)
           DISPLAY "KCBM120-FROM-DATE" UPON ENVIRONMENT-NAME.
           ACCEPT WK-FROM-DATE-X FROM ENVIRONMENT-VALUE.
           DISPLAY "KCBM120-FROM-TIME" UPON ENVIRONMENT-NAME.
           ACCEPT WK-FROM-TIME-X FROM ENVIRONMENT-VALUE.
           IF WK-FROM-DATE-X NOT = SPACE
            AND WK-FROM-DATE-N IS NUMERIC
             MOVE WK-FROM-DATE-N TO WK-FROM-DATE
             IF WK-FROM-TIME-X NOT = SPACE
              AND WK-FROM-TIME-N IS NUMERIC
               MOVE WK-FROM-TIME-N TO WK-FROM-TIME
             END-IF
           END-IF.
      *
           DISPLAY "KCBM120-FORCE" UPON ENVIRONMENT-NAME.
           ACCEPT WK-FORCE FROM ENVIRONMENT-VALUE.
           IF WK-FORCE NOT = "Y"
             MOVE "N" TO WK-FORCE
           END-IF.
      *
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM120 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    対象の実行の決定(ジャーナルを1回読む。実行IDを省略した
      *    場合は下限以降で最後に開始した実行を採る)
      ******************************************************************
       FIND-RUN-RTN        SECTION.
           OPEN INPUT BIJ-FILE.
           IF WK-BIJ-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM120 ABEND NOT BIJ-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           MOVE "N" TO BIJ-END-FLG.
           PERFORM FIND-RUN-ONE-RTN UNTIL BIJ-END-FLG = "Y".
           CLOSE BIJ-FILE.
      *
           IF WK-TARGET-FLG = "N"
             DISPLAY "*** KCBM120 WARNING NO RUN PGM=" WK-PGM-ID
             MOVE SPACE TO RPT-REC
             STRING "*** KCBM120 ROLLBACK *** PGM=" WK-PGM-ID
                    " : TAISHO NO JIKKO NASHI"
               DELIMITED BY SIZE INTO RPT-REC
             END-STRING
             WRITE RPT-REC
             MOVE RC-WARNING TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           DISPLAY "*** KCBM120 TARGET PGM=" WK-PGM-ID
                   " RUN=" WK-TARGET-DATE " " WK-TARGET-TIME.
           MOVE SPACE TO RPT-REC.
           STRING "*** KCBM120 ROLLBACK *** PGM=" WK-PGM-ID
                  " RUN=" WK-TARGET-DATE " " WK-TARGET-TIME
             DELIMITED BY SIZE INTO RPT-REC
           END-STRING.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       FIND-RUN-ONE-RTN    SECTION.
           READ BIJ-FILE
             AT END
               MOVE "Y" TO BIJ-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-BIJ-READ-CNT.
           IF CFBIJ-RUN-PGM-ID NOT = WK-PGM-ID
             GO TO EXT
           END-IF.
           MOVE CFBIJ-RUN-DATE TO WK-READ-DATE.
           MOVE CFBIJ-RUN-TIME TO WK-READ-TIME.
           IF WK-RUN-SITEI-FLG = "Y"
             IF WK-READ-ID = WK-TARGET-ID
               MOVE "Y" TO WK-TARGET-FLG
             END-IF
             GO TO EXT
           END-IF.
           IF WK-READ-ID < WK-FROM-ID
             GO TO EXT
           END-IF.
           IF WK-TARGET-FLG = "N"
            OR WK-READ-ID > WK-TARGET-ID
             MOVE WK-READ-ID TO WK-TARGET-ID
             MOVE "Y" TO WK-TARGET-FLG
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    対象の実行の変更前イメージ読込(資源・キーごとに最初の
      *    1件を採る。ロールバック済みの実行と、後に開始した実行の
      *    変更がある実行は戻さない)
      ******************************************************************
       LOAD-BIJ-RTN        SECTION.
           OPEN INPUT BIJ-FILE.
           IF WK-BIJ-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM120 ABEND NOT BIJ-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           MOVE "N" TO BIJ-END-FLG.
           PERFORM LOAD-BIJ-ONE-RTN UNTIL BIJ-END-FLG = "Y".
           CLOSE BIJ-FILE.
           IF WK-INIT-OK-FLG = "N"
             GO TO EXT
           END-IF.
      *
           IF WK-DONE-FLG = "Y"
             DISPLAY "*** KCBM120 WARNING ALREADY ROLLED BACK"
             MOVE "ROLLBACK ZUMI NO JIKKO NO TAME MODOSHIMASEN"
               TO RPT-REC
             WRITE RPT-REC
             MOVE RC-WARNING TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           IF WK-LATER-CNT > ZERO
             IF WK-FORCE = "Y"
               DISPLAY "*** KCBM120 WARNING LATER RUNS FORCED="
                 WK-LATER-CNT
               MOVE "ATO NO JIKKO NO HENKO ARI (FORCE SHITEI)"
                 TO RPT-REC
               WRITE RPT-REC
               MOVE RC-WARNING TO RETURN-CODE
             ELSE
               DISPLAY "*** KCBM120 DATA-ERROR LATER RUNS="
                 WK-LATER-CNT
               MOVE "ATO NO JIKKO NO HENKO ARI NO TAME MODOSHIMASEN"
                 TO RPT-REC
               WRITE RPT-REC
               MOVE RC-DATA-ERROR TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
               GO TO EXT
             END-IF
           END-IF.
           DISPLAY "*** KCBM120 BIJ TAISHO=" WK-BIJ-CNT
                   " SHO=" WK-SHO-TAISHO-CNT
                   " SZA=" WK-SZA-TAISHO-CNT
                   " LOT=" WK-LOT-TAISHO-CNT
                   " RSV=" WK-RSV-TAISHO-CNT
                   " IDJ=" WK-IDJ-TAISHO-CNT.
       EXT.
           EXIT.
      *
       LOAD-BIJ-ONE-RTN    SECTION.
           READ BIJ-FILE
             AT END
               MOVE "Y" TO BIJ-END-FLG
               GO TO EXT
           END-READ.
           MOVE CFBIJ-RUN-DATE TO WK-READ-DATE.
           MOVE CFBIJ-RUN-TIME TO WK-READ-TIME.
      *    後に開始した実行(ロールバック済みの印は除く)
           IF WK-READ-ID > WK-TARGET-ID
             IF NOT CFBIJ-ROLLBACK
               ADD 1 TO WK-LATER-CNT
             END-IF
             GO TO EXT
           END-IF.
           IF CFBIJ-RUN-PGM-ID NOT = WK-PGM-ID
            OR WK-READ-ID NOT = WK-TARGET-ID
             GO TO EXT
           END-IF.
           IF CFBIJ-ROLLBACK
             MOVE "Y" TO WK-DONE-FLG
             GO TO EXT
           END-IF.
      *
           MOVE CFBIJ-RESOURCE TO WK-FIND-RESOURCE.
           MOVE CFBIJ-KEY TO WK-FIND-KEY.
      *    在庫移動履歴は1件ずつ取り消すため同じキーでもまとめない
           IF CFBIJ-RESOURCE NOT = "KCCFIDJ"
             PERFORM FIND-BIJ-RTN
             IF WK-HIT-IX > ZERO
               GO TO EXT
             END-IF
           END-IF.
           IF WK-BIJ-CNT >= 10000
             DISPLAY "*** KCBM120 ABEND BIJ TABLE OVER 10000"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             MOVE "Y" TO BIJ-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-BIJ-CNT.
           SET WK-BIJ-IDX TO WK-BIJ-CNT.
           MOVE CFBIJ-RESOURCE TO WK-BIJ-RESOURCE (WK-BIJ-IDX).
           MOVE CFBIJ-ACTION TO WK-BIJ-ACTION (WK-BIJ-IDX).
           MOVE CFBIJ-KEY TO WK-BIJ-KEY (WK-BIJ-IDX).
           MOVE CFBIJ-IMAGE TO WK-BIJ-IMAGE (WK-BIJ-IDX).
           MOVE "N" TO WK-BIJ-HIT-FLG (WK-BIJ-IDX).
           EVALUATE CFBIJ-RESOURCE
             WHEN "KCCFSHO"
               ADD 1 TO WK-SHO-TAISHO-CNT
             WHEN "KCCFSZA"
               ADD 1 TO WK-SZA-TAISHO-CNT
             WHEN "KCCFLOT"
               ADD 1 TO WK-LOT-TAISHO-CNT
             WHEN "KCCFRSV"
               ADD 1 TO WK-RSV-TAISHO-CNT
             WHEN "KCCFIDJ"
               ADD 1 TO WK-IDJ-TAISHO-CNT
             WHEN OTHER
               DISPLAY "*** KCBM120 WARNING UNKNOWN RESOURCE="
                 CFBIJ-RESOURCE
               ADD 1 TO WK-NG-CNT
           END-EVALUATE.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    変更前イメージの検索(資源・キーが一致する行の位置を
      *    WK-HIT-IXへ返す。無ければゼロ)
      ******************************************************************
       FIND-BIJ-RTN        SECTION.
           MOVE ZERO TO WK-HIT-IX.
           IF WK-BIJ-CNT = ZERO
             GO TO EXT
           END-IF.
           SET WK-BIJ-IDX TO 1.
           SEARCH WK-BIJ-ENT
             AT END
               CONTINUE
             WHEN WK-BIJ-IDX > WK-BIJ-CNT
               CONTINUE
             WHEN WK-BIJ-RESOURCE (WK-BIJ-IDX) = WK-FIND-RESOURCE
              AND WK-BIJ-KEY (WK-BIJ-IDX) = WK-FIND-KEY
               SET WK-HIT-IX TO WK-BIJ-IDX
           END-SEARCH.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    商品マスタの書戻し(索引ファイルを直接更新する。変更は
      *    変更前イメージで置き換え、追加は削除する)
      ******************************************************************
       RESTORE-SHO-RTN     SECTION.
           IF WK-SHO-TAISHO-CNT = ZERO
             GO TO EXT
           END-IF.
           OPEN I-O SHO-FILE.
           IF WK-SHO-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM120 ABEND NOT SHO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM RESTORE-SHO-ONE-RTN
             VARYING WK-IX FROM 1 BY 1
             UNTIL WK-IX > WK-BIJ-CNT.
           CLOSE SHO-FILE.
       EXT.
           EXIT.
      *
       RESTORE-SHO-ONE-RTN SECTION.
           IF WK-BIJ-RESOURCE (WK-IX) NOT = "KCCFSHO"
             GO TO EXT
           END-IF.
           MOVE WK-BIJ-RESOURCE (WK-IX) TO WK-RPT-RESOURCE.
           MOVE WK-BIJ-KEY (WK-IX) TO WK-RPT-KEY.
           MOVE SPACE TO WK-RPT-MSG.
           IF WK-BIJ-ACTION (WK-IX) = "A"
             MOVE WK-BIJ-KEY (WK-IX) TO CFSHO-SHOHIN-NO
             DELETE SHO-FILE
               INVALID KEY
                 MOVE "SAKUJO ZUMI" TO WK-RPT-MSG
             END-DELETE
             MOVE "SAKUJO" TO WK-RPT-KBN
             ADD 1 TO WK-SAKUJO-CNT
           ELSE
             MOVE WK-BIJ-IMAGE (WK-IX) TO SHO-REC
             REWRITE SHO-REC
               INVALID KEY
                 WRITE SHO-REC
                   INVALID KEY
                     MOVE "KAKIMODOSHI SHIPPAI" TO WK-RPT-MSG
                 END-WRITE
             END-REWRITE
             IF WK-RPT-MSG = SPACE
               MOVE "MODOSHI" TO WK-RPT-KBN
               ADD 1 TO WK-MODOSHI-CNT
             ELSE
               MOVE "NG" TO WK-RPT-KBN
               ADD 1 TO WK-NG-CNT
             END-IF
           END-IF.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    倉庫別在庫の新世代作成(現世代SZA→SZR)
      ******************************************************************
       RESTORE-SZA-RTN     SECTION.
           IF WK-SZA-TAISHO-CNT = ZERO
             GO TO EXT
           END-IF.
           OPEN INPUT SZA-FILE.
           IF WK-SZA-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM120 ABEND NOT SZA-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT SZR-FILE.
           IF WK-SZR-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM120 ABEND NOT SZR-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             CLOSE SZA-FILE
             GO TO EXT
           END-IF.
           MOVE "KCCFSZA" TO WK-FIND-RESOURCE.
           MOVE "N" TO SZA-END-FLG.
           PERFORM RESTORE-SZA-ONE-RTN UNTIL SZA-END-FLG = "Y".
      *    現世代から消えていた行は変更前イメージで復活させる
           PERFORM RESTORE-SZA-ADD-RTN
             VARYING WK-IX FROM 1 BY 1
             UNTIL WK-IX > WK-BIJ-CNT.
           CLOSE SZA-FILE.
           CLOSE SZR-FILE.
       EXT.
           EXIT.
      *
       RESTORE-SZA-ONE-RTN SECTION.
           READ SZA-FILE
             AT END
               MOVE "Y" TO SZA-END-FLG
               GO TO EXT
           END-READ.
           MOVE SPACE TO WK-FIND-KEY.
           MOVE CFSZA-SHOHIN-NO TO WK-FIND-KEY (1:5).
           MOVE CFSZA-SOKO-COD TO WK-FIND-KEY (6:2).
           PERFORM FIND-BIJ-RTN.
           IF WK-HIT-IX = ZERO
             WRITE SZR-REC FROM SZA-REC
             GO TO EXT
           END-IF.
           MOVE WK-HIT-IX TO WK-IX.
           MOVE "Y" TO WK-BIJ-HIT-FLG (WK-IX).
           IF WK-BIJ-ACTION (WK-IX) = "A"
             MOVE "SAKUJO" TO WK-RPT-KBN
             ADD 1 TO WK-SAKUJO-CNT
           ELSE
             MOVE WK-BIJ-IMAGE (WK-IX) (1:24) TO SZR-REC
             WRITE SZR-REC
             MOVE "MODOSHI" TO WK-RPT-KBN
             ADD 1 TO WK-MODOSHI-CNT
           END-IF.
           PERFORM WRITE-RPT-RTN.
       EXT.
           EXIT.
      *
       RESTORE-SZA-ADD-RTN SECTION.
           IF WK-BIJ-RESOURCE (WK-IX) NOT = "KCCFSZA"
            OR WK-BIJ-ACTION (WK-IX) = "A"
            OR WK-BIJ-HIT-FLG (WK-IX) = "Y"
             GO TO EXT
           END-IF.
           MOVE WK-BIJ-IMAGE (WK-IX) (1:24) TO SZR-REC.
           WRITE SZR-REC.
           MOVE "FUKKATSU" TO WK-RPT-KBN.
           ADD 1 TO WK-FUKKATSU-CNT.
           PERFORM WRITE-RPT-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    ロット別在庫の新世代作成(現世代LTI→LTR)
      ******************************************************************
       RESTORE-LOT-RTN     SECTION.
           IF WK-LOT-TAISHO-CNT = ZERO
             GO TO EXT
           END-IF.
           OPEN INPUT LTI-FILE.
           IF WK-LTI-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM120 ABEND NOT LTI-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT LTR-FILE.
           IF WK-LTR-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM120 ABEND NOT LTR-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             CLOSE LTI-FILE
             GO TO EXT
           END-IF.
           MOVE "KCCFLOT" TO WK-FIND-RESOURCE.
           MOVE "N" TO LTI-END-FLG.
           PERFORM RESTORE-LOT-ONE-RTN UNTIL LTI-END-FLG = "Y".
           PERFORM RESTORE-LOT-ADD-RTN
             VARYING WK-IX FROM 1 BY 1
             UNTIL WK-IX > WK-BIJ-CNT.
           CLOSE LTI-FILE.
           CLOSE LTR-FILE.
       EXT.
           EXIT.
      *
       RESTORE-LOT-ONE-RTN SECTION.
           READ LTI-FILE
             AT END
               MOVE "Y" TO LTI-END-FLG
               GO TO EXT
           END-READ.
           MOVE SPACE TO WK-FIND-KEY.
           MOVE CFLOT-SHOHIN-NO TO WK-FIND-KEY (1:5).
           MOVE CFLOT-LOT-NO TO WK-FIND-KEY (6:10).
           MOVE CFLOT-SOKO-COD TO WK-FIND-KEY (16:2).
           PERFORM FIND-BIJ-RTN.
           IF WK-HIT-IX = ZERO
             WRITE LTR-REC FROM LTI-REC
             GO TO EXT
           END-IF.
           MOVE WK-HIT-IX TO WK-IX.
           MOVE "Y" TO WK-BIJ-HIT-FLG (WK-IX).
           IF WK-BIJ-ACTION (WK-IX) = "A"
             MOVE "SAKUJO" TO WK-RPT-KBN
             ADD 1 TO WK-SAKUJO-CNT
           ELSE
             MOVE WK-BIJ-IMAGE (WK-IX) (1:36) TO LTR-REC
             WRITE LTR-REC
             MOVE "MODOSHI" TO WK-RPT-KBN
             ADD 1 TO WK-MODOSHI-CNT
           END-IF.
           PERFORM WRITE-RPT-RTN.
       EXT.
           EXIT.
      *
       RESTORE-LOT-ADD-RTN SECTION.
           IF WK-BIJ-RESOURCE (WK-IX) NOT = "KCCFLOT"
            OR WK-BIJ-ACTION (WK-IX) = "A"
            OR WK-BIJ-HIT-FLG (WK-IX) = "Y"
             GO TO EXT
           END-IF.
           MOVE WK-BIJ-IMAGE (WK-IX) (1:36) TO LTR-REC.
           WRITE LTR-REC.
           MOVE "FUKKATSU" TO WK-RPT-KBN.
           ADD 1 TO WK-FUKKATSU-CNT.
           PERFORM WRITE-RPT-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    仮押さえの新世代作成(現世代RSV→RSR。消化し切って除かれた
      *    仮押さえは変更前イメージで復活する)
      ******************************************************************
       RESTORE-RSV-RTN     SECTION.
           IF WK-RSV-TAISHO-CNT = ZERO
             GO TO EXT
           END-IF.
           OPEN INPUT RSV-FILE.
           IF WK-RSV-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM120 ABEND NOT RSV-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT RSR-FILE.
           IF WK-RSR-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM120 ABEND NOT RSR-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             CLOSE RSV-FILE
             GO TO EXT
           END-IF.
           MOVE "KCCFRSV" TO WK-FIND-RESOURCE.
           MOVE "N" TO RSV-END-FLG.
           PERFORM RESTORE-RSV-ONE-RTN UNTIL RSV-END-FLG = "Y".
           PERFORM RESTORE-RSV-ADD-RTN
             VARYING WK-IX FROM 1 BY 1
             UNTIL WK-IX > WK-BIJ-CNT.
           CLOSE RSV-FILE.
           CLOSE RSR-FILE.
       EXT.
           EXIT.
      *
       RESTORE-RSV-ONE-RTN SECTION.
           READ RSV-FILE
             AT END
               MOVE "Y" TO RSV-END-FLG
               GO TO EXT
           END-READ.
           MOVE SPACE TO WK-FIND-KEY.
           MOVE CFRSV-TOKU-COD TO WK-FIND-KEY (1:4).
           MOVE CFRSV-SHOHIN-NO TO WK-FIND-KEY (5:5).
           MOVE CFRSV-SOKO-COD TO WK-FIND-KEY (10:2).
           PERFORM FIND-BIJ-RTN.
           IF WK-HIT-IX = ZERO
             WRITE RSR-REC FROM RSV-REC
             GO TO EXT
           END-IF.
           MOVE WK-HIT-IX TO WK-IX.
           MOVE "Y" TO WK-BIJ-HIT-FLG (WK-IX).
           IF WK-BIJ-ACTION (WK-IX) = "A"
             MOVE "SAKUJO" TO WK-RPT-KBN
             ADD 1 TO WK-SAKUJO-CNT
           ELSE
             MOVE WK-BIJ-IMAGE (WK-IX) (1:50) TO RSR-REC
             WRITE RSR-REC
             MOVE "MODOSHI" TO WK-RPT-KBN
             ADD 1 TO WK-MODOSHI-CNT
           END-IF.
           PERFORM WRITE-RPT-RTN.
       EXT.
           EXIT.
      *
       RESTORE-RSV-ADD-RTN SECTION.
           IF WK-BIJ-RESOURCE (WK-IX) NOT = "KCCFRSV"
            OR WK-BIJ-ACTION (WK-IX) = "A"
            OR WK-BIJ-HIT-FLG (WK-IX) = "Y"
             GO TO EXT
           END-IF.
           MOVE WK-BIJ-IMAGE (WK-IX) (1:50) TO RSR-REC.
           WRITE RSR-REC.
           MOVE "FUKKATSU" TO WK-RPT-KBN.
           ADD 1 TO WK-FUKKATSU-CNT.
           PERFORM WRITE-RPT-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    在庫移動履歴の取消(記帳した移動と同じ区分・日付・参照・
      *    出力元プログラムで数量の符号を反転した移動を記帳する)
      ******************************************************************
       REVERSE-IDJ-RTN     SECTION.
           IF WK-BIJ-RESOURCE (WK-IX) NOT = "KCCFIDJ"
             GO TO EXT
           END-IF.
           MOVE WK-BIJ-IMAGE (WK-IX) (1:50) TO WK-IDJ-WORK.
           MOVE "W" TO IDJ-FUNCTION.
           MOVE CFIDJ-SHOHIN-NO TO IDJ-SHOHIN-NO.
           MOVE CFIDJ-SOKO-COD TO IDJ-SOKO-COD.
           MOVE CFIDJ-DATE TO IDJ-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO IDJ-TIME.
           MOVE CFIDJ-KBN TO IDJ-KBN.
           COMPUTE IDJ-SURYO = ZERO - CFIDJ-SURYO.
           MOVE CFIDJ-REF TO IDJ-REF.
           MOVE CFIDJ-PGM-ID TO IDJ-PGM-ID.
           MOVE SPACE TO IDJ-CLOSED.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KSBS010" USING KSBS010-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
      *
           MOVE WK-BIJ-RESOURCE (WK-IX) TO WK-RPT-RESOURCE.
           MOVE WK-BIJ-KEY (WK-IX) TO WK-RPT-KEY.
           MOVE IDJ-SURYO TO WK-SURYO-ED.
           MOVE SPACE TO WK-RPT-MSG.
           EVALUATE TRUE
             WHEN IDJ-CLOSED-YES
               MOVE "NG" TO WK-RPT-KBN
               STRING "KBN=" CFIDJ-KBN " SURYO=" WK-SURYO-ED
                      " KAIKEI KIKAN CLOSE"
                 DELIMITED BY SIZE INTO WK-RPT-MSG
               END-STRING
               ADD 1 TO WK-NG-CNT
             WHEN IDJ-ERR-YES
               MOVE "NG" TO WK-RPT-KBN
               STRING "KBN=" CFIDJ-KBN " SURYO=" WK-SURYO-ED
                      " KICHO SHIPPAI"
                 DELIMITED BY SIZE INTO WK-RPT-MSG
               END-STRING
               ADD 1 TO WK-NG-CNT
             WHEN OTHER
               MOVE "TORIKESHI" TO WK-RPT-KBN
               STRING "KBN=" CFIDJ-KBN " SURYO=" WK-SURYO-ED
                      " REF=" CFIDJ-REF
                 DELIMITED BY SIZE INTO WK-RPT-MSG
               END-STRING
               ADD 1 TO WK-TORIKESHI-CNT
           END-EVALUATE.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    新世代・書戻しの一覧印字(区分は呼出元が設定する)
      ******************************************************************
       WRITE-RPT-RTN       SECTION.
           MOVE WK-BIJ-RESOURCE (WK-IX) TO WK-RPT-RESOURCE.
           MOVE WK-BIJ-KEY (WK-IX) TO WK-RPT-KEY.
           MOVE SPACE TO WK-RPT-MSG.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    ロールバック済みの印をジャーナルへ追記する(キーは
      *    ロールバックの実行開始日時)
      ******************************************************************
       WRITE-MARK-RTN      SECTION.
           OPEN EXTEND BIJ-FILE.
           IF WK-BIJ-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM120 WARNING BIJ MARK WRITE FAILED"
             MOVE RC-WARNING TO RETURN-CODE
             GO TO EXT
           END-IF.
           MOVE SPACE TO BIJ-REC.
           MOVE WK-PGM-ID TO CFBIJ-RUN-PGM-ID.
           MOVE WK-TARGET-DATE TO CFBIJ-RUN-DATE.
           MOVE WK-TARGET-TIME TO CFBIJ-RUN-TIME.
           MOVE ZERO TO CFBIJ-SEQ.
           MOVE "KCBM120" TO CFBIJ-RESOURCE.
           MOVE "R" TO CFBIJ-ACTION.
           MOVE WK-RUNHIS-START-DATE TO CFBIJ-KEY (1:8).
           MOVE WK-RUNHIS-START-TIME TO CFBIJ-KEY (9:6).
           WRITE BIJ-REC.
           IF WK-BIJ-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM120 WARNING BIJ MARK WRITE FAILED"
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           CLOSE BIJ-FILE.
      *    取り消せなかった移動があれば警告で終わる
           IF WK-NG-CNT > ZERO
             AND RETURN-CODE < RC-WARNING
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    終了処理
      ******************************************************************
       TERM-RTN            SECTION.
           IF WK-RPT-FILE-ERR = "00"
             MOVE SPACE TO RPT-REC
             STRING "MODOSHI=" WK-MODOSHI-CNT
                    " SAKUJO=" WK-SAKUJO-CNT
                    " FUKKATSU=" WK-FUKKATSU-CNT
                    " TORIKESHI=" WK-TORIKESHI-CNT
                    " NG=" WK-NG-CNT
               DELIMITED BY SIZE INTO RPT-REC
             END-STRING
             WRITE RPT-REC
             CLOSE RPT-FILE
           END-IF.
      *    KSBS010が開いたまま保持している在庫移動履歴を閉じる
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           MOVE "X" TO IDJ-FUNCTION.
           CALL "KSBS010" USING KSBS010-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
      *
           DISPLAY "BIJCNT=" WK-BIJ-READ-CNT.
           DISPLAY "TAISHOCNT=" WK-BIJ-CNT.
           DISPLAY "MODOSHICNT=" WK-MODOSHI-CNT.
           DISPLAY "SAKUJOCNT=" WK-SAKUJO-CNT.
           DISPLAY "FUKKATSUCNT=" WK-FUKKATSU-CNT.
           DISPLAY "TORIKESHICNT=" WK-TORIKESHI-CNT.
           DISPLAY "NGCNT=" WK-NG-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KCBM120 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KCBM120"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "TAISHOCNT"           TO RUNHIS-CNT-LABEL (1).
           MOVE WK-BIJ-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "MODOSHICNT"          TO RUNHIS-CNT-LABEL (2).
           COMPUTE RUNHIS-CNT-VALUE (2) =
             WK-MODOSHI-CNT + WK-FUKKATSU-CNT.
           MOVE "SAKUJOCNT"           TO RUNHIS-CNT-LABEL (3).
           MOVE WK-SAKUJO-CNT         TO RUNHIS-CNT-VALUE (3).
           MOVE "TORIKESHI"           TO RUNHIS-CNT-LABEL (4).
           MOVE WK-TORIKESHI-CNT      TO RUNHIS-CNT-VALUE (4).
           MOVE "NGCNT"               TO RUNHIS-CNT-LABEL (5).
           MOVE WK-NG-CNT             TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KCBM120 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
