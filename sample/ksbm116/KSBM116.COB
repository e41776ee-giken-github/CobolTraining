      *                 なってしまい、古い在庫の重みで移動平均が
      *                 動かなくなっていた。反映は入庫の取り込みより
      *                 先に行う
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：移動平均を更新するたびに移動平均原価履歴
      *                 (KCCFAVH)へ1行追記し、売上原価・在庫仕訳作成
      *                 (KSBM126)が移動時点の原価で評価できるように
      *                 した。倉庫間移動(KSBM113の出庫・KSBM114の着荷)
      *                 は会社全体の在庫を増減させないので取り込まない
      *                 (着荷を入荷として仕入原価で平均へ混ぜていた)
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：輸入諸掛配賦登録(KSBM127)が追記した諸掛配賦
      *                 データ(LCI、KCCFLCA形式)の未反映行を、当日の
      *                 入庫を反映した後の在庫数量で移動平均原価へ
      *                 反映する。配賦額は入荷数量のうち在庫に残る数量
      *                 (在庫数量と入荷数量の小さい方)の分を在庫へ乗せ
      *                 て平均を引き上げ、残り(払出済みの分)は売上原価
      *                 とする。反映した行は反映日・在庫分・原価分を
      *                 設定して反映済にし、新世代(LCO)へ書き出す。
      *                 平均を変えたときは移動平均原価履歴へ区分"L"の
      *                 行を追記する。LCIが無ければ反映しない
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：流通加工(KSBM132)の加工出庫・加工入庫を取り
      *                 込まないようにした(KSBM132が構成品の積み上げ
      *                 原価で移動平均を更新済みのため)
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：期限切れロットの廃棄("D"、KSBM135)を出庫と同じ
      *                 く計算基礎の在庫数量から減算する
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
           SELECT AVO-FILE
             ASSIGN TO EXTERNAL AVO
               FILE STATUS IS WK-AVO-FILE-ERR.
           SELECT AVH-FILE
             ASSIGN TO EXTERNAL AVH
               FILE STATUS IS WK-AVH-FILE-ERR.
           SELECT LCI-FILE
             ASSIGN TO EXTERNAL LCI
               FILE STATUS IS WK-LCI-FILE-ERR.
           SELECT LCO-FILE
             ASSIGN TO EXTERNAL LCO
               FILE STATUS IS WK-LCO-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
       FD  AVO-FILE.
       01  AVO-REC.
           COPY KCCFAVC.
       FD  AVH-FILE.
       01  AVH-REC.
           COPY KCCFAVH.
       FD  LCI-FILE.
       01  LCI-REC.
           COPY KCCFLCA.
       FD  LCO-FILE.
       01  LCO-REC.
           COPY KCCFLCA.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(90).
      *
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-AVI-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-AVO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-AVH-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-LCI-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-LCO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  IDJ-END-FLG                 PIC  X(01) VALUE "N".
       01  CST-END-FLG                 PIC  X(01) VALUE "N".
       01  SHO-END-FLG                 PIC  X(01) VALUE "N".
       01  AVI-END-FLG                 PIC  X(01) VALUE "N".
       01  LCI-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      ******************************************************************
      *  仕入原価マスタテーブル
       01  WK-NEW-SURYO                PIC S9(09) VALUE ZERO.
       01  WK-NYUKA-CNT                PIC  9(09) VALUE ZERO.
       01  WK-GENKA-NASHI-CNT          PIC  9(09) VALUE ZERO.
      *    諸掛の反映
       01  WK-ZAN-SURYO                PIC S9(07) VALUE ZERO.
       01  WK-ZAIKO-KINGAKU            PIC S9(11) VALUE ZERO.
       01  WK-GENKA-KINGAKU            PIC S9(11) VALUE ZERO.
       01  WK-HANEI-CNT                PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  更新一覧印字用
      ******************************************************************
           03  WK-RPT-GENKA            PIC  ZZZZ9.99.
           03  FILLER                  PIC  X(09) VALUE " SHINHEI=".
           03  WK-RPT-AVG              PIC  ZZZZ9.9999.
       01  WK-RPT-HANEI.
           03  FILLER                  PIC  X(09) VALUE "L SHOHIN=".
           03  WK-RPH-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(08) VALUE " HATCHU=".
           03  WK-RPH-HATCHU-NO        PIC  9(06).
           03  FILLER                  PIC  X(07) VALUE " ZAIKO=".
           03  WK-RPH-ZAIKO-KINGAKU    PIC  -(10)9.
           03  FILLER                  PIC  X(07) VALUE " GENKA=".
           03  WK-RPH-GENKA-KINGAKU    PIC  -(10)9.
           03  FILLER                  PIC  X(09) VALUE " SHINHEI=".
           03  WK-RPH-AVG              PIC  ZZZZ9.9999.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
             PERFORM UKEIRE-RTN
               VARYING WK-UKE-IX FROM 1 BY 1
               UNTIL WK-UKE-IX > WK-UKE-CNT
             PERFORM HANEI-RTN  UNTIL LCI-END-FLG = "Y"
             PERFORM OUTPUT-RTN
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX > WK-AVC-CNT
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN EXTEND AVH-FILE
             IF WK-AVH-FILE-ERR NOT = "00"
               OPEN OUTPUT AVH-FILE
             END-IF
             IF WK-AVH-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM116 ABEND NOT AVH-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RPT-FILE
             IF WK-RPT-FILE-ERR NOT = "00"
             PERFORM LOAD-AVI-RTN  UNTIL AVI-END-FLG = "Y"
             CLOSE AVI-FILE
           END-IF.
      *
      *    輸入諸掛の配賦データ(諸掛の登録が無い運用ではファイルなし)
           OPEN INPUT LCI-FILE.
           IF WK-LCI-FILE-ERR NOT = "00"
             MOVE "Y" TO LCI-END-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT LCO-FILE.
           IF WK-LCO-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM116 ABEND NOT LCO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
           END-IF.
       EXT.
           EXIT.
      *
      *
      ******************************************************************
      *    業務日付の在庫移動の取り込み。入庫("I")はテーブルへ控え、
      *    出庫("O")・廃棄("D")・調整("A")・返品("R")は計算基礎の在庫
      *    数量へ先に反映する(平均単価は変えない)。
      ******************************************************************
       LOAD-IDJ-RTN        SECTION.
           READ IDJ-FILE
           IF CFIDJ-DATE NOT = WK-BASE-DATE
             GO TO EXT
           END-IF.
      *    倉庫間移動は会社全体の在庫数量・平均を変えない
           IF CFIDJ-PGM-ID = "KSBM113" OR CFIDJ-PGM-ID = "KSBM114"
             GO TO EXT
           END-IF.
      *    流通加工の入出庫はKSBM132が移動平均へ反映済み
           IF CFIDJ-PGM-ID = "KSBM132"
             GO TO EXT
           END-IF.
           EVALUATE TRUE
             WHEN CFIDJ-NYUKO
               IF CFIDJ-SURYO <= ZERO
                 TO WK-UKE-SHOHIN-NO (WK-UKE-CNT)
               MOVE CFIDJ-SURYO TO WK-UKE-SURYO (WK-UKE-CNT)
             WHEN CFIDJ-SYUKO
             WHEN CFIDJ-HAIKI
      *        出庫・廃棄は正の数量で記帳される規約のため減算する
               MOVE CFIDJ-SHOHIN-NO TO WK-LOOKUP-SHOHIN-NO
               PERFORM FIND-AVC-RTN
               SUBTRACT CFIDJ-SURYO
             MOVE WK-HIT-GENKA TO WK-AVC-AVG-GENKA (WK-AVC-IDX)
           END-IF.
           MOVE WK-NEW-SURYO TO WK-AVC-ZAIKO-SURYO (WK-AVC-IDX).
      *
           MOVE SPACE TO AVH-REC.
           MOVE WK-UKE-SHOHIN-NO (WK-UKE-IX) TO CFAVH-SHOHIN-NO.
           MOVE WK-BASE-DATE TO CFAVH-DATE.
           MOVE WK-HIT-GENKA TO CFAVH-UKEIRE-GENKA.
           MOVE WK-AVC-AVG-GENKA (WK-AVC-IDX) TO CFAVH-AVG-GENKA.
           MOVE WK-UKE-SURYO (WK-UKE-IX) TO CFAVH-SURYO.
           WRITE AVH-REC.
      *
           MOVE SPACE TO WK-RPT-LINE.
           MOVE WK-UKE-SHOHIN-NO (WK-UKE-IX) TO WK-RPT-SHOHIN-NO.
           END-SEARCH.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    諸掛配賦1行の反映。配賦額のうち在庫に残る数量の分を在庫の
      *    移動平均へ乗せ、払出済みの分は売上原価とする(仕訳は売上
      *    原価・在庫仕訳作成KSBM126が反映日の月に作る)。
      ******************************************************************
       HANEI-RTN           SECTION.
           READ LCI-FILE
             AT END
               MOVE "Y" TO LCI-END-FLG
               GO TO EXT
           END-READ.
           MOVE LCI-REC TO LCO-REC.
           IF CFLCA-HANEI-ZUMI OF LCO-REC
             GO TO WRITE-OUT
           END-IF.
           ADD 1 TO WK-HANEI-CNT.
      *
           MOVE CFLCA-SHOHIN-NO OF LCO-REC TO WK-LOOKUP-SHOHIN-NO.
           PERFORM FIND-AVC-RTN.
           MOVE ZERO TO WK-ZAN-SURYO.
           IF WK-AVC-ZAIKO-SURYO (WK-AVC-IDX) > ZERO
             IF WK-AVC-ZAIKO-SURYO (WK-AVC-IDX)
                  < CFLCA-NYUKA-SURYO OF LCO-REC
               MOVE WK-AVC-ZAIKO-SURYO (WK-AVC-IDX) TO WK-ZAN-SURYO
             ELSE
               MOVE CFLCA-NYUKA-SURYO OF LCO-REC TO WK-ZAN-SURYO
             END-IF
           END-IF.
           IF WK-ZAN-SURYO > ZERO
             COMPUTE WK-ZAIKO-KINGAKU ROUNDED =
               CFLCA-HAIFU-KINGAKU OF LCO-REC * WK-ZAN-SURYO
               / CFLCA-NYUKA-SURYO OF LCO-REC
           ELSE
             MOVE ZERO TO WK-ZAIKO-KINGAKU
           END-IF.
           COMPUTE WK-GENKA-KINGAKU =
             CFLCA-HAIFU-KINGAKU OF LCO-REC - WK-ZAIKO-KINGAKU.
      *
           IF WK-ZAIKO-KINGAKU NOT = ZERO
             COMPUTE WK-AVC-AVG-GENKA (WK-AVC-IDX) ROUNDED =
               (WK-AVC-ZAIKO-SURYO (WK-AVC-IDX)
                 * WK-AVC-AVG-GENKA (WK-AVC-IDX)
                + WK-ZAIKO-KINGAKU)
               / WK-AVC-ZAIKO-SURYO (WK-AVC-IDX)
             MOVE SPACE TO AVH-REC
             MOVE CFLCA-SHOHIN-NO OF LCO-REC TO CFAVH-SHOHIN-NO
             MOVE WK-BASE-DATE TO CFAVH-DATE
             COMPUTE CFAVH-UKEIRE-GENKA ROUNDED =
               WK-ZAIKO-KINGAKU / WK-AVC-ZAIKO-SURYO (WK-AVC-IDX)
             MOVE WK-AVC-AVG-GENKA (WK-AVC-IDX) TO CFAVH-AVG-GENKA
             MOVE WK-AVC-ZAIKO-SURYO (WK-AVC-IDX) TO CFAVH-SURYO
             MOVE "L" TO CFAVH-KBN
             WRITE AVH-REC
           END-IF.
      *
           MOVE "A" TO CFLCA-STATUS OF LCO-REC.
           MOVE WK-BASE-DATE TO CFLCA-HANEI-DATE OF LCO-REC.
           MOVE WK-ZAIKO-KINGAKU TO CFLCA-ZAIKO-KINGAKU OF LCO-REC.
           MOVE WK-GENKA-KINGAKU TO CFLCA-GENKA-KINGAKU OF LCO-REC.
      *
           MOVE CFLCA-SHOHIN-NO OF LCO-REC TO WK-RPH-SHOHIN-NO.
           MOVE CFLCA-HATCHU-NO OF LCO-REC TO WK-RPH-HATCHU-NO.
           MOVE WK-ZAIKO-KINGAKU TO WK-RPH-ZAIKO-KINGAKU.
           MOVE WK-GENKA-KINGAKU TO WK-RPH-GENKA-KINGAKU.
           MOVE WK-AVC-AVG-GENKA (WK-AVC-IDX) TO WK-RPH-AVG.
           MOVE WK-RPT-HANEI TO RPT-REC.
           WRITE RPT-REC.
       WRITE-OUT.
           WRITE LCO-REC.
       EXT.
           EXIT.
      *
       OUTPUT-RTN          SECTION.
           MOVE SPACE TO AVO-REC.
           IF WK-AVO-FILE-ERR = "00"
             CLOSE AVO-FILE
           END-IF.
           IF WK-AVH-FILE-ERR = "00"
             CLOSE AVH-FILE
           END-IF.
           IF WK-LCO-FILE-ERR = "00"
             CLOSE LCO-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "NYUKACNT=" WK-NYUKA-CNT.
           DISPLAY "GENKANASHICNT=" WK-GENKA-NASHI-CNT.
           DISPLAY "HANEICNT=" WK-HANEI-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM116 END ***".
       EXT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 3                     TO RUNHIS-CNT-CNT.
           MOVE "NYUKACNT"            TO RUNHIS-CNT-LABEL (1).
           MOVE WK-NYUKA-CNT          TO RUNHIS-CNT-VALUE (1).
           MOVE "GENKANASHI"          TO RUNHIS-CNT-LABEL (2).
           MOVE WK-GENKA-NASHI-CNT    TO RUNHIS-CNT-VALUE (2).
           MOVE "HANEICNT"            TO RUNHIS-CNT-LABEL (3).
           MOVE WK-HANEI-CNT          TO RUNHIS-CNT-VALUE (3).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
