       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KSBM140.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：商品
      * プログラム名  ：発注受信確認取込・未確認発注フォロー一覧
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。仕入先から返ってきた発注ＥＤＩの
      *                 受信確認(ACK)を発注ＥＤＩ送信済み登録簿
      *                 (KCCFPOS。旧世代POS→新世代PSO)へ反映する。
      *                 送信から受信確認の期限(仕入先ＥＤＩプロファ
      *                 イルKCCFSEPのCFSEP-KAKUNIN-JIKAN。ZEROまたは
      *                 プロファイルの無い仕入先は環境変数KSBM140-
      *                 JIKAN、3桁。未設定は24時間)を過ぎても確認の
      *                 無い発注に要電話確認の印を付け、仕入先名・
      *                 担当者(KCCFSIR)とともにフォロー一覧(RPT)へ
      *                 印字する。登録簿に無い発注番号の受信確認は
      *                 警告として一覧へ印字する
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE
             ASSIGN TO EXTERNAL ACK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-ACK-FILE-ERR.
           SELECT SEP-FILE
             ASSIGN TO EXTERNAL SEP
               FILE STATUS IS WK-SEP-FILE-ERR.
           SELECT SIR-FILE
             ASSIGN TO EXTERNAL SIR
               FILE STATUS IS WK-SIR-FILE-ERR.
           SELECT POS-FILE
             ASSIGN TO EXTERNAL POS
               FILE STATUS IS WK-POS-FILE-ERR.
           SELECT PSO-FILE
             ASSIGN TO EXTERNAL PSO
               FILE STATUS IS WK-PSO-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
      *    受信確認：仕入先コード・発注番号・先方の受信日時(空白区切り)
       FD  ACK-FILE.
       01  ACK-REC.
           03  ACK-SUPPLIER-COD        PIC  X(06).
           03  FILLER                  PIC  X(01).
           03  ACK-HATCHU-NO           PIC  9(06).
           03  FILLER                  PIC  X(01).
           03  ACK-DATE                PIC  9(08).
           03  FILLER                  PIC  X(01).
           03  ACK-TIME                PIC  9(06).
       FD  SEP-FILE.
       01  SEP-REC.
           COPY KCCFSEP.
       FD  SIR-FILE.
       01  SIR-REC.
           COPY KCCFSIR.
       FD  POS-FILE.
       01  POS-REC.
           COPY KCCFPOS.
       FD  PSO-FILE.
       01  PSO-REC.
           COPY KCCFPOS.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(100).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-ACK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SEP-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SIR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-POS-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-PSO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  ACK-END-FLG                 PIC  X(01) VALUE "N".
       01  SEP-END-FLG                 PIC  X(01) VALUE "N".
       01  SIR-END-FLG                 PIC  X(01) VALUE "N".
       01  POS-END-FLG                 PIC  X(01) VALUE "N".
      ******************************************************************
      *  受信確認の期限の既定値(環境変数KSBM140-JIKAN。未設定は24時間)
      ******************************************************************
       01  WK-JIKAN-X                  PIC  X(03) VALUE SPACE.
       01  WK-JIKAN-N REDEFINES WK-JIKAN-X
                                       PIC  9(03).
       01  WK-JIKAN                    PIC  9(03) VALUE 24.
      *    経過時間は分単位で比べる(日数×1440＋時×60＋分)
       01  WK-NOW-DATE                 PIC  9(08) VALUE ZERO.
       01  WK-NOW-TIME                 PIC  9(06) VALUE ZERO.
       01  WK-NOW-TIME-R REDEFINES WK-NOW-TIME.
           03  WK-NOW-HH               PIC  9(02).
           03  WK-NOW-MM               PIC  9(02).
           03  WK-NOW-SS               PIC  9(02).
       01  WK-SND-TIME                 PIC  9(06) VALUE ZERO.
       01  WK-SND-TIME-R REDEFINES WK-SND-TIME.
           03  WK-SND-HH               PIC  9(02).
           03  WK-SND-MM               PIC  9(02).
           03  WK-SND-SS               PIC  9(02).
       01  WK-NOW-FUN                  PIC S9(09) VALUE ZERO.
       01  WK-SND-FUN                  PIC S9(09) VALUE ZERO.
       01  WK-KEIKA-FUN                PIC S9(09) VALUE ZERO.
       01  WK-KEIKA-JIKAN              PIC S9(07) VALUE ZERO.
       01  WK-KIGEN-JIKAN              PIC  9(03) VALUE ZERO.
      ******************************************************************
      *  仕入先ＥＤＩプロファイルテーブル(受信確認の期限)
      ******************************************************************
       01  WK-SEP-TBL.
           03  WK-SEP-CNT              PIC  9(03) VALUE ZERO.
           03  WK-SEP-ENT              OCCURS 200 TIMES
                                        INDEXED BY WK-SEP-IDX.
             05  WK-SEP-SUPPLIER-COD   PIC  X(06).
             05  WK-SEP-KAKUNIN-JIKAN  PIC  9(03).
      ******************************************************************
      *  仕入先マスタテーブル(フォロー一覧の仕入先名・担当者)
      ******************************************************************
       01  WK-SIR-TBL.
           03  WK-SIR-CNT              PIC  9(04) VALUE ZERO.
           03  WK-SIR-ENT              OCCURS 1000 TIMES
                                        INDEXED BY WK-SIR-IDX.
             05  WK-SIR-SUPPLIER-COD   PIC  X(06).
             05  WK-SIR-SUPPLIER-MEI   PIC  X(20).
             05  WK-SIR-CONTACT        PIC  X(20).
      ******************************************************************
      *  送信済み登録簿テーブル
      ******************************************************************
       01  WK-POS-TBL.
           03  WK-POS-CNT              PIC  9(05) VALUE ZERO.
           03  WK-POS-ENT              OCCURS 9999 TIMES
                                        INDEXED BY WK-POS-IDX.
             05  WK-POS-IMAGE          PIC  X(60).
       01  WK-POS-IX                   PIC  9(05) VALUE ZERO.
      *    登録簿の先頭12バイト(発注番号＋仕入先コード)と突き合わせる
       01  WK-ACK-KEY.
           03  WK-ACK-KEY-HATCHU-NO    PIC  9(06).
           03  WK-ACK-KEY-SUPPLIER-COD PIC  X(06).
       01  WK-POS-WORK.
           COPY KCCFPOS.
      *
       01  WK-ACK-READ-CNT             PIC  9(09) VALUE ZERO.
       01  WK-ACK-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-ACK-NG-CNT               PIC  9(09) VALUE ZERO.
       01  WK-MIKAKUNIN-CNT            PIC  9(09) VALUE ZERO.
       01  WK-FOLLOW-CNT               PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  一覧印字用
      ******************************************************************
       01  WK-RPT-LINE.
           03  WK-RPT-KBN              PIC  X(08).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-SUPPLIER-COD     PIC  X(06).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-SUPPLIER-MEI     PIC  X(20).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-CONTACT          PIC  X(20).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-HATCHU-NO        PIC  9(06).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-SOSHIN-DATE      PIC  9(08).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-SOSHIN-TIME      PIC  9(06).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-KEIKA-JIKAN      PIC  ZZZ,ZZ9.
           03  FILLER                  PIC  X(01) VALUE "H".
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM LOAD-POS-RTN  UNTIL POS-END-FLG = "Y"
             PERFORM ACK-RTN       UNTIL ACK-END-FLG = "Y"
             PERFORM FOLLOW-HEAD-RTN
             PERFORM FOLLOW-RTN
               VARYING WK-POS-IX FROM 1 BY 1
               UNTIL WK-POS-IX > WK-POS-CNT
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KSBM140 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
           MOVE WK-RUNHIS-START-DATE TO WK-NOW-DATE.
           MOVE WK-RUNHIS-START-TIME TO WK-NOW-TIME.
           COMPUTE WK-NOW-FUN =
             FUNCTION INTEGER-OF-DATE (WK-NOW-DATE) * 1440
             + WK-NOW-HH * 60 + WK-NOW-MM.
      *
           DISPLAY "KSBM140-JIKAN" UPON ENVIRONMENT-NAME.
           ACCEPT WK-JIKAN-X FROM ENVIRONMENT-VALUE.
           IF WK-JIKAN-X NOT = SPACE
            AND WK-JIKAN-N IS NUMERIC
             MOVE WK-JIKAN-N TO WK-JIKAN
           END-IF.
      *
           OPEN INPUT POS-FILE.
           IF WK-POS-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM140 ABEND NOT POS-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT SEP-FILE
             IF WK-SEP-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM140 ABEND NOT SEP-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT SIR-FILE
             IF WK-SIR-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM140 ABEND NOT SIR-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT PSO-FILE
             IF WK-PSO-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM140 ABEND NOT PSO-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RPT-FILE
             IF WK-RPT-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM140 ABEND NOT RPT-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "N"
             GO TO EXT
           END-IF.
      *
           PERFORM LOAD-SEP-RTN  UNTIL SEP-END-FLG = "Y".
           PERFORM LOAD-SIR-RTN  UNTIL SIR-END-FLG = "Y".
           MOVE SPACE TO RPT-REC.
           STRING "*** KSBM140 HATCHU JUSHIN KAKUNIN *** "
                  WK-NOW-DATE " " WK-NOW-TIME
             DELIMITED BY SIZE INTO RPT-REC
           END-STRING.
           WRITE RPT-REC.
      *    受信確認が届いていない日は取込なしとして扱う
           OPEN INPUT ACK-FILE.
           IF WK-ACK-FILE-ERR NOT = "00"
             MOVE "Y" TO ACK-END-FLG
           END-IF.
       EXT.
           EXIT.
      *
       LOAD-SEP-RTN        SECTION.
           READ SEP-FILE
             AT END
               MOVE "Y" TO SEP-END-FLG
               GO TO EXT
           END-READ.
           IF WK-SEP-CNT >= 200
             DISPLAY "!!! KSBM140 ABEND : SEP TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SEP-CNT.
           MOVE CFSEP-SUPPLIER-COD TO WK-SEP-SUPPLIER-COD (WK-SEP-CNT).
           MOVE CFSEP-KAKUNIN-JIKAN
             TO WK-SEP-KAKUNIN-JIKAN (WK-SEP-CNT).
       EXT.
           EXIT.
      *
       LOAD-SIR-RTN        SECTION.
           READ SIR-FILE
             AT END
               MOVE "Y" TO SIR-END-FLG
               GO TO EXT
           END-READ.
           IF WK-SIR-CNT >= 1000
             DISPLAY "!!! KSBM140 ABEND : SIR TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SIR-CNT.
           MOVE CFSIR-SUPPLIER-COD TO WK-SIR-SUPPLIER-COD (WK-SIR-CNT).
           MOVE CFSIR-SUPPLIER-MEI TO WK-SIR-SUPPLIER-MEI (WK-SIR-CNT).
           MOVE CFSIR-CONTACT TO WK-SIR-CONTACT (WK-SIR-CNT).
       EXT.
           EXIT.
      *
       LOAD-POS-RTN        SECTION.
           READ POS-FILE
             AT END
               MOVE "Y" TO POS-END-FLG
               GO TO EXT
           END-READ.
           IF WK-POS-CNT >= 9999
             DISPLAY "!!! KSBM140 ABEND : POS TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-POS-CNT.
           MOVE POS-REC TO WK-POS-IMAGE (WK-POS-CNT).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    受信確認1件の反映
      ******************************************************************
       ACK-RTN             SECTION.
           READ ACK-FILE
             AT END
               MOVE "Y" TO ACK-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-ACK-READ-CNT.
           MOVE ACK-HATCHU-NO TO WK-ACK-KEY-HATCHU-NO.
           MOVE ACK-SUPPLIER-COD TO WK-ACK-KEY-SUPPLIER-COD.
           IF WK-POS-CNT > ZERO
             SET WK-POS-IDX TO 1
             SEARCH WK-POS-ENT
               AT END
                 SET WK-POS-IDX TO WK-POS-CNT
                 SET WK-POS-IDX UP BY 1
               WHEN WK-POS-IDX > WK-POS-CNT
                 CONTINUE
               WHEN WK-POS-IMAGE (WK-POS-IDX) (1:12) = WK-ACK-KEY
                 CONTINUE
             END-SEARCH
           ELSE
             SET WK-POS-IDX TO 1
           END-IF.
           IF WK-POS-IDX > WK-POS-CNT
             ADD 1 TO WK-ACK-NG-CNT
             MOVE RC-WARNING TO RETURN-CODE
             INITIALIZE WK-RPT-LINE
             MOVE "ACK-NG" TO WK-RPT-KBN
             MOVE ACK-SUPPLIER-COD TO WK-RPT-SUPPLIER-COD
             MOVE "HATCHU NO NOT SENT" TO WK-RPT-SUPPLIER-MEI
             MOVE ACK-HATCHU-NO TO WK-RPT-HATCHU-NO
             MOVE WK-RPT-LINE TO RPT-REC
             WRITE RPT-REC
             GO TO EXT
           END-IF.
      *    重複して届いた受信確認は最初の日時を残す
           MOVE WK-POS-IMAGE (WK-POS-IDX) TO WK-POS-WORK.
           IF NOT CFPOS-ACK-ZUMI OF WK-POS-WORK
             MOVE "A" TO CFPOS-ACK-KBN OF WK-POS-WORK
             MOVE ACK-DATE TO CFPOS-ACK-DATE OF WK-POS-WORK
             MOVE ACK-TIME TO CFPOS-ACK-TIME OF WK-POS-WORK
             MOVE SPACE TO CFPOS-FOLLOW-FLG OF WK-POS-WORK
             MOVE WK-POS-WORK TO WK-POS-IMAGE (WK-POS-IDX)
             ADD 1 TO WK-ACK-CNT
           END-IF.
       EXT.
           EXIT.
      *
       FOLLOW-HEAD-RTN     SECTION.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACE TO RPT-REC.
           STRING "--- MIKAKUNIN FOLLOW (KIJUN " WK-JIKAN "H) ---"
             DELIMITED BY SIZE INTO RPT-REC
           END-STRING.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    未確認の発注の期限判定と新世代への書き出し
      ******************************************************************
       FOLLOW-RTN          SECTION.
           MOVE WK-POS-IMAGE (WK-POS-IX) TO WK-POS-WORK.
           IF CFPOS-ACK-ZUMI OF WK-POS-WORK
             GO TO WRITE-PSO
           END-IF.
           ADD 1 TO WK-MIKAKUNIN-CNT.
      *
           MOVE WK-JIKAN TO WK-KIGEN-JIKAN.
           SET WK-SEP-IDX TO 1.
           SEARCH WK-SEP-ENT
             AT END
               CONTINUE
             WHEN WK-SEP-IDX > WK-SEP-CNT
               CONTINUE
             WHEN WK-SEP-SUPPLIER-COD (WK-SEP-IDX)
                    = CFPOS-SUPPLIER-COD OF WK-POS-WORK
               IF WK-SEP-KAKUNIN-JIKAN (WK-SEP-IDX) > ZERO
                 MOVE WK-SEP-KAKUNIN-JIKAN (WK-SEP-IDX)
                   TO WK-KIGEN-JIKAN
               END-IF
           END-SEARCH.
      *
           MOVE CFPOS-SOSHIN-TIME OF WK-POS-WORK TO WK-SND-TIME.
           COMPUTE WK-SND-FUN =
             FUNCTION INTEGER-OF-DATE
               (CFPOS-SOSHIN-DATE OF WK-POS-WORK) * 1440
             + WK-SND-HH * 60 + WK-SND-MM.
           COMPUTE WK-KEIKA-FUN = WK-NOW-FUN - WK-SND-FUN.
           IF WK-KEIKA-FUN < WK-KIGEN-JIKAN * 60
             GO TO WRITE-PSO
           END-IF.
           DIVIDE WK-KEIKA-FUN BY 60 GIVING WK-KEIKA-JIKAN.
      *
           MOVE "Y" TO CFPOS-FOLLOW-FLG OF WK-POS-WORK.
           ADD 1 TO WK-FOLLOW-CNT.
           INITIALIZE WK-RPT-LINE.
           MOVE "FOLLOW" TO WK-RPT-KBN.
           MOVE CFPOS-SUPPLIER-COD OF WK-POS-WORK
             TO WK-RPT-SUPPLIER-COD.
           SET WK-SIR-IDX TO 1.
           SEARCH WK-SIR-ENT
             AT END
               MOVE "** MASTER NASHI **" TO WK-RPT-SUPPLIER-MEI
             WHEN WK-SIR-IDX > WK-SIR-CNT
               MOVE "** MASTER NASHI **" TO WK-RPT-SUPPLIER-MEI
             WHEN WK-SIR-SUPPLIER-COD (WK-SIR-IDX)
                    = CFPOS-SUPPLIER-COD OF WK-POS-WORK
               MOVE WK-SIR-SUPPLIER-MEI (WK-SIR-IDX)
                 TO WK-RPT-SUPPLIER-MEI
               MOVE WK-SIR-CONTACT (WK-SIR-IDX) TO WK-RPT-CONTACT
           END-SEARCH.
           MOVE CFPOS-HATCHU-NO OF WK-POS-WORK TO WK-RPT-HATCHU-NO.
           MOVE CFPOS-SOSHIN-DATE OF WK-POS-WORK
             TO WK-RPT-SOSHIN-DATE.
           MOVE CFPOS-SOSHIN-TIME OF WK-POS-WORK
             TO WK-RPT-SOSHIN-TIME.
           MOVE WK-KEIKA-JIKAN TO WK-RPT-KEIKA-JIKAN.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       WRITE-PSO.
           MOVE WK-POS-WORK TO PSO-REC.
           WRITE PSO-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-ACK-FILE-ERR = "00"
             CLOSE ACK-FILE
           END-IF.
           IF WK-SEP-FILE-ERR = "00"
             CLOSE SEP-FILE
           END-IF.
           IF WK-SIR-FILE-ERR = "00"
             CLOSE SIR-FILE
           END-IF.
           IF WK-POS-FILE-ERR = "00"
             CLOSE POS-FILE
           END-IF.
           IF WK-PSO-FILE-ERR = "00"
             CLOSE PSO-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "ACKREADCNT=" WK-ACK-READ-CNT.
           DISPLAY "ACKCNT=" WK-ACK-CNT.
           DISPLAY "ACKNGCNT=" WK-ACK-NG-CNT.
           DISPLAY "MIKAKUNINCNT=" WK-MIKAKUNIN-CNT.
           DISPLAY "FOLLOWCNT=" WK-FOLLOW-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM140 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KSBM140"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "ACKREADCNT"          TO RUNHIS-CNT-LABEL (1).
           MOVE WK-ACK-READ-CNT       TO RUNHIS-CNT-VALUE (1).
           MOVE "ACKCNT"              TO RUNHIS-CNT-LABEL (2).
           MOVE WK-ACK-CNT            TO RUNHIS-CNT-VALUE (2).
           MOVE "ACKNGCNT"            TO RUNHIS-CNT-LABEL (3).
           MOVE WK-ACK-NG-CNT         TO RUNHIS-CNT-VALUE (3).
           MOVE "MIKAKUNIN"           TO RUNHIS-CNT-LABEL (4).
           MOVE WK-MIKAKUNIN-CNT      TO RUNHIS-CNT-VALUE (4).
           MOVE "FOLLOWCNT"           TO RUNHIS-CNT-LABEL (5).
           MOVE WK-FOLLOW-CNT         TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KSBM140 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
