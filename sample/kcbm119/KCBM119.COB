       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KCBM119.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：共通
      * プログラム名  ：重要項目変更承認
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。得意先マスタ保守(KUBM025)の与信限度
      *                 額と仕入先マスタ保守(KSBM050)の振込先口座の
      *                 変更申請(PND、KCCFPND形式)について、承認者の
      *                 判断(APR：対象マスタ・キー・変更項目・オペ
      *                 レータＩＤ・処置A/R)を反映する(受注承認保留
      *                 解除KUBM164と同じ方式)。承認権限はKCBS030
      *                 (リソース"MSA"、会社は環境変数KAISHA-COD。
      *                 省略時"01")で確認し、権限の無い判断と
      *                 申請者本人による判断は警告として一覧に残し、
      *                 申請は承認待ちのまま残す。同じマスタ・キー・
      *                 項目の申請が複数あれば後の申請を採る。承認
      *                 ("A")した申請は得意先マスタの新世代(TOK→TKO)
      *                 へ反映し、仕入先マスタ(SIR、索引)は仕入先
      *                 コードで読んで振込先口座を直接更新する(口座要
      *                 修正も解除する)。判断の無い申請は新世代の申請
      *                 ファイル(PNO)へ引き継ぐが、申請日から基準日
      *                 (BSD。無ければ実行日)までの日数が所定の日数
      *                 (環境変数KCBM119-KIGEN、3桁。未設定は30日)を
      *                 超えた申請は期限切れとして破棄する。承認・
      *                 却下・期限切れはKCBS070でマスタ変更履歴
      *                 ジャーナルへ処置"S"・"J"・"E"で記録する。結果
      *                 と承認待ちの申請(経過日数付き)は一覧(RPT)へ
      *                 印字する。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT APR-FILE
             ASSIGN TO EXTERNAL APR
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-APR-FILE-ERR.
           SELECT PND-FILE
             ASSIGN TO EXTERNAL PND
               FILE STATUS IS WK-PND-FILE-ERR.
           SELECT PNO-FILE
             ASSIGN TO EXTERNAL PNO
               FILE STATUS IS WK-PNO-FILE-ERR.
           SELECT TOK-FILE
             ASSIGN TO EXTERNAL TOK
               FILE STATUS IS WK-TOK-FILE-ERR.
           SELECT TKO-FILE
             ASSIGN TO EXTERNAL TKO
               FILE STATUS IS WK-TKO-FILE-ERR.
           SELECT SIR-FILE
             ASSIGN TO EXTERNAL SIR
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CFSIR-SUPPLIER-COD
               FILE STATUS IS WK-SIR-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
       FD  BSD-FILE.
       01  BSD-REC.
           COPY KCCFBSD.
      *    承認判断(対象マスタ・キー・変更項目・オペレータＩＤ・処置)
       FD  APR-FILE.
       01  APR-REC.
      *    対象マスタ："TOK"=得意先マスタ  "SIR"=仕入先マスタ
           03  APR-RESOURCE            PIC  X(03).
           03  FILLER                  PIC  X(01).
           03  APR-KEY                 PIC  X(06).
           03  FILLER                  PIC  X(01).
      *    変更項目："G"=与信限度額  "K"=振込先口座
           03  APR-KOMOKU              PIC  X(01).
           03  FILLER                  PIC  X(01).
           03  APR-OPE-ID              PIC  X(05).
           03  FILLER                  PIC  X(01).
      *    処置："A"=承認  "R"=却下
           03  APR-ACTION              PIC  X(01).
           03  FILLER                  PIC  X(08).
       FD  PND-FILE.
       01  PND-REC.
           COPY KCCFPND.
       FD  PNO-FILE.
       01  PNO-REC                     PIC  X(130).
       FD  TOK-FILE.
       01  TOK-REC.
           COPY KCCFTOK.
       FD  TKO-FILE.
       01  TKO-REC.
           COPY KCCFTOK.
       FD  SIR-FILE.
       01  SIR-REC.
           COPY KCCFSIR.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(132).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
           COPY KCBS030P.
      *    マスタ変更履歴記録(KCBS070)呼出用
           COPY KCBS070P.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-BSD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-APR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-PND-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-PNO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TKO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SIR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
      *    実行履歴に残す承認オペレータ(最後に受け付けた承認判断)
       01  WK-OPERATOR-ID              PIC  X(05) VALUE SPACE.
       01  APR-END-FLG                 PIC  X(01) VALUE "N".
       01  PND-END-FLG                 PIC  X(01) VALUE "N".
       01  TOK-END-FLG                 PIC  X(01) VALUE "N".
      ******************************************************************
      *  基準日と申請の有効日数
      ******************************************************************
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      *    承認権限を確認する会社(環境変数KAISHA-COD。省略時"01")
       01  WK-KAISHA-COD               PIC  X(02) VALUE "01".
       01  WK-ENV-KAISHA-COD           PIC  X(02) VALUE SPACE.
       01  WK-BASE-DAYS                PIC S9(09) VALUE ZERO.
       01  WK-KIGEN-X                  PIC  X(03) VALUE SPACE.
       01  WK-KIGEN-N REDEFINES WK-KIGEN-X
                                       PIC  9(03).
       01  WK-KIGEN                    PIC  9(03) VALUE 30.
       01  WK-NISSU                    PIC S9(05) VALUE ZERO.
      ******************************************************************
      *  申請テーブル(申請ファイルの順。状態は判断の反映結果)
      ******************************************************************
       01  WK-PND-TBL.
           03  WK-PND-CNT              PIC  9(04) VALUE ZERO.
           03  WK-PND-ENT              OCCURS 2000 TIMES
                                        INDEXED BY WK-PND-IDX.
             05  WK-PND-RESOURCE       PIC  X(03).
             05  WK-PND-KEY            PIC  X(06).
             05  WK-PND-KOMOKU         PIC  X(01).
             05  WK-PND-SHINSEI-OPE    PIC  X(05).
             05  WK-PND-IMAGE          PIC  X(130).
      *      状態："H"=承認待ち  "N"=承認待ち(本人の判断を無視)
      *            "D"=後の申請で置換  "S"=承認  "J"=却下
      *            "E"=期限切れ
             05  WK-PND-JOTAI          PIC  X(01).
             05  WK-PND-APR-OPE        PIC  X(05).
      *      承認した申請の対象がマスタにあったか
             05  WK-PND-MASTER-FLG     PIC  X(01).
       01  WK-PND-WORK.
           COPY KCCFPND.
      ******************************************************************
      *  承認判断テーブル(権限確認済み。同じ申請は後の判断を採る)
      ******************************************************************
       01  WK-APR-TBL.
           03  WK-APR-CNT              PIC  9(04) VALUE ZERO.
           03  WK-APR-ENT              OCCURS 500 TIMES
                                        INDEXED BY WK-APR-IDX.
             05  WK-APR-RESOURCE       PIC  X(03).
             05  WK-APR-KEY            PIC  X(06).
             05  WK-APR-KOMOKU         PIC  X(01).
             05  WK-APR-OPE-ID         PIC  X(05).
             05  WK-APR-ACTION         PIC  X(01).
      *      承認待ちの申請に該当したか
             05  WK-APR-HIT-FLG        PIC  X(01).
       01  WK-IX                       PIC  9(04) VALUE ZERO.
      *
       01  WK-APR-READ-CNT             PIC  9(09) VALUE ZERO.
       01  WK-KENGEN-NG-CNT            PIC  9(09) VALUE ZERO.
       01  WK-SHONIN-CNT               PIC  9(09) VALUE ZERO.
       01  WK-KYAKKA-CNT               PIC  9(09) VALUE ZERO.
       01  WK-KIGEN-GIRE-CNT           PIC  9(09) VALUE ZERO.
       01  WK-PNO-CNT                  PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  一覧印字用
      ******************************************************************
       01  WK-RPT-LINE.
           03  WK-RPT-KBN              PIC  X(10).
           03  FILLER                  PIC  X(05) VALUE " RES=".
           03  WK-RPT-RESOURCE         PIC  X(03).
           03  FILLER                  PIC  X(05) VALUE " KEY=".
           03  WK-RPT-KEY              PIC  X(06).
           03  FILLER                  PIC  X(05) VALUE " KMK=".
           03  WK-RPT-KOMOKU           PIC  X(01).
           03  FILLER                  PIC  X(09) VALUE " SHINSEI=".
           03  WK-RPT-SHINSEI-OPE      PIC  X(05).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-SHINSEI-DATE     PIC  9(08).
           03  FILLER                  PIC  X(07) VALUE " NISSU=".
           03  WK-RPT-NISSU            PIC  ZZZ9.
           03  FILLER                  PIC  X(05) VALUE " OPE=".
           03  WK-RPT-OPE-ID           PIC  X(05).
           03  FILLER                  PIC  X(05) VALUE " OLD=".
           03  WK-RPT-OLD              PIC  X(16).
           03  FILLER                  PIC  X(05) VALUE " NEW=".
           03  WK-RPT-NEW              PIC  X(16).
      *    承認判断の警告行(権限なし・処置不正・該当申請なし)
       01  WK-RPT-APR-LINE.
           03  WK-RPT-APR-KBN          PIC  X(10).
           03  FILLER                  PIC  X(05) VALUE " RES=".
           03  WK-RPT-APR-RESOURCE     PIC  X(03).
           03  FILLER                  PIC  X(05) VALUE " KEY=".
           03  WK-RPT-APR-KEY          PIC  X(06).
           03  FILLER                  PIC  X(05) VALUE " KMK=".
           03  WK-RPT-APR-KOMOKU       PIC  X(01).
           03  FILLER                  PIC  X(05) VALUE " OPE=".
           03  WK-RPT-APR-OPE-ID       PIC  X(05).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-APR-MSG          PIC  X(40).
      *    旧値・新値の編集(与信限度額／銀行-支店-口座番号)
       01  WK-GENDO-ED                 PIC  -ZZZ,ZZZ,ZZ9.
       01  WK-KOZA-ED.
           03  WK-KOZA-ED-BANK         PIC  X(04).
           03  FILLER                  PIC  X(01) VALUE "-".
           03  WK-KOZA-ED-SHITEN       PIC  X(03).
           03  FILLER                  PIC  X(01) VALUE "-".
           03  WK-KOZA-ED-KOZA-NO      PIC  X(07).
      *    与信限度額承認の変更履歴イメージ(得意先マスタは変更履歴の
      *    イメージより長いため、キーと与信限度額だけを記録する)
       01  WK-MCJ-GENDO.
           03  WK-MCJ-GENDO-TOKU-COD   PIC  X(04).
           03  WK-MCJ-GENDO-LIMIT      PIC S9(09) PACKED-DECIMAL.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM LOAD-PND-RTN  UNTIL PND-END-FLG = "Y"
             PERFORM LOAD-APR-RTN  UNTIL APR-END-FLG = "Y"
             PERFORM HANDAN-RTN
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX > WK-PND-CNT
             PERFORM TOK-RTN       UNTIL TOK-END-FLG = "Y"
             PERFORM SIR-RTN
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX > WK-PND-CNT
             MOVE "--- KEKKA ---" TO RPT-REC
             WRITE RPT-REC
             PERFORM KEKKA-RTN
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX > WK-PND-CNT
             PERFORM MISHINSEI-RTN
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX > WK-APR-CNT
             MOVE "--- SHONIN MACHI ---" TO RPT-REC
             WRITE RPT-REC
             PERFORM HORYU-RTN
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX > WK-PND-CNT
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KCBM119 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
           DISPLAY "KAISHA-COD" UPON ENVIRONMENT-NAME.
           ACCEPT WK-ENV-KAISHA-COD FROM ENVIRONMENT-VALUE.
           IF WK-ENV-KAISHA-COD NOT = SPACE
             MOVE WK-ENV-KAISHA-COD TO WK-KAISHA-COD
           END-IF.
           DISPLAY "*** KCBM119 KAISHA=" WK-KAISHA-COD.
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
           COMPUTE WK-BASE-DAYS =
             FUNCTION INTEGER-OF-DATE (WK-BASE-DATE).
      *
           DISPLAY "KCBM119-KIGEN" UPON ENVIRONMENT-NAME.
           ACCEPT WK-KIGEN-X FROM ENVIRONMENT-VALUE.
           IF WK-KIGEN-X NOT = SPACE
            AND WK-KIGEN-N IS NUMERIC
            AND WK-KIGEN-N > ZERO
             MOVE WK-KIGEN-N TO WK-KIGEN
           END-IF.
      *
           OPEN INPUT APR-FILE.
           IF WK-APR-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM119 ABEND NOT APR-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
           END-IF.
      *    申請ファイルが無い(申請がまだ1件も無い)場合は申請なし
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT PND-FILE
             IF WK-PND-FILE-ERR NOT = "00"
               DISPLAY "*** KCBM119 NO PND-FILE"
               MOVE "Y" TO PND-END-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT PNO-FILE
             IF WK-PNO-FILE-ERR NOT = "00"
               DISPLAY "*** KCBM119 ABEND NOT PNO-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT TOK-FILE
             IF WK-TOK-FILE-ERR NOT = "00"
               DISPLAY "*** KCBM119 ABEND NOT TOK-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT TKO-FILE
             IF WK-TKO-FILE-ERR NOT = "00"
               DISPLAY "*** KCBM119 ABEND NOT TKO-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN I-O SIR-FILE
             IF WK-SIR-FILE-ERR NOT = "00"
               DISPLAY "*** KCBM119 ABEND NOT SIR-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RPT-FILE
             IF WK-RPT-FILE-ERR NOT = "00"
               DISPLAY "*** KCBM119 ABEND NOT RPT-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             MOVE SPACE TO RPT-REC
             STRING "*** KCBM119 JUYO KOMOKU HENKO SHONIN ***"
                    " KIJUN=" WK-BASE-DATE
                    " KIGEN=" WK-KIGEN
               DELIMITED BY SIZE INTO RPT-REC
             END-STRING
             WRITE RPT-REC
             PERFORM READ-APR-RTN
           END-IF.
       EXT.
           EXIT.
      *
       READ-APR-RTN        SECTION.
           READ APR-FILE
             AT END
               MOVE "Y" TO APR-END-FLG
           END-READ.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    申請の読込(同じマスタ・キー・項目の承認待ちは後の申請で
      *    置き換える)
      ******************************************************************
       LOAD-PND-RTN        SECTION.
           READ PND-FILE
             AT END
               MOVE "Y" TO PND-END-FLG
               GO TO EXT
           END-READ.
           IF WK-PND-CNT > ZERO
             SET WK-PND-IDX TO 1
             SEARCH WK-PND-ENT
               AT END
                 CONTINUE
               WHEN WK-PND-IDX > WK-PND-CNT
                 CONTINUE
               WHEN WK-PND-RESOURCE (WK-PND-IDX)
                      = CFPND-RESOURCE OF PND-REC
                AND WK-PND-KEY (WK-PND-IDX) = CFPND-KEY OF PND-REC
                AND WK-PND-KOMOKU (WK-PND-IDX)
                      = CFPND-KOMOKU OF PND-REC
                AND WK-PND-JOTAI (WK-PND-IDX) = "H"
                 MOVE "D" TO WK-PND-JOTAI (WK-PND-IDX)
             END-SEARCH
           END-IF.
           IF WK-PND-CNT >= 2000
             DISPLAY "!!! KCBM119 ABEND : PND TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-PND-CNT.
           SET WK-PND-IDX TO WK-PND-CNT.
           MOVE CFPND-RESOURCE OF PND-REC
             TO WK-PND-RESOURCE (WK-PND-IDX).
           MOVE CFPND-KEY OF PND-REC TO WK-PND-KEY (WK-PND-IDX).
           MOVE CFPND-KOMOKU OF PND-REC TO WK-PND-KOMOKU (WK-PND-IDX).
           MOVE CFPND-SHINSEI-OPE-ID OF PND-REC
             TO WK-PND-SHINSEI-OPE (WK-PND-IDX).
           MOVE PND-REC TO WK-PND-IMAGE (WK-PND-IDX).
           MOVE "H" TO WK-PND-JOTAI (WK-PND-IDX).
           MOVE SPACE TO WK-PND-APR-OPE (WK-PND-IDX).
           MOVE "N" TO WK-PND-MASTER-FLG (WK-PND-IDX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    承認判断の読込(オペレータの重要項目変更承認権限を確認する)
      ******************************************************************
       LOAD-APR-RTN        SECTION.
           ADD 1 TO WK-APR-READ-CNT.
           INITIALIZE WK-RPT-APR-LINE.
           MOVE APR-RESOURCE TO WK-RPT-APR-RESOURCE.
           MOVE APR-KEY TO WK-RPT-APR-KEY.
           MOVE APR-KOMOKU TO WK-RPT-APR-KOMOKU.
           MOVE APR-OPE-ID TO WK-RPT-APR-OPE-ID.
           IF APR-ACTION NOT = "A"
            AND APR-ACTION NOT = "R"
             MOVE "INPUT-NG" TO WK-RPT-APR-KBN
             MOVE "INVALID ACTION (A/R)" TO WK-RPT-APR-MSG
             MOVE WK-RPT-APR-LINE TO RPT-REC
             WRITE RPT-REC
             MOVE RC-WARNING TO RETURN-CODE
             GO TO NEXT-REC
           END-IF.
           MOVE APR-OPE-ID TO S030-OPE-ID.
           MOVE "MSA" TO S030-RESOURCE.
           MOVE WK-KAISHA-COD TO S030-KAISHA-COD.
           CALL "KCBS030" USING KCBS030-P1.
           IF S030-RCD = "E"
             ADD 1 TO WK-KENGEN-NG-CNT
             MOVE "KENGEN-NG" TO WK-RPT-APR-KBN
             MOVE S030-REASON TO WK-RPT-APR-MSG
             MOVE WK-RPT-APR-LINE TO RPT-REC
             WRITE RPT-REC
             MOVE RC-WARNING TO RETURN-CODE
             GO TO NEXT-REC
           END-IF.
           MOVE APR-OPE-ID TO WK-OPERATOR-ID.
      *    同じ申請への判断が既にあれば後の判断で置き換える
           IF WK-APR-CNT > ZERO
             SET WK-APR-IDX TO 1
             SEARCH WK-APR-ENT
               AT END
                 CONTINUE
               WHEN WK-APR-IDX > WK-APR-CNT
                 CONTINUE
               WHEN WK-APR-RESOURCE (WK-APR-IDX) = APR-RESOURCE
                AND WK-APR-KEY (WK-APR-IDX) = APR-KEY
                AND WK-APR-KOMOKU (WK-APR-IDX) = APR-KOMOKU
                 MOVE APR-OPE-ID TO WK-APR-OPE-ID (WK-APR-IDX)
                 MOVE APR-ACTION TO WK-APR-ACTION (WK-APR-IDX)
                 GO TO NEXT-REC
             END-SEARCH
           END-IF.
           IF WK-APR-CNT >= 500
             DISPLAY "!!! KCBM119 ABEND : APR TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-APR-CNT.
           SET WK-APR-IDX TO WK-APR-CNT.
           MOVE APR-RESOURCE TO WK-APR-RESOURCE (WK-APR-IDX).
           MOVE APR-KEY TO WK-APR-KEY (WK-APR-IDX).
           MOVE APR-KOMOKU TO WK-APR-KOMOKU (WK-APR-IDX).
           MOVE APR-OPE-ID TO WK-APR-OPE-ID (WK-APR-IDX).
           MOVE APR-ACTION TO WK-APR-ACTION (WK-APR-IDX).
           MOVE "N" TO WK-APR-HIT-FLG (WK-APR-IDX).
       NEXT-REC.
           PERFORM READ-APR-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    承認待ちの申請1件ごとの判断(申請者本人の判断は採らない。
      *    判断の無い申請は経過日数で期限切れを判定する)
      ******************************************************************
       HANDAN-RTN          SECTION.
           IF WK-PND-JOTAI (WK-IX) NOT = "H"
             GO TO EXT
           END-IF.
           IF WK-APR-CNT > ZERO
             SET WK-APR-IDX TO 1
             SEARCH WK-APR-ENT
               AT END
                 CONTINUE
               WHEN WK-APR-IDX > WK-APR-CNT
                 CONTINUE
               WHEN WK-APR-RESOURCE (WK-APR-IDX)
                      = WK-PND-RESOURCE (WK-IX)
                AND WK-APR-KEY (WK-APR-IDX) = WK-PND-KEY (WK-IX)
                AND WK-APR-KOMOKU (WK-APR-IDX) = WK-PND-KOMOKU (WK-IX)
                 MOVE "Y" TO WK-APR-HIT-FLG (WK-APR-IDX)
                 MOVE WK-APR-OPE-ID (WK-APR-IDX)
                   TO WK-PND-APR-OPE (WK-IX)
                 IF WK-APR-OPE-ID (WK-APR-IDX)
                      = WK-PND-SHINSEI-OPE (WK-IX)
                   MOVE "N" TO WK-PND-JOTAI (WK-IX)
                 ELSE
                   IF WK-APR-ACTION (WK-APR-IDX) = "A"
                     MOVE "S" TO WK-PND-JOTAI (WK-IX)
                   ELSE
                     MOVE "J" TO WK-PND-JOTAI (WK-IX)
                   END-IF
                 END-IF
                 GO TO EXT
             END-SEARCH
           END-IF.
           PERFORM CALC-NISSU-RTN.
           IF WK-NISSU > WK-KIGEN
             MOVE "E" TO WK-PND-JOTAI (WK-IX)
           END-IF.
       EXT.
           EXIT.
      *
      *    申請日から基準日までの経過日数(基準日より後の申請はZERO)
       CALC-NISSU-RTN      SECTION.
           MOVE WK-PND-IMAGE (WK-IX) TO WK-PND-WORK.
           COMPUTE WK-NISSU = WK-BASE-DAYS
             - FUNCTION INTEGER-OF-DATE
                 (CFPND-SHINSEI-DATE OF WK-PND-WORK).
           IF WK-NISSU < ZERO
             MOVE ZERO TO WK-NISSU
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    得意先マスタの引継ぎ(承認した与信限度額を反映する)
      ******************************************************************
       TOK-RTN             SECTION.
           READ TOK-FILE
             AT END
               MOVE "Y" TO TOK-END-FLG
               GO TO EXT
           END-READ.
           MOVE TOK-REC TO TKO-REC.
           IF WK-PND-CNT > ZERO
             SET WK-PND-IDX TO 1
             SEARCH WK-PND-ENT
               AT END
                 CONTINUE
               WHEN WK-PND-IDX > WK-PND-CNT
                 CONTINUE
               WHEN WK-PND-RESOURCE (WK-PND-IDX) = "TOK"
                AND WK-PND-KEY (WK-PND-IDX)
                      = CFTOK-TOKU-COD OF TOK-REC
                AND WK-PND-KOMOKU (WK-PND-IDX) = "G"
                AND WK-PND-JOTAI (WK-PND-IDX) = "S"
                 MOVE WK-PND-IMAGE (WK-PND-IDX) TO WK-PND-WORK
                 MOVE CFPND-NEW-GENDO OF WK-PND-WORK
                   TO CFTOK-CREDIT-LIMIT OF TKO-REC
                 MOVE "Y" TO WK-PND-MASTER-FLG (WK-PND-IDX)
                 MOVE "KCCFTOK" TO MCJ-RESOURCE
                 MOVE CFTOK-TOKU-COD OF TOK-REC
                   TO WK-MCJ-GENDO-TOKU-COD
                 MOVE CFTOK-CREDIT-LIMIT OF TOK-REC
                   TO WK-MCJ-GENDO-LIMIT
                 MOVE WK-MCJ-GENDO TO MCJ-BEFORE-IMAGE
                 MOVE CFTOK-CREDIT-LIMIT OF TKO-REC
                   TO WK-MCJ-GENDO-LIMIT
                 MOVE WK-MCJ-GENDO TO MCJ-AFTER-IMAGE
                 PERFORM WRITE-MCJ-SHONIN-RTN
             END-SEARCH
           END-IF.
           WRITE TKO-REC.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    仕入先マスタの更新(承認した振込先口座を仕入先コードで読んだ
      *    レコードへ反映し、口座要修正を解除する)
      ******************************************************************
       SIR-RTN             SECTION.
           IF WK-PND-RESOURCE (WK-IX) NOT = "SIR"
            OR WK-PND-KOMOKU (WK-IX) NOT = "K"
            OR WK-PND-JOTAI (WK-IX) NOT = "S"
             GO TO EXT
           END-IF.
           SET WK-PND-IDX TO WK-IX.
           MOVE WK-PND-KEY (WK-IX) TO CFSIR-SUPPLIER-COD.
           READ SIR-FILE
             INVALID KEY
               GO TO EXT
           END-READ.
           MOVE "KCCFSIR" TO MCJ-RESOURCE.
           MOVE SIR-REC TO MCJ-BEFORE-IMAGE.
           MOVE WK-PND-IMAGE (WK-IX) TO WK-PND-WORK.
           MOVE CFPND-NEW-BANK-COD OF WK-PND-WORK TO CFSIR-BANK-COD.
           MOVE CFPND-NEW-SHITEN-COD OF WK-PND-WORK
             TO CFSIR-SHITEN-COD.
           MOVE CFPND-NEW-KOZA-NO OF WK-PND-WORK TO CFSIR-KOZA-NO.
           MOVE CFPND-NEW-KOZA-MEI OF WK-PND-WORK TO CFSIR-KOZA-MEI.
           MOVE SPACE TO CFSIR-KOZA-STATUS.
           REWRITE SIR-REC
             INVALID KEY
               DISPLAY "*** KCBM119 WARNING SIR REWRITE NG "
                 CFSIR-SUPPLIER-COD
               MOVE RC-WARNING TO RETURN-CODE
               GO TO EXT
           END-REWRITE.
           MOVE "Y" TO WK-PND-MASTER-FLG (WK-IX).
           MOVE SIR-REC TO MCJ-AFTER-IMAGE.
           PERFORM WRITE-MCJ-SHONIN-RTN.
       EXT.
           EXIT.
      *
      *    承認・適用のマスタ変更履歴(変更前後は仕入先はマスタの
      *    イメージ、得意先はキーと与信限度額)
       WRITE-MCJ-SHONIN-RTN SECTION.
           MOVE "W" TO MCJ-FUNCTION.
           MOVE WK-PND-APR-OPE (WK-PND-IDX) TO MCJ-OPE-ID.
           MOVE "KCBM119" TO MCJ-PGM-ID.
           MOVE "S" TO MCJ-ACTION.
           MOVE WK-PND-KEY (WK-PND-IDX) TO MCJ-KEY.
           PERFORM CALL-KCBS070-RTN.
       EXT.
           EXIT.
      *
       CALL-KCBS070-RTN    SECTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KCBS070" USING KCBS070-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF MCJ-ERR-YES
             DISPLAY "*** KCBM119 WARNING MCJ WRITE FAILED "
               MCJ-KEY
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    判断結果の印字(却下・期限切れはマスタ変更履歴へ記録する)
      ******************************************************************
       KEKKA-RTN           SECTION.
           IF WK-PND-JOTAI (WK-IX) = "H"
            OR WK-PND-JOTAI (WK-IX) = "N"
             GO TO EXT
           END-IF.
           PERFORM EDIT-RPT-RTN.
           EVALUATE WK-PND-JOTAI (WK-IX)
             WHEN "S"
               IF WK-PND-MASTER-FLG (WK-IX) = "Y"
                 ADD 1 TO WK-SHONIN-CNT
                 MOVE "SHONIN" TO WK-RPT-KBN
               ELSE
      *          対象がマスタから消えていた申請は反映できず破棄する
                 MOVE "MASTER-NF" TO WK-RPT-KBN
                 MOVE RC-WARNING TO RETURN-CODE
               END-IF
             WHEN "J"
               ADD 1 TO WK-KYAKKA-CNT
               MOVE "KYAKKA" TO WK-RPT-KBN
               MOVE "J" TO MCJ-ACTION
               MOVE WK-PND-APR-OPE (WK-IX) TO MCJ-OPE-ID
               PERFORM WRITE-MCJ-KEKKA-RTN
             WHEN "E"
               ADD 1 TO WK-KIGEN-GIRE-CNT
               MOVE "KIGEN-GIRE" TO WK-RPT-KBN
               MOVE "E" TO MCJ-ACTION
               MOVE SPACE TO MCJ-OPE-ID
               PERFORM WRITE-MCJ-KEKKA-RTN
             WHEN "D"
               MOVE "SAISHINSEI" TO WK-RPT-KBN
           END-EVALUATE.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      *    却下・期限切れのマスタ変更履歴(変更前は申請レコード)
       WRITE-MCJ-KEKKA-RTN SECTION.
           MOVE "W" TO MCJ-FUNCTION.
           MOVE "KCBM119" TO MCJ-PGM-ID.
           IF WK-PND-RESOURCE (WK-IX) = "TOK"
             MOVE "KCCFTOK" TO MCJ-RESOURCE
           ELSE
             MOVE "KCCFSIR" TO MCJ-RESOURCE
           END-IF.
           MOVE WK-PND-KEY (WK-IX) TO MCJ-KEY.
           MOVE WK-PND-IMAGE (WK-IX) TO MCJ-BEFORE-IMAGE.
           MOVE SPACE TO MCJ-AFTER-IMAGE.
           PERFORM CALL-KCBS070-RTN.
       EXT.
           EXIT.
      *
      *    申請1件の明細行の編集(旧値・新値は項目に応じて編集する)
       EDIT-RPT-RTN        SECTION.
           PERFORM CALC-NISSU-RTN.
           INITIALIZE WK-RPT-LINE.
           MOVE WK-PND-RESOURCE (WK-IX) TO WK-RPT-RESOURCE.
           MOVE WK-PND-KEY (WK-IX) TO WK-RPT-KEY.
           MOVE WK-PND-KOMOKU (WK-IX) TO WK-RPT-KOMOKU.
           MOVE WK-PND-SHINSEI-OPE (WK-IX) TO WK-RPT-SHINSEI-OPE.
           MOVE CFPND-SHINSEI-DATE OF WK-PND-WORK
             TO WK-RPT-SHINSEI-DATE.
           MOVE WK-NISSU TO WK-RPT-NISSU.
           MOVE WK-PND-APR-OPE (WK-IX) TO WK-RPT-OPE-ID.
           IF WK-PND-KOMOKU (WK-IX) = "G"
             MOVE CFPND-OLD-GENDO OF WK-PND-WORK TO WK-GENDO-ED
             MOVE WK-GENDO-ED TO WK-RPT-OLD
             MOVE CFPND-NEW-GENDO OF WK-PND-WORK TO WK-GENDO-ED
             MOVE WK-GENDO-ED TO WK-RPT-NEW
           ELSE
             MOVE CFPND-OLD-BANK-COD OF WK-PND-WORK
               TO WK-KOZA-ED-BANK
             MOVE CFPND-OLD-SHITEN-COD OF WK-PND-WORK
               TO WK-KOZA-ED-SHITEN
             MOVE CFPND-OLD-KOZA-NO OF WK-PND-WORK
               TO WK-KOZA-ED-KOZA-NO
             MOVE WK-KOZA-ED TO WK-RPT-OLD
             MOVE CFPND-NEW-BANK-COD OF WK-PND-WORK
               TO WK-KOZA-ED-BANK
             MOVE CFPND-NEW-SHITEN-COD OF WK-PND-WORK
               TO WK-KOZA-ED-SHITEN
             MOVE CFPND-NEW-KOZA-NO OF WK-PND-WORK
               TO WK-KOZA-ED-KOZA-NO
             MOVE WK-KOZA-ED TO WK-RPT-NEW
           END-IF.
       EXT.
           EXIT.
      *
      *    承認待ちの申請に該当しない判断は警告として一覧に残す
       MISHINSEI-RTN       SECTION.
           IF WK-APR-HIT-FLG (WK-IX) = "Y"
             GO TO EXT
           END-IF.
           INITIALIZE WK-RPT-APR-LINE.
           MOVE "MI-SHINSEI" TO WK-RPT-APR-KBN.
           MOVE WK-APR-RESOURCE (WK-IX) TO WK-RPT-APR-RESOURCE.
           MOVE WK-APR-KEY (WK-IX) TO WK-RPT-APR-KEY.
           MOVE WK-APR-KOMOKU (WK-IX) TO WK-RPT-APR-KOMOKU.
           MOVE WK-APR-OPE-ID (WK-IX) TO WK-RPT-APR-OPE-ID.
           MOVE "NO PENDING REQUEST" TO WK-RPT-APR-MSG.
           MOVE WK-RPT-APR-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE RC-WARNING TO RETURN-CODE.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    承認待ちの申請を新世代へ引き継ぎ、経過日数付きで印字する
      *    (申請者本人の判断を受けた申請は警告とする)
      ******************************************************************
       HORYU-RTN           SECTION.
           IF WK-PND-JOTAI (WK-IX) NOT = "H"
            AND WK-PND-JOTAI (WK-IX) NOT = "N"
             GO TO EXT
           END-IF.
           MOVE WK-PND-IMAGE (WK-IX) TO PNO-REC.
           WRITE PNO-REC.
           ADD 1 TO WK-PNO-CNT.
           PERFORM EDIT-RPT-RTN.
           IF WK-PND-JOTAI (WK-IX) = "N"
             MOVE "JIKO-NG" TO WK-RPT-KBN
             MOVE RC-WARNING TO RETURN-CODE
           ELSE
             MOVE "MACHI" TO WK-RPT-KBN
           END-IF.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-APR-FILE-ERR = "00"
             CLOSE APR-FILE
           END-IF.
           IF WK-PND-FILE-ERR = "00"
             CLOSE PND-FILE
           END-IF.
           IF WK-PNO-FILE-ERR = "00"
             CLOSE PNO-FILE
           END-IF.
           IF WK-TOK-FILE-ERR = "00"
             CLOSE TOK-FILE
           END-IF.
           IF WK-TKO-FILE-ERR = "00"
             CLOSE TKO-FILE
           END-IF.
           IF WK-SIR-FILE-ERR = "00"
             CLOSE SIR-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
      *    KCBS070が開いたまま保持している変更履歴ファイルを閉じる
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           MOVE "X" TO MCJ-FUNCTION.
           CALL "KCBS070" USING KCBS070-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
      *
           DISPLAY "APRCNT=" WK-APR-READ-CNT.
           DISPLAY "SHONINCNT=" WK-SHONIN-CNT.
           DISPLAY "KYAKKACNT=" WK-KYAKKA-CNT.
           DISPLAY "KIGENGIRECNT=" WK-KIGEN-GIRE-CNT.
           DISPLAY "KENGENNGCNT=" WK-KENGEN-NG-CNT.
           DISPLAY "PNOCNT=" WK-PNO-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KCBM119 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KCBM119"             TO RUNHIS-PGM-ID.
           MOVE WK-OPERATOR-ID        TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "SHONINCNT"           TO RUNHIS-CNT-LABEL (1).
           MOVE WK-SHONIN-CNT         TO RUNHIS-CNT-VALUE (1).
           MOVE "KYAKKACNT"           TO RUNHIS-CNT-LABEL (2).
           MOVE WK-KYAKKA-CNT         TO RUNHIS-CNT-VALUE (2).
           MOVE "KIGENGIRE"           TO RUNHIS-CNT-LABEL (3).
           MOVE WK-KIGEN-GIRE-CNT     TO RUNHIS-CNT-VALUE (3).
           MOVE "KENGENNGCN"          TO RUNHIS-CNT-LABEL (4).
           MOVE WK-KENGEN-NG-CNT      TO RUNHIS-CNT-VALUE (4).
           MOVE "PNOCNT"              TO RUNHIS-CNT-LABEL (5).
           MOVE WK-PNO-CNT            TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KCBM119 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
