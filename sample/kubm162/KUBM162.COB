       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KUBM162.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：得意先取扱商品制限マスタ保守
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。取扱商品制限保守データ(TIN：得意先
      *                 コード・商品番号・制限区分"T"取扱商品/"K"
      *                 取扱禁止・処置A/U/D)を読み、得意先取扱商品
      *                 制限マスタ(KCCFTSR)を更新した新世代(TSR2)を
      *                 書き出す。キーは得意先と商品の組。得意先
      *                 マスタ・商品マスタがあれば両コードが登録済み
      *                 であることを検証する。オペレータの得意先
      *                 マスタ保守権限をKCBS030(リソース"TOK")で確認
      *                 し、適用した変更はKCBS070でマスタ変更履歴へ
      *                 記録する。結果は一覧(RPT)へ印字する。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT TIN-FILE
             ASSIGN TO EXTERNAL TIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-TIN-FILE-ERR.
           SELECT TSR-FILE
             ASSIGN TO EXTERNAL TSR
               FILE STATUS IS WK-TSR-FILE-ERR.
           SELECT TS2-FILE
             ASSIGN TO EXTERNAL TSR2
               FILE STATUS IS WK-TS2-FILE-ERR.
           SELECT TOK-FILE
             ASSIGN TO EXTERNAL TOK
               FILE STATUS IS WK-TOK-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
      *    取扱商品制限保守データ
       FD  TIN-FILE.
       01  TIN-REC.
           03  TIN-TOKU-COD            PIC  X(04).
           03  FILLER                  PIC  X(01).
           03  TIN-SHOHIN-NO           PIC  X(05).
           03  FILLER                  PIC  X(01).
      *    制限区分："T"=取扱商品  "K"=取扱禁止
           03  TIN-SEIGEN-KBN          PIC  X(01).
           03  FILLER                  PIC  X(01).
      *    処置："A"=追加  "U"=変更  "D"=削除
           03  TIN-ACTION              PIC  X(01).
       FD  TSR-FILE.
       01  TSR-REC.
           COPY KCCFTSR.
       FD  TS2-FILE.
       01  TS2-REC.
           COPY KCCFTSR.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY KCCFTOK.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(80).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
           COPY KCBS030P.
           COPY KCBS070P.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-TIN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TSR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TS2-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  TIN-END-FLG                 PIC  X(01) VALUE "N".
       01  TSR-END-FLG                 PIC  X(01) VALUE "N".
       01  TOK-END-FLG                 PIC  X(01) VALUE "N".
       01  SHO-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-OPERATOR-ID              PIC  X(05) VALUE SPACE.
      ******************************************************************
      *  取扱商品制限テーブル
      ******************************************************************
       01  WK-TSR-TBL.
           03  WK-TSR-CNT              PIC  9(05) VALUE ZERO.
           03  WK-TSR-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-TSR-IDX.
             05  WK-TSR-TOKU-COD       PIC  X(04).
             05  WK-TSR-SHOHIN-NO      PIC  X(05).
             05  WK-TSR-SEIGEN-KBN     PIC  X(01).
             05  WK-TSR-DEL-FLG        PIC  X(01).
       01  WK-IX                       PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  得意先コードテーブル(得意先マスタがある場合の存在確認用)
      ******************************************************************
       01  WK-TOK-TBL.
           03  WK-TOK-CNT              PIC  9(05) VALUE ZERO.
           03  WK-TOK-ENT              OCCURS 9999 TIMES
                                        INDEXED BY WK-TOK-IDX.
             05  WK-TOK-TOKU-COD       PIC  X(04).
      ******************************************************************
      *  商品番号テーブル(商品マスタがある場合の存在確認用)
      ******************************************************************
       01  WK-SHO-TBL.
           03  WK-SHO-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SHO-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-SHO-IDX.
             05  WK-SHO-SHOHIN-NO      PIC  X(05).
       01  WK-NG-MSG                   PIC  X(26) VALUE SPACE.
      *
       01  WK-TIN-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-ADD-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-UPD-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-DEL-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-NG-CNT                   PIC  9(09) VALUE ZERO.
      *    変更履歴用のマスタ行イメージ(前後)とキー
       01  WK-TSR-IMAGE-REC.
           COPY KCCFTSR.
       01  WK-MCJ-BEFORE               PIC  X(20) VALUE SPACE.
       01  WK-MCJ-AFTER                PIC  X(20) VALUE SPACE.
       01  WK-MCJ-KEY.
           03  WK-MCJ-KEY-TOKU-COD     PIC  X(04).
           03  WK-MCJ-KEY-SHOHIN-NO    PIC  X(05).
      ******************************************************************
      *  一覧印字用
      ******************************************************************
       01  WK-RPT-LINE.
           03  WK-RPT-KBN              PIC  X(08).
           03  FILLER                  PIC  X(06) VALUE " TOKU=".
           03  WK-RPT-TOKU-COD         PIC  X(04).
           03  FILLER                  PIC  X(08) VALUE " SHOHIN=".
           03  WK-RPT-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(08) VALUE " SEIGEN=".
           03  WK-RPT-SEIGEN-KBN       PIC  X(01).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-MSG              PIC  X(26).
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL TIN-END-FLG = "Y"
             PERFORM OUTPUT-RTN
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX > WK-TSR-CNT
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KUBM162 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
           DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME.
           ACCEPT WK-OPERATOR-ID FROM ENVIRONMENT-VALUE.
      *
      *    取扱商品制限は得意先マスタ保守の権限で保守する
           MOVE WK-OPERATOR-ID TO S030-OPE-ID.
           MOVE "TOK" TO S030-RESOURCE.
           CALL "KCBS030" USING KCBS030-P1.
           IF S030-RCD = "E"
             DISPLAY "*** KUBM162 ABEND KENGEN NASHI : " S030-REASON
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
      *
           OPEN INPUT TIN-FILE.
           IF WK-TIN-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM162 ABEND NOT TIN-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT TS2-FILE.
           IF WK-TS2-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM162 ABEND NOT TSR2-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM162 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
      *
           MOVE "*** KUBM162 TORIATSUKAI SEIGEN HOSHU ***" TO RPT-REC.
           WRITE RPT-REC.
      *
      *    現行の取扱商品制限マスタ(初回実行時はファイルなし)
           OPEN INPUT TSR-FILE.
           IF WK-TSR-FILE-ERR = "00"
             PERFORM LOAD-TSR-RTN  UNTIL TSR-END-FLG = "Y"
             CLOSE TSR-FILE
           END-IF.
      *    得意先マスタ・商品マスタは任意(無ければ存在確認をしない)
           OPEN INPUT TOK-FILE.
           IF WK-TOK-FILE-ERR = "00"
             PERFORM LOAD-TOK-RTN  UNTIL TOK-END-FLG = "Y"
             CLOSE TOK-FILE
           END-IF.
           OPEN INPUT SHO-FILE.
           IF WK-SHO-FILE-ERR = "00"
             PERFORM LOAD-SHO-RTN  UNTIL SHO-END-FLG = "Y"
             CLOSE SHO-FILE
           END-IF.
           PERFORM READ-TIN-RTN.
       EXT.
           EXIT.
      *
       LOAD-TSR-RTN        SECTION.
           READ TSR-FILE
             AT END
               MOVE "Y" TO TSR-END-FLG
               GO TO EXT
           END-READ.
           IF WK-TSR-CNT >= 5000
             DISPLAY "!!! KUBM162 ABEND : TSR TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-TSR-CNT.
           SET WK-TSR-IDX TO WK-TSR-CNT.
           MOVE CFTSR-TOKU-COD OF TSR-REC
             TO WK-TSR-TOKU-COD (WK-TSR-IDX).
           MOVE CFTSR-SHOHIN-NO OF TSR-REC
             TO WK-TSR-SHOHIN-NO (WK-TSR-IDX).
           MOVE CFTSR-SEIGEN-KBN OF TSR-REC
             TO WK-TSR-SEIGEN-KBN (WK-TSR-IDX).
           MOVE "N" TO WK-TSR-DEL-FLG (WK-TSR-IDX).
       EXT.
           EXIT.
      *
       LOAD-TOK-RTN        SECTION.
           READ TOK-FILE
             AT END
               MOVE "Y" TO TOK-END-FLG
               GO TO EXT
           END-READ.
           IF WK-TOK-CNT >= 9999
             DISPLAY "!!! KUBM162 ABEND : TOK TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-TOK-CNT.
           SET WK-TOK-IDX TO WK-TOK-CNT.
           MOVE CFTOK-TOKU-COD TO WK-TOK-TOKU-COD (WK-TOK-IDX).
       EXT.
           EXIT.
      *
       LOAD-SHO-RTN        SECTION.
           READ SHO-FILE
             AT END
               MOVE "Y" TO SHO-END-FLG
               GO TO EXT
           END-READ.
           IF WK-SHO-CNT >= 5000
             DISPLAY "!!! KUBM162 ABEND : SHO TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SHO-CNT.
           SET WK-SHO-IDX TO WK-SHO-CNT.
           MOVE CFSHO-SHOHIN-NO TO WK-SHO-SHOHIN-NO (WK-SHO-IDX).
       EXT.
           EXIT.
      *
       READ-TIN-RTN        SECTION.
           READ TIN-FILE
             AT END
               MOVE "Y" TO TIN-END-FLG
           END-READ.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    保守データ1件ごとの適用
      ******************************************************************
       MAIN-RTN            SECTION.
           ADD 1 TO WK-TIN-CNT.
           MOVE TIN-TOKU-COD TO WK-RPT-TOKU-COD.
           MOVE TIN-SHOHIN-NO TO WK-RPT-SHOHIN-NO.
           MOVE TIN-SEIGEN-KBN TO WK-RPT-SEIGEN-KBN.
           MOVE SPACE TO WK-RPT-MSG.
      *
      *    追加・変更は得意先コード・商品番号・制限区分を検証する
           IF TIN-ACTION = "A" OR "U"
             PERFORM CHECK-RTN
             IF WK-NG-MSG NOT = SPACE
               PERFORM NG-RTN
               GO TO NEXT-REC
             END-IF
           END-IF.
      *
           SET WK-TSR-IDX TO 1.
           IF WK-TSR-CNT = ZERO
             PERFORM NOTFOUND-RTN
             GO TO NEXT-REC
           END-IF.
           SEARCH WK-TSR-ENT
             AT END
               PERFORM NOTFOUND-RTN
               GO TO NEXT-REC
             WHEN WK-TSR-TOKU-COD (WK-TSR-IDX) = TIN-TOKU-COD
              AND WK-TSR-SHOHIN-NO (WK-TSR-IDX) = TIN-SHOHIN-NO
              AND WK-TSR-DEL-FLG (WK-TSR-IDX) = "N"
               CONTINUE
           END-SEARCH.
      *
           EVALUATE TIN-ACTION
             WHEN "U"
               PERFORM MAKE-TSR-IMAGE-RTN
               MOVE WK-TSR-IMAGE-REC TO WK-MCJ-BEFORE
               MOVE TIN-SEIGEN-KBN TO WK-TSR-SEIGEN-KBN (WK-TSR-IDX)
               PERFORM MAKE-TSR-IMAGE-RTN
               MOVE WK-TSR-IMAGE-REC TO WK-MCJ-AFTER
               ADD 1 TO WK-UPD-CNT
               MOVE "HENKO" TO WK-RPT-KBN
               PERFORM WRITE-MCJ-RTN
             WHEN "D"
               PERFORM MAKE-TSR-IMAGE-RTN
               MOVE WK-TSR-IMAGE-REC TO WK-MCJ-BEFORE
               MOVE SPACE TO WK-MCJ-AFTER
               MOVE "Y" TO WK-TSR-DEL-FLG (WK-TSR-IDX)
               ADD 1 TO WK-DEL-CNT
               MOVE "SAKUJO" TO WK-RPT-KBN
               PERFORM WRITE-MCJ-RTN
             WHEN OTHER
               MOVE "SUDENI SONZAI" TO WK-NG-MSG
               PERFORM NG-RTN
               GO TO NEXT-REC
           END-EVALUATE.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       NEXT-REC.
           PERFORM READ-TIN-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    得意先コード・商品番号・制限区分の検証(WK-NG-MSGに理由)
      ******************************************************************
       CHECK-RTN           SECTION.
           MOVE SPACE TO WK-NG-MSG.
           IF TIN-TOKU-COD = SPACE
             MOVE "TOKUISAKI COD NASHI" TO WK-NG-MSG
             GO TO EXT
           END-IF.
           IF TIN-SHOHIN-NO = SPACE
             MOVE "SHOHIN BANGO NASHI" TO WK-NG-MSG
             GO TO EXT
           END-IF.
           IF TIN-SEIGEN-KBN NOT = "T"
            AND TIN-SEIGEN-KBN NOT = "K"
             MOVE "SEIGEN KUBUN FUSEI" TO WK-NG-MSG
             GO TO EXT
           END-IF.
      *
           IF WK-TOK-CNT NOT = ZERO
             SET WK-TOK-IDX TO 1
             SEARCH WK-TOK-ENT
               AT END
                 MOVE "TOKUISAKI MITOROKU" TO WK-NG-MSG
                 GO TO EXT
               WHEN WK-TOK-TOKU-COD (WK-TOK-IDX) = TIN-TOKU-COD
                 CONTINUE
             END-SEARCH
           END-IF.
           IF WK-SHO-CNT NOT = ZERO
             SET WK-SHO-IDX TO 1
             SEARCH WK-SHO-ENT
               AT END
                 MOVE "SHOHIN MITOROKU" TO WK-NG-MSG
               WHEN WK-SHO-SHOHIN-NO (WK-SHO-IDX) = TIN-SHOHIN-NO
                 CONTINUE
             END-SEARCH
           END-IF.
       EXT.
           EXIT.
      *
       NOTFOUND-RTN        SECTION.
           IF TIN-ACTION = "A"
             IF WK-TSR-CNT >= 5000
               DISPLAY "!!! KUBM162 ABEND : TSR TABLE FULL !!!"
               MOVE RC-ABEND TO RETURN-CODE
               PERFORM TERM-RTN
               STOP RUN
             END-IF
             ADD 1 TO WK-TSR-CNT
             SET WK-TSR-IDX TO WK-TSR-CNT
             MOVE TIN-TOKU-COD TO WK-TSR-TOKU-COD (WK-TSR-IDX)
             MOVE TIN-SHOHIN-NO TO WK-TSR-SHOHIN-NO (WK-TSR-IDX)
             MOVE TIN-SEIGEN-KBN TO WK-TSR-SEIGEN-KBN (WK-TSR-IDX)
             MOVE "N" TO WK-TSR-DEL-FLG (WK-TSR-IDX)
             MOVE SPACE TO WK-MCJ-BEFORE
             PERFORM MAKE-TSR-IMAGE-RTN
             MOVE WK-TSR-IMAGE-REC TO WK-MCJ-AFTER
             ADD 1 TO WK-ADD-CNT
             MOVE "TSUIKA" TO WK-RPT-KBN
             PERFORM WRITE-MCJ-RTN
             MOVE WK-RPT-LINE TO RPT-REC
             WRITE RPT-REC
           ELSE
             MOVE "GYO NASHI" TO WK-NG-MSG
             PERFORM NG-RTN
           END-IF.
       EXT.
           EXIT.
      *
       NG-RTN              SECTION.
           ADD 1 TO WK-NG-CNT.
           MOVE "NG" TO WK-RPT-KBN.
           MOVE WK-NG-MSG TO WK-RPT-MSG.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE RC-WARNING TO RETURN-CODE.
       EXT.
           EXIT.
      *
       WRITE-MCJ-RTN       SECTION.
           MOVE "W" TO MCJ-FUNCTION.
           MOVE WK-OPERATOR-ID TO MCJ-OPE-ID.
           MOVE "KUBM162" TO MCJ-PGM-ID.
           MOVE "KCCFTSR" TO MCJ-RESOURCE.
           MOVE TIN-ACTION TO MCJ-ACTION.
           MOVE TIN-TOKU-COD TO WK-MCJ-KEY-TOKU-COD.
           MOVE TIN-SHOHIN-NO TO WK-MCJ-KEY-SHOHIN-NO.
           MOVE WK-MCJ-KEY TO MCJ-KEY.
           MOVE WK-MCJ-BEFORE TO MCJ-BEFORE-IMAGE.
           MOVE WK-MCJ-AFTER TO MCJ-AFTER-IMAGE.
           CALL "KCBS070" USING KCBS070-P1.
           IF MCJ-ERR-YES
             DISPLAY "*** KUBM162 WARNING MCJ KICHO SHIPPAI"
           END-IF.
           IF WK-NG-CNT > ZERO
            AND RETURN-CODE < RC-WARNING
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
       EXT.
           EXIT.
      *
      *    テーブル行からマスタ行イメージを組み立てる
       MAKE-TSR-IMAGE-RTN  SECTION.
           MOVE SPACE TO WK-TSR-IMAGE-REC.
           MOVE WK-TSR-TOKU-COD (WK-TSR-IDX)
             TO CFTSR-TOKU-COD OF WK-TSR-IMAGE-REC.
           MOVE WK-TSR-SHOHIN-NO (WK-TSR-IDX)
             TO CFTSR-SHOHIN-NO OF WK-TSR-IMAGE-REC.
           MOVE WK-TSR-SEIGEN-KBN (WK-TSR-IDX)
             TO CFTSR-SEIGEN-KBN OF WK-TSR-IMAGE-REC.
       EXT.
           EXIT.
      *
       OUTPUT-RTN          SECTION.
           IF WK-TSR-DEL-FLG (WK-IX) = "Y"
             GO TO EXT
           END-IF.
           MOVE SPACE TO TS2-REC.
           MOVE WK-TSR-TOKU-COD (WK-IX)
             TO CFTSR-TOKU-COD OF TS2-REC.
           MOVE WK-TSR-SHOHIN-NO (WK-IX)
             TO CFTSR-SHOHIN-NO OF TS2-REC.
           MOVE WK-TSR-SEIGEN-KBN (WK-IX)
             TO CFTSR-SEIGEN-KBN OF TS2-REC.
           WRITE TS2-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-TIN-FILE-ERR = "00"
             CLOSE TIN-FILE
           END-IF.
           IF WK-TS2-FILE-ERR = "00"
             CLOSE TS2-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
      *    変更履歴の呼出しで戻り値が消えるため、退避して戻す
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           MOVE "X" TO MCJ-FUNCTION.
           CALL "KCBS070" USING KCBS070-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           DISPLAY "TINCNT=" WK-TIN-CNT.
           DISPLAY "ADDCNT=" WK-ADD-CNT.
           DISPLAY "UPDCNT=" WK-UPD-CNT.
           DISPLAY "DELCNT=" WK-DEL-CNT.
           DISPLAY "NGCNT=" WK-NG-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM162 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KUBM162"             TO RUNHIS-PGM-ID.
           MOVE WK-OPERATOR-ID        TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "TINCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-TIN-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "ADDCNT"              TO RUNHIS-CNT-LABEL (2).
           MOVE WK-ADD-CNT            TO RUNHIS-CNT-VALUE (2).
           MOVE "UPDCNT"              TO RUNHIS-CNT-LABEL (3).
           MOVE WK-UPD-CNT            TO RUNHIS-CNT-VALUE (3).
           MOVE "DELCNT"              TO RUNHIS-CNT-LABEL (4).
           MOVE WK-DEL-CNT            TO RUNHIS-CNT-VALUE (4).
           MOVE "NGCNT"               TO RUNHIS-CNT-LABEL (5).
           MOVE WK-NG-CNT             TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KUBM162 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
