       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KSBM129.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：商品
      * プログラム名  ：代替品マスタ保守
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。代替品保守データ(SIN：注文商品番号
      *                 ・代替商品番号・優先順位・有効期間開始/終了・
      *                 得意先承認区分・処置A/U/D)を読み、代替品
      *                 マスタ(KCCFSUB)を更新した新世代(SBO)を書き
      *                 出す。キーは注文商品と代替商品の組。注文商品
      *                 と代替商品が異なること、優先順位が1以上で
      *                 あること、有効期間が開始≦終了であること、
      *                 商品マスタがあれば両商品が登録済みであること
      *                 を検証する。オペレータの商品マスタ保守権限を
      *                 KCBS030(リソース"SHO")で確認し、適用した変更
      *                 はKCBS070でマスタ変更履歴へ記録する。結果は
      *                 一覧(RPT)へ印字する。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT SIN-FILE
             ASSIGN TO EXTERNAL SIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-SIN-FILE-ERR.
           SELECT SUB-FILE
             ASSIGN TO EXTERNAL SUB
               FILE STATUS IS WK-SUB-FILE-ERR.
           SELECT SBO-FILE
             ASSIGN TO EXTERNAL SBO
               FILE STATUS IS WK-SBO-FILE-ERR.
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
      *    代替品保守データ
       FD  SIN-FILE.
       01  SIN-REC.
           03  SIN-SHOHIN-NO           PIC  X(05).
           03  FILLER                  PIC  X(01).
           03  SIN-DAITAI-SHOHIN-NO    PIC  X(05).
           03  FILLER                  PIC  X(01).
           03  SIN-YUSEN               PIC  X(02).
           03  SIN-YUSEN-N REDEFINES SIN-YUSEN
                                       PIC  9(02).
           03  FILLER                  PIC  X(01).
           03  SIN-FROM-DATE           PIC  X(08).
           03  SIN-FROM-DATE-N REDEFINES SIN-FROM-DATE
                                       PIC  9(08).
           03  FILLER                  PIC  X(01).
           03  SIN-TO-DATE             PIC  X(08).
           03  SIN-TO-DATE-N REDEFINES SIN-TO-DATE
                                       PIC  9(08).
           03  FILLER                  PIC  X(01).
      *    得意先承認区分："Y"=承認要  "N"・SPACE=承認不要
           03  SIN-SHONIN-KBN          PIC  X(01).
           03  FILLER                  PIC  X(01).
      *    処置："A"=追加  "U"=変更  "D"=削除
           03  SIN-ACTION              PIC  X(01).
       FD  SUB-FILE.
       01  SUB-REC.
           COPY KCCFSUB.
       FD  SBO-FILE.
       01  SBO-REC.
           COPY KCCFSUB.
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
       01  WK-SIN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SUB-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SBO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  SIN-END-FLG                 PIC  X(01) VALUE "N".
       01  SUB-END-FLG                 PIC  X(01) VALUE "N".
       01  SHO-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-OPERATOR-ID              PIC  X(05) VALUE SPACE.
      ******************************************************************
      *  代替品テーブル
      ******************************************************************
       01  WK-SUB-TBL.
           03  WK-SUB-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SUB-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-SUB-IDX.
             05  WK-SUB-SHOHIN-NO      PIC  X(05).
             05  WK-SUB-DAITAI-NO      PIC  X(05).
             05  WK-SUB-YUSEN          PIC  9(02).
             05  WK-SUB-FROM-DATE      PIC  9(08).
             05  WK-SUB-TO-DATE        PIC  9(08).
             05  WK-SUB-SHONIN-KBN     PIC  X(01).
             05  WK-SUB-DEL-FLG        PIC  X(01).
       01  WK-IX                       PIC  9(05) VALUE ZERO.
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
       01  WK-SIN-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-ADD-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-UPD-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-DEL-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-NG-CNT                   PIC  9(09) VALUE ZERO.
      *    変更履歴用のマスタ行イメージ(前後)とキー
       01  WK-SUB-IMAGE-REC.
           COPY KCCFSUB.
       01  WK-MCJ-BEFORE               PIC  X(40) VALUE SPACE.
       01  WK-MCJ-AFTER                PIC  X(40) VALUE SPACE.
       01  WK-MCJ-KEY.
           03  WK-MCJ-KEY-SHOHIN-NO    PIC  X(05).
           03  WK-MCJ-KEY-DAITAI-NO    PIC  X(05).
      ******************************************************************
      *  一覧印字用
      ******************************************************************
       01  WK-RPT-LINE.
           03  WK-RPT-KBN              PIC  X(08).
           03  FILLER                  PIC  X(06) VALUE " MOTO=".
           03  WK-RPT-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(08) VALUE " DAITAI=".
           03  WK-RPT-DAITAI-NO        PIC  X(05).
           03  FILLER                  PIC  X(07) VALUE " YUSEN=".
           03  WK-RPT-YUSEN            PIC  X(02).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-MSG              PIC  X(26).
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL SIN-END-FLG = "Y"
             PERFORM OUTPUT-RTN
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX > WK-SUB-CNT
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KSBM129 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
           DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME.
           ACCEPT WK-OPERATOR-ID FROM ENVIRONMENT-VALUE.
      *
      *    代替品は商品マスタ保守の権限で保守する
           MOVE WK-OPERATOR-ID TO S030-OPE-ID.
           MOVE "SHO" TO S030-RESOURCE.
           CALL "KCBS030" USING KCBS030-P1.
           IF S030-RCD = "E"
             DISPLAY "*** KSBM129 ABEND KENGEN NASHI : " S030-REASON
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
      *
           OPEN INPUT SIN-FILE.
           IF WK-SIN-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM129 ABEND NOT SIN-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT SBO-FILE.
           IF WK-SBO-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM129 ABEND NOT SBO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM129 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
      *
           MOVE "*** KSBM129 DAITAIHIN HOSHU ***" TO RPT-REC.
           WRITE RPT-REC.
      *
      *    現行の代替品マスタ(初回実行時はファイルなし)
           OPEN INPUT SUB-FILE.
           IF WK-SUB-FILE-ERR = "00"
             PERFORM LOAD-SUB-RTN  UNTIL SUB-END-FLG = "Y"
             CLOSE SUB-FILE
           END-IF.
      *    商品マスタは任意(無ければ商品番号の存在確認をしない)
           OPEN INPUT SHO-FILE.
           IF WK-SHO-FILE-ERR = "00"
             PERFORM LOAD-SHO-RTN  UNTIL SHO-END-FLG = "Y"
             CLOSE SHO-FILE
           END-IF.
           PERFORM READ-SIN-RTN.
       EXT.
           EXIT.
      *
       LOAD-SUB-RTN        SECTION.
           READ SUB-FILE
             AT END
               MOVE "Y" TO SUB-END-FLG
               GO TO EXT
           END-READ.
           IF WK-SUB-CNT >= 5000
             DISPLAY "!!! KSBM129 ABEND : SUB TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SUB-CNT.
           SET WK-SUB-IDX TO WK-SUB-CNT.
           MOVE CFSUB-SHOHIN-NO OF SUB-REC
             TO WK-SUB-SHOHIN-NO (WK-SUB-IDX).
           MOVE CFSUB-DAITAI-SHOHIN-NO OF SUB-REC
             TO WK-SUB-DAITAI-NO (WK-SUB-IDX).
           MOVE CFSUB-YUSEN OF SUB-REC
             TO WK-SUB-YUSEN (WK-SUB-IDX).
           MOVE CFSUB-FROM-DATE OF SUB-REC
             TO WK-SUB-FROM-DATE (WK-SUB-IDX).
           MOVE CFSUB-TO-DATE OF SUB-REC
             TO WK-SUB-TO-DATE (WK-SUB-IDX).
           MOVE CFSUB-SHONIN-KBN OF SUB-REC
             TO WK-SUB-SHONIN-KBN (WK-SUB-IDX).
           MOVE "N" TO WK-SUB-DEL-FLG (WK-SUB-IDX).
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
             DISPLAY "!!! KSBM129 ABEND : SHO TABLE FULL !!!"
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
       READ-SIN-RTN        SECTION.
           READ SIN-FILE
             AT END
               MOVE "Y" TO SIN-END-FLG
           END-READ.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    保守データ1件ごとの適用
      ******************************************************************
       MAIN-RTN            SECTION.
           ADD 1 TO WK-SIN-CNT.
           MOVE SIN-SHOHIN-NO TO WK-RPT-SHOHIN-NO.
           MOVE SIN-DAITAI-SHOHIN-NO TO WK-RPT-DAITAI-NO.
           MOVE SIN-YUSEN TO WK-RPT-YUSEN.
           MOVE SPACE TO WK-RPT-MSG.
      *
      *    追加・変更は商品番号・優先順位・有効期間を検証する
           IF SIN-ACTION = "A" OR "U"
             PERFORM CHECK-RTN
             IF WK-NG-MSG NOT = SPACE
               PERFORM NG-RTN
               GO TO NEXT-REC
             END-IF
           END-IF.
      *
           SET WK-SUB-IDX TO 1.
           IF WK-SUB-CNT = ZERO
             PERFORM NOTFOUND-RTN
             GO TO NEXT-REC
           END-IF.
           SEARCH WK-SUB-ENT
             AT END
               PERFORM NOTFOUND-RTN
               GO TO NEXT-REC
             WHEN WK-SUB-SHOHIN-NO (WK-SUB-IDX) = SIN-SHOHIN-NO
              AND WK-SUB-DAITAI-NO (WK-SUB-IDX) = SIN-DAITAI-SHOHIN-NO
              AND WK-SUB-DEL-FLG (WK-SUB-IDX) = "N"
               CONTINUE
           END-SEARCH.
      *
           EVALUATE SIN-ACTION
             WHEN "U"
               PERFORM MAKE-SUB-IMAGE-RTN
               MOVE WK-SUB-IMAGE-REC TO WK-MCJ-BEFORE
               MOVE SIN-YUSEN-N TO WK-SUB-YUSEN (WK-SUB-IDX)
               MOVE SIN-FROM-DATE-N TO WK-SUB-FROM-DATE (WK-SUB-IDX)
               MOVE SIN-TO-DATE-N TO WK-SUB-TO-DATE (WK-SUB-IDX)
               MOVE SIN-SHONIN-KBN TO WK-SUB-SHONIN-KBN (WK-SUB-IDX)
               PERFORM MAKE-SUB-IMAGE-RTN
               MOVE WK-SUB-IMAGE-REC TO WK-MCJ-AFTER
               ADD 1 TO WK-UPD-CNT
               MOVE "HENKO" TO WK-RPT-KBN
               PERFORM WRITE-MCJ-RTN
             WHEN "D"
               PERFORM MAKE-SUB-IMAGE-RTN
               MOVE WK-SUB-IMAGE-REC TO WK-MCJ-BEFORE
               MOVE SPACE TO WK-MCJ-AFTER
               MOVE "Y" TO WK-SUB-DEL-FLG (WK-SUB-IDX)
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
           PERFORM READ-SIN-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    注文商品・代替商品・優先順位・有効期間・承認区分の検証
      *    (WK-NG-MSGに理由。承認区分"N"はSPACEに揃える)
      ******************************************************************
       CHECK-RTN           SECTION.
           MOVE SPACE TO WK-NG-MSG.
           IF SIN-SHOHIN-NO = SPACE
             OR SIN-DAITAI-SHOHIN-NO = SPACE
             MOVE "SHOHIN BANGO NASHI" TO WK-NG-MSG
             GO TO EXT
           END-IF.
           IF SIN-SHOHIN-NO = SIN-DAITAI-SHOHIN-NO
             MOVE "MOTO=DAITAI" TO WK-NG-MSG
             GO TO EXT
           END-IF.
           IF SIN-YUSEN NOT NUMERIC
             MOVE "YUSEN JUNI FUSEI" TO WK-NG-MSG
             GO TO EXT
           END-IF.
           IF SIN-YUSEN-N = ZERO
             MOVE "YUSEN JUNI FUSEI" TO WK-NG-MSG
             GO TO EXT
           END-IF.
           IF SIN-FROM-DATE NOT NUMERIC
             OR SIN-TO-DATE NOT NUMERIC
             MOVE "YUKO KIKAN FUSEI" TO WK-NG-MSG
             GO TO EXT
           END-IF.
           IF SIN-FROM-DATE-N NOT = ZERO
            AND SIN-TO-DATE-N NOT = ZERO
            AND SIN-FROM-DATE-N > SIN-TO-DATE-N
             MOVE "YUKO KIKAN FUSEI" TO WK-NG-MSG
             GO TO EXT
           END-IF.
           EVALUATE SIN-SHONIN-KBN
             WHEN "Y"
               CONTINUE
             WHEN "N"
             WHEN SPACE
               MOVE SPACE TO SIN-SHONIN-KBN
             WHEN OTHER
               MOVE "SHONIN KUBUN FUSEI" TO WK-NG-MSG
               GO TO EXT
           END-EVALUATE.
      *
           IF WK-SHO-CNT = ZERO
             GO TO EXT
           END-IF.
           SET WK-SHO-IDX TO 1.
           SEARCH WK-SHO-ENT
             AT END
               MOVE "SHOHIN MITOROKU" TO WK-NG-MSG
               GO TO EXT
             WHEN WK-SHO-SHOHIN-NO (WK-SHO-IDX) = SIN-SHOHIN-NO
               CONTINUE
           END-SEARCH.
           SET WK-SHO-IDX TO 1.
           SEARCH WK-SHO-ENT
             AT END
               MOVE "DAITAI SHOHIN MITOROKU" TO WK-NG-MSG
             WHEN WK-SHO-SHOHIN-NO (WK-SHO-IDX) =
                 SIN-DAITAI-SHOHIN-NO
               CONTINUE
           END-SEARCH.
       EXT.
           EXIT.
      *
       NOTFOUND-RTN        SECTION.
           IF SIN-ACTION = "A"
             IF WK-SUB-CNT >= 5000
               DISPLAY "!!! KSBM129 ABEND : SUB TABLE FULL !!!"
               MOVE RC-ABEND TO RETURN-CODE
               PERFORM TERM-RTN
               STOP RUN
             END-IF
             ADD 1 TO WK-SUB-CNT
             SET WK-SUB-IDX TO WK-SUB-CNT
             MOVE SIN-SHOHIN-NO TO WK-SUB-SHOHIN-NO (WK-SUB-IDX)
             MOVE SIN-DAITAI-SHOHIN-NO
               TO WK-SUB-DAITAI-NO (WK-SUB-IDX)
             MOVE SIN-YUSEN-N TO WK-SUB-YUSEN (WK-SUB-IDX)
             MOVE SIN-FROM-DATE-N TO WK-SUB-FROM-DATE (WK-SUB-IDX)
             MOVE SIN-TO-DATE-N TO WK-SUB-TO-DATE (WK-SUB-IDX)
             MOVE SIN-SHONIN-KBN TO WK-SUB-SHONIN-KBN (WK-SUB-IDX)
             MOVE "N" TO WK-SUB-DEL-FLG (WK-SUB-IDX)
             MOVE SPACE TO WK-MCJ-BEFORE
             PERFORM MAKE-SUB-IMAGE-RTN
             MOVE WK-SUB-IMAGE-REC TO WK-MCJ-AFTER
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
           MOVE "KSBM129" TO MCJ-PGM-ID.
           MOVE "KCCFSUB" TO MCJ-RESOURCE.
           MOVE SIN-ACTION TO MCJ-ACTION.
           MOVE SIN-SHOHIN-NO TO WK-MCJ-KEY-SHOHIN-NO.
           MOVE SIN-DAITAI-SHOHIN-NO TO WK-MCJ-KEY-DAITAI-NO.
           MOVE WK-MCJ-KEY TO MCJ-KEY.
           MOVE WK-MCJ-BEFORE TO MCJ-BEFORE-IMAGE.
           MOVE WK-MCJ-AFTER TO MCJ-AFTER-IMAGE.
           CALL "KCBS070" USING KCBS070-P1.
           IF MCJ-ERR-YES
             DISPLAY "*** KSBM129 WARNING MCJ KICHO SHIPPAI"
           END-IF.
           IF WK-NG-CNT > ZERO
            AND RETURN-CODE < RC-WARNING
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
       EXT.
           EXIT.
      *
      *    テーブル行からマスタ行イメージを組み立てる
       MAKE-SUB-IMAGE-RTN  SECTION.
           MOVE SPACE TO WK-SUB-IMAGE-REC.
           MOVE WK-SUB-SHOHIN-NO (WK-SUB-IDX)
             TO CFSUB-SHOHIN-NO OF WK-SUB-IMAGE-REC.
           MOVE WK-SUB-DAITAI-NO (WK-SUB-IDX)
             TO CFSUB-DAITAI-SHOHIN-NO OF WK-SUB-IMAGE-REC.
           MOVE WK-SUB-YUSEN (WK-SUB-IDX)
             TO CFSUB-YUSEN OF WK-SUB-IMAGE-REC.
           MOVE WK-SUB-FROM-DATE (WK-SUB-IDX)
             TO CFSUB-FROM-DATE OF WK-SUB-IMAGE-REC.
           MOVE WK-SUB-TO-DATE (WK-SUB-IDX)
             TO CFSUB-TO-DATE OF WK-SUB-IMAGE-REC.
           MOVE WK-SUB-SHONIN-KBN (WK-SUB-IDX)
             TO CFSUB-SHONIN-KBN OF WK-SUB-IMAGE-REC.
       EXT.
           EXIT.
      *
       OUTPUT-RTN          SECTION.
           IF WK-SUB-DEL-FLG (WK-IX) = "Y"
             GO TO EXT
           END-IF.
           MOVE SPACE TO SBO-REC.
           MOVE WK-SUB-SHOHIN-NO (WK-IX)
             TO CFSUB-SHOHIN-NO OF SBO-REC.
           MOVE WK-SUB-DAITAI-NO (WK-IX)
             TO CFSUB-DAITAI-SHOHIN-NO OF SBO-REC.
           MOVE WK-SUB-YUSEN (WK-IX)
             TO CFSUB-YUSEN OF SBO-REC.
           MOVE WK-SUB-FROM-DATE (WK-IX)
             TO CFSUB-FROM-DATE OF SBO-REC.
           MOVE WK-SUB-TO-DATE (WK-IX)
             TO CFSUB-TO-DATE OF SBO-REC.
           MOVE WK-SUB-SHONIN-KBN (WK-IX)
             TO CFSUB-SHONIN-KBN OF SBO-REC.
           WRITE SBO-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-SIN-FILE-ERR = "00"
             CLOSE SIN-FILE
           END-IF.
           IF WK-SBO-FILE-ERR = "00"
             CLOSE SBO-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
      *    変更履歴の呼出しで戻り値が消えるため、退避して戻す
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           MOVE "X" TO MCJ-FUNCTION.
           CALL "KCBS070" USING KCBS070-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           DISPLAY "SINCNT=" WK-SIN-CNT.
           DISPLAY "ADDCNT=" WK-ADD-CNT.
           DISPLAY "UPDCNT=" WK-UPD-CNT.
           DISPLAY "DELCNT=" WK-DEL-CNT.
           DISPLAY "NGCNT=" WK-NG-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM129 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KSBM129"             TO RUNHIS-PGM-ID.
           MOVE WK-OPERATOR-ID        TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "SINCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-SIN-CNT            TO RUNHIS-CNT-VALUE (1).
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
             DISPLAY "*** KSBM129 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
