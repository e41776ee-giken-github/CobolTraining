       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KUBM165.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：仮押さえ保守
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。仮押さえ保守データ(RIN：得意先
      *                 コード・商品番号・倉庫コード・数量・有効期限
      *                 ・見積番号・処置A/U/D)を読み、仮押さえファイル
      *                 (KCCFRSV)を更新した新世代(RSO)を書き出す。
      *                 キーは得意先・商品・倉庫の組。数量が1以上で
      *                 あること、有効期限が業務日付以降であること、
      *                 得意先マスタ・商品マスタがあれば登録済みで
      *                 あること、見積番号を指定した場合は見積ファイル
      *                 があればその得意先の見積中の見積であることを
      *                 検証する。オペレータの得意先マスタ保守権限を
      *                 KCBS030(リソース"TOK")で確認し、適用した変更
      *                 はKCBS070でマスタ変更履歴へ記録する。結果は
      *                 一覧(RPT)へ印字する。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT RIN-FILE
             ASSIGN TO EXTERNAL RIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-RIN-FILE-ERR.
           SELECT RSV-FILE
             ASSIGN TO EXTERNAL RSV
               FILE STATUS IS WK-RSV-FILE-ERR.
           SELECT RSO-FILE
             ASSIGN TO EXTERNAL RSO
               FILE STATUS IS WK-RSO-FILE-ERR.
           SELECT TOK-FILE
             ASSIGN TO EXTERNAL TOK
               FILE STATUS IS WK-TOK-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT QTF-FILE
             ASSIGN TO EXTERNAL QTF
               FILE STATUS IS WK-QTF-FILE-ERR.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
      *    仮押さえ保守データ
       FD  RIN-FILE.
       01  RIN-REC.
           03  RIN-TOKU-COD            PIC  X(04).
           03  FILLER                  PIC  X(01).
           03  RIN-SHOHIN-NO           PIC  X(05).
           03  FILLER                  PIC  X(01).
      *    倉庫コード(SPACEは倉庫を問わない)
           03  RIN-SOKO-COD            PIC  X(02).
           03  FILLER                  PIC  X(01).
           03  RIN-SURYO               PIC  X(05).
           03  RIN-SURYO-N REDEFINES RIN-SURYO
                                       PIC  9(05).
           03  FILLER                  PIC  X(01).
           03  RIN-KIGEN-DATE          PIC  X(08).
           03  RIN-KIGEN-DATE-N REDEFINES RIN-KIGEN-DATE
                                       PIC  9(08).
           03  FILLER                  PIC  X(01).
      *    見積番号(SPACE・ZEROは見積なし)
           03  RIN-QUOTE-NO            PIC  X(08).
           03  RIN-QUOTE-NO-N REDEFINES RIN-QUOTE-NO
                                       PIC  9(08).
           03  FILLER                  PIC  X(01).
      *    処置："A"=追加  "U"=変更  "D"=削除
           03  RIN-ACTION              PIC  X(01).
       FD  RSV-FILE.
       01  RSV-REC.
           COPY KCCFRSV.
       FD  RSO-FILE.
       01  RSO-REC.
           COPY KCCFRSV.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY KCCFTOK.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  QTF-FILE.
       01  QTF-REC.
           COPY KCCFQTF.
       FD  BSD-FILE.
       01  BSD-REC.
           COPY KCCFBSD.
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
       01  WK-RIN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RSV-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RSO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-QTF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-BSD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  RIN-END-FLG                 PIC  X(01) VALUE "N".
       01  RSV-END-FLG                 PIC  X(01) VALUE "N".
       01  TOK-END-FLG                 PIC  X(01) VALUE "N".
       01  SHO-END-FLG                 PIC  X(01) VALUE "N".
       01  QTF-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-OPERATOR-ID              PIC  X(05) VALUE SPACE.
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      ******************************************************************
      *  仮押さえテーブル
      ******************************************************************
       01  WK-RSV-TBL.
           03  WK-RSV-CNT              PIC  9(05) VALUE ZERO.
           03  WK-RSV-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-RSV-IDX.
             05  WK-RSV-TOKU-COD       PIC  X(04).
             05  WK-RSV-SHOHIN-NO      PIC  X(05).
             05  WK-RSV-SOKO-COD       PIC  X(02).
             05  WK-RSV-SURYO          PIC  9(05).
             05  WK-RSV-KIGEN-DATE     PIC  9(08).
             05  WK-RSV-TOROKU-DATE    PIC  9(08).
             05  WK-RSV-QUOTE-NO       PIC  9(08).
             05  WK-RSV-OPE-ID         PIC  X(05).
             05  WK-RSV-DEL-FLG        PIC  X(01).
       01  WK-IX                       PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  得意先コード・商品番号テーブル(マスタがある場合の存在確認用)
      ******************************************************************
       01  WK-TOK-TBL.
           03  WK-TOK-CNT              PIC  9(05) VALUE ZERO.
           03  WK-TOK-ENT              OCCURS 9999 TIMES
                                        INDEXED BY WK-TOK-IDX.
             05  WK-TOK-TOKU-COD       PIC  X(04).
       01  WK-SHO-TBL.
           03  WK-SHO-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SHO-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-SHO-IDX.
             05  WK-SHO-SHOHIN-NO      PIC  X(05).
      ******************************************************************
      *  見積中の見積テーブル(見積ファイルがある場合の確認用)
      ******************************************************************
       01  WK-QTF-TBL.
           03  WK-QTF-CNT              PIC  9(05) VALUE ZERO.
           03  WK-QTF-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-QTF-IDX.
             05  WK-QTF-QUOTE-NO       PIC  9(08).
             05  WK-QTF-TOKU-COD       PIC  X(04).
       01  WK-NG-MSG                   PIC  X(26) VALUE SPACE.
       01  WK-QUOTE-NO                 PIC  9(08) VALUE ZERO.
      *
       01  WK-RIN-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-ADD-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-UPD-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-DEL-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-NG-CNT                   PIC  9(09) VALUE ZERO.
      *    変更履歴用のファイル行イメージ(前後)とキー
       01  WK-RSV-IMAGE-REC.
           COPY KCCFRSV.
       01  WK-MCJ-BEFORE               PIC  X(50) VALUE SPACE.
       01  WK-MCJ-AFTER                PIC  X(50) VALUE SPACE.
       01  WK-MCJ-KEY.
           03  WK-MCJ-KEY-TOKU-COD     PIC  X(04).
           03  WK-MCJ-KEY-SHOHIN-NO    PIC  X(05).
           03  WK-MCJ-KEY-SOKO-COD     PIC  X(02).
      ******************************************************************
      *  一覧印字用
      ******************************************************************
       01  WK-RPT-LINE.
           03  WK-RPT-KBN              PIC  X(08).
           03  FILLER                  PIC  X(06) VALUE " TOKU=".
           03  WK-RPT-TOKU-COD         PIC  X(04).
           03  FILLER                  PIC  X(08) VALUE " SHOHIN=".
           03  WK-RPT-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(06) VALUE " SOKO=".
           03  WK-RPT-SOKO-COD         PIC  X(02).
           03  FILLER                  PIC  X(07) VALUE " SURYO=".
           03  WK-RPT-SURYO            PIC  X(05).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-MSG              PIC  X(26).
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL RIN-END-FLG = "Y"
             PERFORM OUTPUT-RTN
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX > WK-RSV-CNT
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KUBM165 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
           DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME.
           ACCEPT WK-OPERATOR-ID FROM ENVIRONMENT-VALUE.
      *
      *    仮押さえは得意先マスタ保守の権限で保守する
           MOVE WK-OPERATOR-ID TO S030-OPE-ID.
           MOVE "TOK" TO S030-RESOURCE.
           CALL "KCBS030" USING KCBS030-P1.
           IF S030-RCD = "E"
             DISPLAY "*** KUBM165 ABEND KENGEN NASHI : " S030-REASON
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
      *
      *    業務日付(無ければ実行日)。有効期限の検証に使う
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
      *
           OPEN INPUT RIN-FILE.
           IF WK-RIN-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM165 ABEND NOT RIN-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT RSO-FILE.
           IF WK-RSO-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM165 ABEND NOT RSO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM165 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
      *
           MOVE "*** KUBM165 KARIOSAE HOSHU ***" TO RPT-REC.
           WRITE RPT-REC.
      *
      *    現行の仮押さえファイル(初回実行時はファイルなし)
           OPEN INPUT RSV-FILE.
           IF WK-RSV-FILE-ERR = "00"
             PERFORM LOAD-RSV-RTN  UNTIL RSV-END-FLG = "Y"
             CLOSE RSV-FILE
           END-IF.
      *    得意先マスタ・商品マスタ・見積ファイルは任意(無ければその
      *    確認をしない)
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
           OPEN INPUT QTF-FILE.
           IF WK-QTF-FILE-ERR = "00"
             PERFORM LOAD-QTF-RTN  UNTIL QTF-END-FLG = "Y"
             CLOSE QTF-FILE
           END-IF.
           PERFORM READ-RIN-RTN.
       EXT.
           EXIT.
      *
       LOAD-RSV-RTN        SECTION.
           READ RSV-FILE
             AT END
               MOVE "Y" TO RSV-END-FLG
               GO TO EXT
           END-READ.
           IF WK-RSV-CNT >= 5000
             DISPLAY "!!! KUBM165 ABEND : RSV TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-RSV-CNT.
           SET WK-RSV-IDX TO WK-RSV-CNT.
           MOVE CFRSV-TOKU-COD OF RSV-REC
             TO WK-RSV-TOKU-COD (WK-RSV-IDX).
           MOVE CFRSV-SHOHIN-NO OF RSV-REC
             TO WK-RSV-SHOHIN-NO (WK-RSV-IDX).
           MOVE CFRSV-SOKO-COD OF RSV-REC
             TO WK-RSV-SOKO-COD (WK-RSV-IDX).
           MOVE CFRSV-SURYO OF RSV-REC
             TO WK-RSV-SURYO (WK-RSV-IDX).
           MOVE CFRSV-KIGEN-DATE OF RSV-REC
             TO WK-RSV-KIGEN-DATE (WK-RSV-IDX).
           MOVE CFRSV-TOROKU-DATE OF RSV-REC
             TO WK-RSV-TOROKU-DATE (WK-RSV-IDX).
           MOVE CFRSV-QUOTE-NO OF RSV-REC
             TO WK-RSV-QUOTE-NO (WK-RSV-IDX).
           MOVE CFRSV-OPE-ID OF RSV-REC
             TO WK-RSV-OPE-ID (WK-RSV-IDX).
           MOVE "N" TO WK-RSV-DEL-FLG (WK-RSV-IDX).
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
             DISPLAY "!!! KUBM165 ABEND : TOK TABLE FULL !!!"
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
             DISPLAY "!!! KUBM165 ABEND : SHO TABLE FULL !!!"
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
      *    見積中の見積のみ持つ(同じ見積番号の明細は先頭の1行でよい)
       LOAD-QTF-RTN        SECTION.
           READ QTF-FILE
             AT END
               MOVE "Y" TO QTF-END-FLG
               GO TO EXT
           END-READ.
           IF NOT CFQTF-OPEN
             GO TO EXT
           END-IF.
           IF WK-QTF-CNT > ZERO
            AND WK-QTF-QUOTE-NO (WK-QTF-CNT) = CFQTF-QUOTE-NO
             GO TO EXT
           END-IF.
           IF WK-QTF-CNT >= 5000
             DISPLAY "*** KUBM165 WARNING QTF TABLE FULL"
             MOVE "Y" TO QTF-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-QTF-CNT.
           SET WK-QTF-IDX TO WK-QTF-CNT.
           MOVE CFQTF-QUOTE-NO TO WK-QTF-QUOTE-NO (WK-QTF-IDX).
           MOVE CFQTF-TOKU-COD TO WK-QTF-TOKU-COD (WK-QTF-IDX).
       EXT.
           EXIT.
      *
       READ-RIN-RTN        SECTION.
           READ RIN-FILE
             AT END
               MOVE "Y" TO RIN-END-FLG
           END-READ.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    保守データ1件ごとの適用
      ******************************************************************
       MAIN-RTN            SECTION.
           ADD 1 TO WK-RIN-CNT.
           INITIALIZE WK-RPT-LINE.
           MOVE RIN-TOKU-COD TO WK-RPT-TOKU-COD.
           MOVE RIN-SHOHIN-NO TO WK-RPT-SHOHIN-NO.
           MOVE RIN-SOKO-COD TO WK-RPT-SOKO-COD.
           MOVE RIN-SURYO TO WK-RPT-SURYO.
      *
      *    追加・変更は得意先・商品・数量・有効期限・見積を検証する
           IF RIN-ACTION = "A" OR "U"
             PERFORM CHECK-RTN
             IF WK-NG-MSG NOT = SPACE
               PERFORM NG-RTN
               GO TO NEXT-REC
             END-IF
           END-IF.
      *
           SET WK-RSV-IDX TO 1.
           IF WK-RSV-CNT = ZERO
             PERFORM NOTFOUND-RTN
             GO TO NEXT-REC
           END-IF.
           SEARCH WK-RSV-ENT
             AT END
               PERFORM NOTFOUND-RTN
               GO TO NEXT-REC
             WHEN WK-RSV-TOKU-COD (WK-RSV-IDX) = RIN-TOKU-COD
              AND WK-RSV-SHOHIN-NO (WK-RSV-IDX) = RIN-SHOHIN-NO
              AND WK-RSV-SOKO-COD (WK-RSV-IDX) = RIN-SOKO-COD
              AND WK-RSV-DEL-FLG (WK-RSV-IDX) = "N"
               CONTINUE
           END-SEARCH.
      *
           EVALUATE RIN-ACTION
             WHEN "U"
               PERFORM MAKE-RSV-IMAGE-RTN
               MOVE WK-RSV-IMAGE-REC TO WK-MCJ-BEFORE
               MOVE RIN-SURYO-N TO WK-RSV-SURYO (WK-RSV-IDX)
               MOVE RIN-KIGEN-DATE-N
                 TO WK-RSV-KIGEN-DATE (WK-RSV-IDX)
               MOVE WK-QUOTE-NO TO WK-RSV-QUOTE-NO (WK-RSV-IDX)
               MOVE WK-OPERATOR-ID TO WK-RSV-OPE-ID (WK-RSV-IDX)
               PERFORM MAKE-RSV-IMAGE-RTN
               MOVE WK-RSV-IMAGE-REC TO WK-MCJ-AFTER
               ADD 1 TO WK-UPD-CNT
               MOVE "HENKO" TO WK-RPT-KBN
               PERFORM WRITE-MCJ-RTN
             WHEN "D"
               PERFORM MAKE-RSV-IMAGE-RTN
               MOVE WK-RSV-IMAGE-REC TO WK-MCJ-BEFORE
               MOVE SPACE TO WK-MCJ-AFTER
               MOVE "Y" TO WK-RSV-DEL-FLG (WK-RSV-IDX)
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
           PERFORM READ-RIN-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    得意先・商品・数量・有効期限・見積番号の検証
      *    (WK-NG-MSGに理由。見積番号はWK-QUOTE-NOへ設定する)
      ******************************************************************
       CHECK-RTN           SECTION.
           MOVE SPACE TO WK-NG-MSG.
           MOVE ZERO TO WK-QUOTE-NO.
           IF RIN-TOKU-COD = SPACE
             MOVE "TOKUISAKI COD NASHI" TO WK-NG-MSG
             GO TO EXT
           END-IF.
           IF RIN-SHOHIN-NO = SPACE
             MOVE "SHOHIN BANGO NASHI" TO WK-NG-MSG
             GO TO EXT
           END-IF.
           IF RIN-SURYO NOT NUMERIC
             MOVE "SURYO FUSEI" TO WK-NG-MSG
             GO TO EXT
           END-IF.
           IF RIN-SURYO-N = ZERO
             MOVE "SURYO FUSEI" TO WK-NG-MSG
             GO TO EXT
           END-IF.
           IF RIN-KIGEN-DATE NOT NUMERIC
             MOVE "YUKO KIGEN FUSEI" TO WK-NG-MSG
             GO TO EXT
           END-IF.
           IF RIN-KIGEN-DATE-N < WK-BASE-DATE
             MOVE "YUKO KIGEN KAKO" TO WK-NG-MSG
             GO TO EXT
           END-IF.
           IF RIN-QUOTE-NO NOT = SPACE
             IF RIN-QUOTE-NO NOT NUMERIC
               MOVE "MITSUMORI BANGO FUSEI" TO WK-NG-MSG
               GO TO EXT
             END-IF
             MOVE RIN-QUOTE-NO-N TO WK-QUOTE-NO
           END-IF.
      *
           IF WK-TOK-CNT > ZERO
             SET WK-TOK-IDX TO 1
             SEARCH WK-TOK-ENT
               AT END
                 MOVE "TOKUISAKI MITOROKU" TO WK-NG-MSG
                 GO TO EXT
               WHEN WK-TOK-TOKU-COD (WK-TOK-IDX) = RIN-TOKU-COD
                 CONTINUE
             END-SEARCH
           END-IF.
           IF WK-SHO-CNT > ZERO
             SET WK-SHO-IDX TO 1
             SEARCH WK-SHO-ENT
               AT END
                 MOVE "SHOHIN MITOROKU" TO WK-NG-MSG
                 GO TO EXT
               WHEN WK-SHO-SHOHIN-NO (WK-SHO-IDX) = RIN-SHOHIN-NO
                 CONTINUE
             END-SEARCH
           END-IF.
      *    見積番号はその得意先の見積中の見積であること
           IF WK-QUOTE-NO = ZERO
            OR WK-QTF-FILE-ERR NOT = "00"
             GO TO EXT
           END-IF.
           IF WK-QTF-CNT = ZERO
             MOVE "MITSUMORI NASHI" TO WK-NG-MSG
             GO TO EXT
           END-IF.
           SET WK-QTF-IDX TO 1.
           SEARCH WK-QTF-ENT
             AT END
               MOVE "MITSUMORI NASHI" TO WK-NG-MSG
             WHEN WK-QTF-QUOTE-NO (WK-QTF-IDX) = WK-QUOTE-NO
               IF WK-QTF-TOKU-COD (WK-QTF-IDX) NOT = RIN-TOKU-COD
                 MOVE "MITSUMORI TOKUISAKI CHIGAI" TO WK-NG-MSG
               END-IF
           END-SEARCH.
       EXT.
           EXIT.
      *
       NOTFOUND-RTN        SECTION.
           IF RIN-ACTION = "A"
             IF WK-RSV-CNT >= 5000
               DISPLAY "!!! KUBM165 ABEND : RSV TABLE FULL !!!"
               MOVE RC-ABEND TO RETURN-CODE
               PERFORM TERM-RTN
               STOP RUN
             END-IF
             ADD 1 TO WK-RSV-CNT
             SET WK-RSV-IDX TO WK-RSV-CNT
             MOVE RIN-TOKU-COD TO WK-RSV-TOKU-COD (WK-RSV-IDX)
             MOVE RIN-SHOHIN-NO TO WK-RSV-SHOHIN-NO (WK-RSV-IDX)
             MOVE RIN-SOKO-COD TO WK-RSV-SOKO-COD (WK-RSV-IDX)
             MOVE RIN-SURYO-N TO WK-RSV-SURYO (WK-RSV-IDX)
             MOVE RIN-KIGEN-DATE-N TO WK-RSV-KIGEN-DATE (WK-RSV-IDX)
             MOVE WK-BASE-DATE TO WK-RSV-TOROKU-DATE (WK-RSV-IDX)
             MOVE WK-QUOTE-NO TO WK-RSV-QUOTE-NO (WK-RSV-IDX)
             MOVE WK-OPERATOR-ID TO WK-RSV-OPE-ID (WK-RSV-IDX)
             MOVE "N" TO WK-RSV-DEL-FLG (WK-RSV-IDX)
             MOVE SPACE TO WK-MCJ-BEFORE
             PERFORM MAKE-RSV-IMAGE-RTN
             MOVE WK-RSV-IMAGE-REC TO WK-MCJ-AFTER
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
           MOVE "KUBM165" TO MCJ-PGM-ID.
           MOVE "KCCFRSV" TO MCJ-RESOURCE.
           MOVE RIN-ACTION TO MCJ-ACTION.
           MOVE RIN-TOKU-COD TO WK-MCJ-KEY-TOKU-COD.
           MOVE RIN-SHOHIN-NO TO WK-MCJ-KEY-SHOHIN-NO.
           MOVE RIN-SOKO-COD TO WK-MCJ-KEY-SOKO-COD.
           MOVE WK-MCJ-KEY TO MCJ-KEY.
           MOVE WK-MCJ-BEFORE TO MCJ-BEFORE-IMAGE.
           MOVE WK-MCJ-AFTER TO MCJ-AFTER-IMAGE.
           CALL "KCBS070" USING KCBS070-P1.
           IF MCJ-ERR-YES
             DISPLAY "*** KUBM165 WARNING MCJ KICHO SHIPPAI"
           END-IF.
           IF WK-NG-CNT > ZERO
            AND RETURN-CODE < RC-WARNING
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
       EXT.
           EXIT.
      *
      *    テーブル行からファイル行イメージを組み立てる
       MAKE-RSV-IMAGE-RTN  SECTION.
           MOVE SPACE TO WK-RSV-IMAGE-REC.
           MOVE WK-RSV-TOKU-COD (WK-RSV-IDX)
             TO CFRSV-TOKU-COD OF WK-RSV-IMAGE-REC.
           MOVE WK-RSV-SHOHIN-NO (WK-RSV-IDX)
             TO CFRSV-SHOHIN-NO OF WK-RSV-IMAGE-REC.
           MOVE WK-RSV-SOKO-COD (WK-RSV-IDX)
             TO CFRSV-SOKO-COD OF WK-RSV-IMAGE-REC.
           MOVE WK-RSV-SURYO (WK-RSV-IDX)
             TO CFRSV-SURYO OF WK-RSV-IMAGE-REC.
           MOVE WK-RSV-KIGEN-DATE (WK-RSV-IDX)
             TO CFRSV-KIGEN-DATE OF WK-RSV-IMAGE-REC.
           MOVE WK-RSV-TOROKU-DATE (WK-RSV-IDX)
             TO CFRSV-TOROKU-DATE OF WK-RSV-IMAGE-REC.
           MOVE WK-RSV-QUOTE-NO (WK-RSV-IDX)
             TO CFRSV-QUOTE-NO OF WK-RSV-IMAGE-REC.
           MOVE WK-RSV-OPE-ID (WK-RSV-IDX)
             TO CFRSV-OPE-ID OF WK-RSV-IMAGE-REC.
       EXT.
           EXIT.
      *
       OUTPUT-RTN          SECTION.
           IF WK-RSV-DEL-FLG (WK-IX) = "Y"
             GO TO EXT
           END-IF.
           SET WK-RSV-IDX TO WK-IX.
           PERFORM MAKE-RSV-IMAGE-RTN.
           MOVE WK-RSV-IMAGE-REC TO RSO-REC.
           WRITE RSO-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-RIN-FILE-ERR = "00"
             CLOSE RIN-FILE
           END-IF.
           IF WK-RSO-FILE-ERR = "00"
             CLOSE RSO-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
      *    変更履歴の呼出しで戻り値が消えるため、退避して戻す
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           MOVE "X" TO MCJ-FUNCTION.
           CALL "KCBS070" USING KCBS070-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           DISPLAY "RINCNT=" WK-RIN-CNT.
           DISPLAY "ADDCNT=" WK-ADD-CNT.
           DISPLAY "UPDCNT=" WK-UPD-CNT.
           DISPLAY "DELCNT=" WK-DEL-CNT.
           DISPLAY "NGCNT=" WK-NG-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM165 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KUBM165"             TO RUNHIS-PGM-ID.
           MOVE WK-OPERATOR-ID        TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "RINCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-RIN-CNT            TO RUNHIS-CNT-VALUE (1).
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
             DISPLAY "*** KUBM165 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
