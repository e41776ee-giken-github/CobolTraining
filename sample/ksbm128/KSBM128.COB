       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KSBM128.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：商品
      * プログラム名  ：バーコード対照マスタ保守
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。バーコード保守データ(BIN：バーコード
      *                 ・商品番号・コード区分J/I・入数・処置A/U/D)を
      *                 読み、バーコード対照マスタ(KCCFBCD)を更新した
      *                 新世代(BCO)を書き出す。JANは13桁または8桁、
      *                 ITFは14桁の数字でチェックデジット(モジュラス
      *                 10)が正しいこと、商品マスタがあれば商品番号が
      *                 登録済みであることを検証する。JANの入数は1と
      *                 する。オペレータの商品マスタ保守権限をKCBS030
      *                 (リソース"SHO")で確認し、適用した変更はKCBS070
      *                 でマスタ変更履歴へ記録する。結果は一覧(RPT)へ
      *                 印字する。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BIN-FILE
             ASSIGN TO EXTERNAL BIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-BIN-FILE-ERR.
           SELECT BCD-FILE
             ASSIGN TO EXTERNAL BCD
               FILE STATUS IS WK-BCD-FILE-ERR.
           SELECT BCO-FILE
             ASSIGN TO EXTERNAL BCO
               FILE STATUS IS WK-BCO-FILE-ERR.
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
      *    バーコード保守データ
       FD  BIN-FILE.
       01  BIN-REC.
           03  BIN-BARCODE             PIC  X(14).
           03  FILLER                  PIC  X(01).
           03  BIN-SHOHIN-NO           PIC  X(05).
           03  FILLER                  PIC  X(01).
      *    コード区分："J"=JAN  "I"=ITF
           03  BIN-CODE-KBN            PIC  X(01).
           03  FILLER                  PIC  X(01).
           03  BIN-IRISU               PIC  9(05).
           03  FILLER                  PIC  X(01).
      *    処置："A"=追加  "U"=変更  "D"=削除
           03  BIN-ACTION              PIC  X(01).
       FD  BCD-FILE.
       01  BCD-REC.
           COPY KCCFBCD.
       FD  BCO-FILE.
       01  BCO-REC.
           COPY KCCFBCD.
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
       01  WK-BIN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-BCD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-BCO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  BIN-END-FLG                 PIC  X(01) VALUE "N".
       01  BCD-END-FLG                 PIC  X(01) VALUE "N".
       01  SHO-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-OPERATOR-ID              PIC  X(05) VALUE SPACE.
      ******************************************************************
      *  バーコード対照テーブル
      ******************************************************************
       01  WK-BCD-TBL.
           03  WK-BCD-CNT              PIC  9(05) VALUE ZERO.
           03  WK-BCD-ENT              OCCURS 10000 TIMES
                                        INDEXED BY WK-BCD-IDX.
             05  WK-BCD-BARCODE        PIC  X(14).
             05  WK-BCD-SHOHIN-NO      PIC  X(05).
             05  WK-BCD-CODE-KBN       PIC  X(01).
             05  WK-BCD-IRISU          PIC  9(05).
             05  WK-BCD-DEL-FLG        PIC  X(01).
       01  WK-IX                       PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  商品番号テーブル(商品マスタがある場合の存在確認用)
      ******************************************************************
       01  WK-SHO-TBL.
           03  WK-SHO-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SHO-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-SHO-IDX.
             05  WK-SHO-SHOHIN-NO      PIC  X(05).
      ******************************************************************
      *  バーコード検証用(チェックデジットはモジュラス10・ウェイト
      *  3-1。右端のチェックデジットを除いた右から奇数桁に3を掛ける)
      ******************************************************************
       01  WK-CHK-BARCODE              PIC  X(14).
       01  WK-CHK-DIGITS REDEFINES WK-CHK-BARCODE.
           03  WK-CHK-DIGIT            PIC  9(01) OCCURS 14 TIMES.
       01  WK-CHK-LEN                  PIC  9(02) VALUE ZERO.
       01  WK-CHK-POS                  PIC  9(02) VALUE ZERO.
       01  WK-CHK-WEIGHT               PIC  9(01) VALUE ZERO.
       01  WK-CHK-SUM                  PIC  9(05) VALUE ZERO.
       01  WK-CHK-CD                   PIC  9(01) VALUE ZERO.
       01  WK-CHK-QUOT                 PIC  9(05) VALUE ZERO.
       01  WK-CHK-REM                  PIC  9(01) VALUE ZERO.
       01  WK-NG-MSG                   PIC  X(26) VALUE SPACE.
      *
       01  WK-BIN-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-ADD-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-UPD-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-DEL-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-NG-CNT                   PIC  9(09) VALUE ZERO.
      *    変更履歴用のマスタ行イメージ(前後)
       01  WK-BCD-IMAGE-REC.
           COPY KCCFBCD.
       01  WK-MCJ-BEFORE               PIC  X(30) VALUE SPACE.
       01  WK-MCJ-AFTER                PIC  X(30) VALUE SPACE.
      ******************************************************************
      *  一覧印字用
      ******************************************************************
       01  WK-RPT-LINE.
           03  WK-RPT-KBN              PIC  X(08).
           03  FILLER                  PIC  X(09) VALUE " BARCODE=".
           03  WK-RPT-BARCODE          PIC  X(14).
           03  FILLER                  PIC  X(08) VALUE " SHOHIN=".
           03  WK-RPT-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-MSG              PIC  X(26).
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL BIN-END-FLG = "Y"
             PERFORM OUTPUT-RTN
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX > WK-BCD-CNT
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KSBM128 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
           DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME.
           ACCEPT WK-OPERATOR-ID FROM ENVIRONMENT-VALUE.
      *
      *    バーコード対照は商品マスタ保守の権限で保守する
           MOVE WK-OPERATOR-ID TO S030-OPE-ID.
           MOVE "SHO" TO S030-RESOURCE.
           CALL "KCBS030" USING KCBS030-P1.
           IF S030-RCD = "E"
             DISPLAY "*** KSBM128 ABEND KENGEN NASHI : " S030-REASON
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
      *
           OPEN INPUT BIN-FILE.
           IF WK-BIN-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM128 ABEND NOT BIN-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT BCO-FILE.
           IF WK-BCO-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM128 ABEND NOT BCO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM128 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
      *
           MOVE "*** KSBM128 BARCODE TAISHO HOSHU ***" TO RPT-REC.
           WRITE RPT-REC.
      *
      *    現行のバーコード対照マスタ(初回実行時はファイルなし)
           OPEN INPUT BCD-FILE.
           IF WK-BCD-FILE-ERR = "00"
             PERFORM LOAD-BCD-RTN  UNTIL BCD-END-FLG = "Y"
             CLOSE BCD-FILE
           END-IF.
      *    商品マスタは任意(無ければ商品番号の存在確認をしない)
           OPEN INPUT SHO-FILE.
           IF WK-SHO-FILE-ERR = "00"
             PERFORM LOAD-SHO-RTN  UNTIL SHO-END-FLG = "Y"
             CLOSE SHO-FILE
           END-IF.
           PERFORM READ-BIN-RTN.
       EXT.
           EXIT.
      *
       LOAD-BCD-RTN        SECTION.
           READ BCD-FILE
             AT END
               MOVE "Y" TO BCD-END-FLG
               GO TO EXT
           END-READ.
           IF WK-BCD-CNT >= 10000
             DISPLAY "!!! KSBM128 ABEND : BCD TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-BCD-CNT.
           SET WK-BCD-IDX TO WK-BCD-CNT.
           MOVE CFBCD-BARCODE OF BCD-REC
             TO WK-BCD-BARCODE (WK-BCD-IDX).
           MOVE CFBCD-SHOHIN-NO OF BCD-REC
             TO WK-BCD-SHOHIN-NO (WK-BCD-IDX).
           MOVE CFBCD-CODE-KBN OF BCD-REC
             TO WK-BCD-CODE-KBN (WK-BCD-IDX).
           MOVE CFBCD-IRISU OF BCD-REC
             TO WK-BCD-IRISU (WK-BCD-IDX).
           MOVE "N" TO WK-BCD-DEL-FLG (WK-BCD-IDX).
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
             DISPLAY "!!! KSBM128 ABEND : SHO TABLE FULL !!!"
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
       READ-BIN-RTN        SECTION.
           READ BIN-FILE
             AT END
               MOVE "Y" TO BIN-END-FLG
           END-READ.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    保守データ1件ごとの適用
      ******************************************************************
       MAIN-RTN            SECTION.
           ADD 1 TO WK-BIN-CNT.
           MOVE BIN-BARCODE TO WK-RPT-BARCODE.
           MOVE BIN-SHOHIN-NO TO WK-RPT-SHOHIN-NO.
           MOVE SPACE TO WK-RPT-MSG.
      *
      *    追加・変更はバーコードと商品番号を検証する
           IF BIN-ACTION = "A" OR "U"
             PERFORM CHECK-RTN
             IF WK-NG-MSG NOT = SPACE
               PERFORM NG-RTN
               GO TO NEXT-REC
             END-IF
           END-IF.
      *
           SET WK-BCD-IDX TO 1.
           IF WK-BCD-CNT = ZERO
             PERFORM NOTFOUND-RTN
             GO TO NEXT-REC
           END-IF.
           SEARCH WK-BCD-ENT
             AT END
               PERFORM NOTFOUND-RTN
               GO TO NEXT-REC
             WHEN WK-BCD-BARCODE (WK-BCD-IDX) = BIN-BARCODE
              AND WK-BCD-DEL-FLG (WK-BCD-IDX) = "N"
               CONTINUE
           END-SEARCH.
      *
           EVALUATE BIN-ACTION
             WHEN "U"
               PERFORM MAKE-BCD-IMAGE-RTN
               MOVE WK-BCD-IMAGE-REC TO WK-MCJ-BEFORE
               MOVE BIN-SHOHIN-NO TO WK-BCD-SHOHIN-NO (WK-BCD-IDX)
               MOVE BIN-CODE-KBN TO WK-BCD-CODE-KBN (WK-BCD-IDX)
               MOVE BIN-IRISU TO WK-BCD-IRISU (WK-BCD-IDX)
               PERFORM MAKE-BCD-IMAGE-RTN
               MOVE WK-BCD-IMAGE-REC TO WK-MCJ-AFTER
               ADD 1 TO WK-UPD-CNT
               MOVE "HENKO" TO WK-RPT-KBN
               PERFORM WRITE-MCJ-RTN
             WHEN "D"
               PERFORM MAKE-BCD-IMAGE-RTN
               MOVE WK-BCD-IMAGE-REC TO WK-MCJ-BEFORE
               MOVE SPACE TO WK-MCJ-AFTER
               MOVE "Y" TO WK-BCD-DEL-FLG (WK-BCD-IDX)
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
           PERFORM READ-BIN-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    バーコード・商品番号の検証(WK-NG-MSGに理由。JANの入数は
      *    1に揃える)
      ******************************************************************
       CHECK-RTN           SECTION.
           MOVE SPACE TO WK-NG-MSG.
           EVALUATE BIN-CODE-KBN
             WHEN "J"
               IF BIN-BARCODE (9:6) = SPACE
                 MOVE 8 TO WK-CHK-LEN
               ELSE
                 MOVE 13 TO WK-CHK-LEN
               END-IF
               MOVE 1 TO BIN-IRISU
             WHEN "I"
               MOVE 14 TO WK-CHK-LEN
               IF BIN-IRISU = ZERO
                 MOVE "IRISU FUSEI" TO WK-NG-MSG
                 GO TO EXT
               END-IF
             WHEN OTHER
               MOVE "CODE KUBUN FUSEI" TO WK-NG-MSG
               GO TO EXT
           END-EVALUATE.
           IF BIN-BARCODE (1:WK-CHK-LEN) NOT NUMERIC
             MOVE "KETASU/SUJI FUSEI" TO WK-NG-MSG
             GO TO EXT
           END-IF.
           IF WK-CHK-LEN < 14
             IF BIN-BARCODE (WK-CHK-LEN + 1:) NOT = SPACE
               MOVE "KETASU/SUJI FUSEI" TO WK-NG-MSG
               GO TO EXT
             END-IF
           END-IF.
      *
           MOVE BIN-BARCODE TO WK-CHK-BARCODE.
           MOVE ZERO TO WK-CHK-SUM.
           MOVE 3 TO WK-CHK-WEIGHT.
           COMPUTE WK-CHK-POS = WK-CHK-LEN - 1.
           PERFORM CHECK-DIGIT-RTN
             UNTIL WK-CHK-POS = ZERO.
           DIVIDE WK-CHK-SUM BY 10 GIVING WK-CHK-QUOT
             REMAINDER WK-CHK-REM.
           IF WK-CHK-REM = ZERO
             MOVE ZERO TO WK-CHK-CD
           ELSE
             COMPUTE WK-CHK-CD = 10 - WK-CHK-REM
           END-IF.
           IF WK-CHK-CD NOT = WK-CHK-DIGIT (WK-CHK-LEN)
             MOVE "CHECK DIGIT FUSEI" TO WK-NG-MSG
             GO TO EXT
           END-IF.
      *
           SET WK-SHO-IDX TO 1.
           IF WK-SHO-CNT > ZERO
             SEARCH WK-SHO-ENT
               AT END
                 MOVE "SHOHIN MITOROKU" TO WK-NG-MSG
               WHEN WK-SHO-SHOHIN-NO (WK-SHO-IDX) = BIN-SHOHIN-NO
                 CONTINUE
             END-SEARCH
           END-IF.
       EXT.
           EXIT.
      *
       CHECK-DIGIT-RTN     SECTION.
           COMPUTE WK-CHK-SUM = WK-CHK-SUM
             + WK-CHK-DIGIT (WK-CHK-POS) * WK-CHK-WEIGHT.
           IF WK-CHK-WEIGHT = 3
             MOVE 1 TO WK-CHK-WEIGHT
           ELSE
             MOVE 3 TO WK-CHK-WEIGHT
           END-IF.
           SUBTRACT 1 FROM WK-CHK-POS.
       EXT.
           EXIT.
      *
       NOTFOUND-RTN        SECTION.
           IF BIN-ACTION = "A"
             IF WK-BCD-CNT >= 10000
               DISPLAY "!!! KSBM128 ABEND : BCD TABLE FULL !!!"
               MOVE RC-ABEND TO RETURN-CODE
               PERFORM TERM-RTN
               STOP RUN
             END-IF
             ADD 1 TO WK-BCD-CNT
             SET WK-BCD-IDX TO WK-BCD-CNT
             MOVE BIN-BARCODE TO WK-BCD-BARCODE (WK-BCD-IDX)
             MOVE BIN-SHOHIN-NO TO WK-BCD-SHOHIN-NO (WK-BCD-IDX)
             MOVE BIN-CODE-KBN TO WK-BCD-CODE-KBN (WK-BCD-IDX)
             MOVE BIN-IRISU TO WK-BCD-IRISU (WK-BCD-IDX)
             MOVE "N" TO WK-BCD-DEL-FLG (WK-BCD-IDX)
             MOVE SPACE TO WK-MCJ-BEFORE
             PERFORM MAKE-BCD-IMAGE-RTN
             MOVE WK-BCD-IMAGE-REC TO WK-MCJ-AFTER
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
           MOVE "KSBM128" TO MCJ-PGM-ID.
           MOVE "KCCFBCD" TO MCJ-RESOURCE.
           MOVE BIN-ACTION TO MCJ-ACTION.
           MOVE BIN-BARCODE TO MCJ-KEY.
           MOVE WK-MCJ-BEFORE TO MCJ-BEFORE-IMAGE.
           MOVE WK-MCJ-AFTER TO MCJ-AFTER-IMAGE.
           CALL "KCBS070" USING KCBS070-P1.
           IF MCJ-ERR-YES
             DISPLAY "*** KSBM128 WARNING MCJ KICHO SHIPPAI"
           END-IF.
           IF WK-NG-CNT > ZERO
            AND RETURN-CODE < RC-WARNING
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
       EXT.
           EXIT.
      *
      *    テーブル行からマスタ行イメージを組み立てる
       MAKE-BCD-IMAGE-RTN  SECTION.
           MOVE SPACE TO WK-BCD-IMAGE-REC.
           MOVE WK-BCD-BARCODE (WK-BCD-IDX)
             TO CFBCD-BARCODE OF WK-BCD-IMAGE-REC.
           MOVE WK-BCD-SHOHIN-NO (WK-BCD-IDX)
             TO CFBCD-SHOHIN-NO OF WK-BCD-IMAGE-REC.
           MOVE WK-BCD-CODE-KBN (WK-BCD-IDX)
             TO CFBCD-CODE-KBN OF WK-BCD-IMAGE-REC.
           MOVE WK-BCD-IRISU (WK-BCD-IDX)
             TO CFBCD-IRISU OF WK-BCD-IMAGE-REC.
       EXT.
           EXIT.
      *
       OUTPUT-RTN          SECTION.
           IF WK-BCD-DEL-FLG (WK-IX) = "Y"
             GO TO EXT
           END-IF.
           MOVE SPACE TO BCO-REC.
           MOVE WK-BCD-BARCODE (WK-IX)
             TO CFBCD-BARCODE OF BCO-REC.
           MOVE WK-BCD-SHOHIN-NO (WK-IX)
             TO CFBCD-SHOHIN-NO OF BCO-REC.
           MOVE WK-BCD-CODE-KBN (WK-IX)
             TO CFBCD-CODE-KBN OF BCO-REC.
           MOVE WK-BCD-IRISU (WK-IX)
             TO CFBCD-IRISU OF BCO-REC.
           WRITE BCO-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-BIN-FILE-ERR = "00"
             CLOSE BIN-FILE
           END-IF.
           IF WK-BCO-FILE-ERR = "00"
             CLOSE BCO-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
      *    変更履歴の呼出しで戻り値が消えるため、退避して戻す
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           MOVE "X" TO MCJ-FUNCTION.
           CALL "KCBS070" USING KCBS070-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           DISPLAY "BINCNT=" WK-BIN-CNT.
           DISPLAY "ADDCNT=" WK-ADD-CNT.
           DISPLAY "UPDCNT=" WK-UPD-CNT.
           DISPLAY "DELCNT=" WK-DEL-CNT.
           DISPLAY "NGCNT=" WK-NG-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM128 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KSBM128"             TO RUNHIS-PGM-ID.
           MOVE WK-OPERATOR-ID        TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "BINCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-BIN-CNT            TO RUNHIS-CNT-VALUE (1).
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
             DISPLAY "*** KSBM128 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
