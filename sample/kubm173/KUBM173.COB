       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KUBM173.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：ＥＣサイト注文変換
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。外部ＥＣサイトから受け取った注文
      *                 ファイル(ECJ：ＥＣ注文番号・注文日・明細行
      *                 番号・商品番号・数量・注文状態)を、ＥＤＩ受注
      *                 取込(KUBM134)の標準ＣＳＶ(EDO)へ変換する。
      *                 ＥＣサイトはＥＤＩ取引先プロファイル(KCCFPTN)
      *                 に様式"2"の取引先として登録しておき、取引先
      *                 コードは環境変数KUBM173-PARTNER(未設定は
      *                 "EC01")で指定する。得意先コードはそのプロ
      *                 ファイルの得意先(ＥＣ販売用の得意先)とする。
      *                 以降はKUBM134が商品・ライフサイクル・取扱
      *                 制限・納期回答を検証し、KJCFHDRでヘッダー・
      *                 トレイラーを付けた受注バッチ(KJCF011)として
      *                 通常の受注処理へ流す。ＥＣ注文番号は先方発注
      *                 番号として渡すため、重複制御"Y"のプロファイル
      *                 とすれば同じ注文の再送はKUBM134が弾く。
      *                 キャンセル("C")の行は変換せず一覧(RPT)へ印字
      *                 する(変換済みの注文の取消は受注取消で行う)
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ECJ-FILE
             ASSIGN TO EXTERNAL ECJ
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-ECJ-FILE-ERR.
           SELECT PTN-FILE
             ASSIGN TO EXTERNAL PTN
               FILE STATUS IS WK-PTN-FILE-ERR.
           SELECT EDO-FILE
             ASSIGN TO EXTERNAL EDO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-EDO-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
      *    ＥＣサイトの注文(空白区切り)
      *    注文状態："N"(またはSPACE)=新規  "C"=キャンセル
       FD  ECJ-FILE.
       01  ECJ-REC.
           03  ECJ-ORDER-NO            PIC  X(10).
           03  FILLER                  PIC  X(01).
           03  ECJ-ORDER-DATE          PIC  9(08).
           03  FILLER                  PIC  X(01).
           03  ECJ-GYO-NO              PIC  9(02).
           03  FILLER                  PIC  X(01).
           03  ECJ-SHOHIN-NO           PIC  X(05).
           03  FILLER                  PIC  X(01).
           03  ECJ-SURYO               PIC  X(05).
           03  FILLER                  PIC  X(01).
           03  ECJ-STATUS              PIC  X(01).
             88  ECJ-CANCEL            VALUE "C".
       FD  PTN-FILE.
       01  PTN-REC.
           COPY KCCFPTN.
      *    ＥＤＩ受注取込(KUBM134)の標準ＣＳＶ
       FD  EDO-FILE.
       01  EDO-REC                     PIC  X(120).
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(80).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-ECJ-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-PTN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-EDO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  ECJ-END-FLG                 PIC  X(01) VALUE "N".
       01  PTN-END-FLG                 PIC  X(01) VALUE "N".
      *
       01  WK-PARTNER-COD              PIC  X(04) VALUE SPACE.
       01  WK-TOKU-COD                 PIC  X(04) VALUE SPACE.
       01  WK-NG-RIYU                  PIC  X(10) VALUE SPACE.
      *
       01  WK-ECJ-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-EDO-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-CANCEL-CNT               PIC  9(09) VALUE ZERO.
       01  WK-NG-CNT                   PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  変換一覧印字用
      ******************************************************************
       01  WK-RPT-LINE.
           03  WK-RPT-KBN              PIC  X(10).
           03  FILLER                  PIC  X(07) VALUE " ORDER=".
           03  WK-RPT-ORDER-NO         PIC  X(10).
           03  FILLER                  PIC  X(05) VALUE " GYO=".
           03  WK-RPT-GYO-NO           PIC  X(02).
           03  FILLER                  PIC  X(08) VALUE " SHOHIN=".
           03  WK-RPT-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(07) VALUE " SURYO=".
           03  WK-RPT-SURYO            PIC  X(05).
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL ECJ-END-FLG = "Y"
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KUBM173 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
      *
           DISPLAY "KUBM173-PARTNER" UPON ENVIRONMENT-NAME.
           ACCEPT WK-PARTNER-COD FROM ENVIRONMENT-VALUE.
           IF WK-PARTNER-COD = SPACE
             MOVE "EC01" TO WK-PARTNER-COD
           END-IF.
      *
      *    ＥＣサイトの取引先プロファイル(様式"2")から得意先を決める
           OPEN INPUT PTN-FILE.
           IF WK-PTN-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM173 ABEND NOT PTN-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-PTN-RTN  UNTIL PTN-END-FLG = "Y".
           CLOSE PTN-FILE.
           MOVE HIGH-VALUE TO WK-PTN-FILE-ERR.
           IF WK-TOKU-COD = SPACE
             DISPLAY "*** KUBM173 ABEND PTN NASHI " WK-PARTNER-COD
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
      *
           OPEN INPUT ECJ-FILE.
           IF WK-ECJ-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM173 ABEND NOT ECJ-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT EDO-FILE.
           IF WK-EDO-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM173 ABEND NOT EDO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM173 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           MOVE "*** KUBM173 EC CHUMON HENKAN ***" TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACE TO RPT-REC.
           STRING "PARTNER=" DELIMITED BY SIZE
                  WK-PARTNER-COD DELIMITED BY SIZE
                  " TOKU=" DELIMITED BY SIZE
                  WK-TOKU-COD DELIMITED BY SIZE
             INTO RPT-REC
           END-STRING.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       LOAD-PTN-RTN        SECTION.
           READ PTN-FILE
             AT END
               MOVE "Y" TO PTN-END-FLG
               GO TO EXT
           END-READ.
           IF CFPTN-PARTNER-COD NOT = WK-PARTNER-COD
             GO TO EXT
           END-IF.
           IF CFPTN-FORMAT-KBN NOT = "2"
             DISPLAY "*** KUBM173 WARNING PTN YOSHIKI "
                     CFPTN-FORMAT-KBN
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           IF NOT CFPTN-DUP-CHECK-YES
             DISPLAY "*** KUBM173 WARNING PTN JUFUKU SEIGYO NASHI"
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           MOVE CFPTN-TOKU-COD TO WK-TOKU-COD.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    ＥＣ注文1行ごとの変換
      ******************************************************************
       MAIN-RTN            SECTION.
           READ ECJ-FILE
             AT END
               MOVE "Y" TO ECJ-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-ECJ-CNT.
           MOVE SPACE TO WK-RPT-KBN.
           MOVE ECJ-ORDER-NO TO WK-RPT-ORDER-NO.
           MOVE ECJ-GYO-NO TO WK-RPT-GYO-NO.
           MOVE ECJ-SHOHIN-NO TO WK-RPT-SHOHIN-NO.
           MOVE ECJ-SURYO TO WK-RPT-SURYO.
      *
           IF ECJ-CANCEL
             ADD 1 TO WK-CANCEL-CNT
             MOVE "CANCEL" TO WK-RPT-KBN
             GO TO WRITE-RPT
           END-IF.
      *
      *    注文番号の無い行は先方発注番号として渡せない
           IF ECJ-ORDER-NO = SPACE
             MOVE "NG ORDER" TO WK-NG-RIYU
             PERFORM NG-RTN
             GO TO WRITE-RPT
           END-IF.
           IF ECJ-STATUS NOT = "N"
            AND ECJ-STATUS NOT = SPACE
             MOVE "NG STATUS" TO WK-NG-RIYU
             PERFORM NG-RTN
             GO TO WRITE-RPT
           END-IF.
      *
      *    商品・数量の検証はKUBM134に委ねる(不正行は共通例外へ退避)
           MOVE SPACE TO EDO-REC.
           STRING WK-PARTNER-COD    DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  ECJ-ORDER-NO      DELIMITED BY SPACE
                  ","               DELIMITED BY SIZE
                  WK-TOKU-COD       DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  ECJ-SHOHIN-NO     DELIMITED BY SPACE
                  ","               DELIMITED BY SIZE
                  ECJ-SURYO         DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  ",P,"             DELIMITED BY SIZE
             INTO EDO-REC
           END-STRING.
           WRITE EDO-REC.
           ADD 1 TO WK-EDO-CNT.
           MOVE "HENKAN" TO WK-RPT-KBN.
       WRITE-RPT.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       NG-RTN              SECTION.
           ADD 1 TO WK-NG-CNT.
           MOVE WK-NG-RIYU TO WK-RPT-KBN.
           MOVE RC-DATA-ERROR TO RETURN-CODE.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-ECJ-FILE-ERR = "00" OR "10"
             CLOSE ECJ-FILE
           END-IF.
           IF WK-EDO-FILE-ERR = "00"
             CLOSE EDO-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "ECJCNT=" WK-ECJ-CNT.
           DISPLAY "EDOCNT=" WK-EDO-CNT.
           DISPLAY "CANCELCNT=" WK-CANCEL-CNT.
           DISPLAY "NGCNT=" WK-NG-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM173 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KUBM173"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 4                     TO RUNHIS-CNT-CNT.
           MOVE "ECJCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-ECJ-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "EDOCNT"              TO RUNHIS-CNT-LABEL (2).
           MOVE WK-EDO-CNT            TO RUNHIS-CNT-VALUE (2).
           MOVE "CANCELCNT"           TO RUNHIS-CNT-LABEL (3).
           MOVE WK-CANCEL-CNT         TO RUNHIS-CNT-VALUE (3).
           MOVE "NGCNT"               TO RUNHIS-CNT-LABEL (4).
           MOVE WK-NG-CNT             TO RUNHIS-CNT-VALUE (4).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KUBM173 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
