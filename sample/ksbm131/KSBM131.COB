       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KSBM131.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：商品
      * プログラム名  ：委託消化報告取込・委託在庫照合表
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。委託先の得意先から届く定期の消化
      *                 報告(CSR：得意先・商品番号・販売数量・得意先
      *                 の実数。得意先順)を読み、得意先の委託倉庫
      *                 (倉庫マスタCFSOK-ITAKU・CFSOK-ITAKU-TOKU-COD)
      *                 の倉庫別在庫(KCCFSZA)から販売数量を払い出す。
      *                 払い出した分はKSBS010で委託倉庫の出庫("O")を
      *                 記帳し、出庫を積んだ倉庫別在庫の新世代(SZO)を
      *                 書き出す。販売分はKJCF011形式の受注バッチ
      *                 (JCF。ヘッダー・トレイラーはKJCFHDR、受注番号
      *                 はKCBS080の"JUCHUNO"カウンタで得意先ごとに
      *                 採番)へ決済方法"I"(委託消化)の受注として
      *                 書き出し、通常の受注抽出(KUBM030)以降で請求・
      *                 売掛・売上原価を計上させる。委託倉庫の在庫を
      *                 超える販売・委託倉庫の無い得意先・出荷基準
      *                 請求(CFTOK-BILL-SHIPMENT)の得意先は取り込まず
      *                 警告とする。得意先ごとの委託在庫照合表(RPT)
      *                 に払出前後の帳簿在庫と得意先の実数の差を印字
      *                 し、差のある商品・報告の無い在庫は警告とする
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：実行開始時に更新前イメージ退避(KCBS090)の実行ID
      *                 を設定し、委託倉庫の倉庫別在庫へ販売数量を払い出す
      *                 前にその行の変更前イメージを記録するようにした
      *                 (異常終了時にKCBM120でこの実行分だけを戻すため)
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT CSR-FILE
             ASSIGN TO EXTERNAL CSR
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-CSR-FILE-ERR.
           SELECT SOK-FILE
             ASSIGN TO EXTERNAL SOK
               FILE STATUS IS WK-SOK-FILE-ERR.
           SELECT TOK-FILE
             ASSIGN TO EXTERNAL TOK
               FILE STATUS IS WK-TOK-FILE-ERR.
           SELECT SZA-FILE
             ASSIGN TO EXTERNAL SZA
               FILE STATUS IS WK-SZA-FILE-ERR.
           SELECT SZO-FILE
             ASSIGN TO EXTERNAL SZO
               FILE STATUS IS WK-SZO-FILE-ERR.
           SELECT JCF-FILE
             ASSIGN TO EXTERNAL JCF
               FILE STATUS IS WK-JCF-FILE-ERR.
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
      *    消化報告(得意先順。実数が空白の行は照合しない)
       FD  CSR-FILE.
       01  CSR-REC.
           03  CSR-TOKU-COD            PIC  X(04).
           03  FILLER                  PIC  X(01).
           03  CSR-SHOHIN-NO           PIC  X(05).
           03  FILLER                  PIC  X(01).
           03  CSR-URI-SURYO-X.
             05  CSR-URI-SURYO         PIC  9(05).
           03  FILLER                  PIC  X(01).
           03  CSR-JITSU-SURYO-X.
             05  CSR-JITSU-SURYO       PIC  9(05).
           03  FILLER                  PIC  X(02).
       FD  SOK-FILE.
       01  SOK-REC.
           COPY KCCFSOK.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY KCCFTOK.
       FD  SZA-FILE.
       01  SZA-REC.
           COPY KCCFSZA.
      *    更新後の倉庫別在庫(委託倉庫の当月出庫を積んだ新世代)
       FD  SZO-FILE.
       01  SZO-REC.
           COPY KCCFSZA.
       FD  JCF-FILE.
       01  JCF-REC.
           COPY KJCF011.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(100).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
           COPY KCBS080P.
           COPY KJCFHDR-PARAMS.
           COPY KSBS010-PARAMS.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
      *    更新前イメージ退避(KCBS090)呼出用
           COPY KCBS090P.
      *    倉庫別在庫行の変更前イメージ編集域(KCCFSZAと同一レイアウト)
       01  WK-BIJ-SZA.
           03  WK-BIJ-SZA-SHOHIN-NO    PIC  X(05).
           03  WK-BIJ-SZA-SOKO-COD     PIC  X(02).
           03  WK-BIJ-SZA-ZENGETU      PIC S9(07) PACKED-DECIMAL.
           03  WK-BIJ-SZA-NYUKO        PIC S9(07) PACKED-DECIMAL.
           03  WK-BIJ-SZA-SYUKO        PIC S9(07) PACKED-DECIMAL.
           03  FILLER                  PIC  X(05).
       01  WK-BSD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-CSR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SZA-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SZO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-JCF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  CSR-END-FLG                 PIC  X(01) VALUE "N".
       01  SOK-END-FLG                 PIC  X(01) VALUE "N".
       01  TOK-END-FLG                 PIC  X(01) VALUE "N".
       01  SZA-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      ******************************************************************
      *  委託倉庫テーブル(委託先の得意先ごとの倉庫)
      ******************************************************************
       01  WK-ITK-TBL.
           03  WK-ITK-CNT              PIC  9(03) VALUE ZERO.
           03  WK-ITK-ENT              OCCURS 100 TIMES
                                        INDEXED BY WK-ITK-IDX.
             05  WK-ITK-SOKO-COD       PIC  X(02).
             05  WK-ITK-TOKU-COD       PIC  X(04).
      ******************************************************************
      *  得意先テーブル(請求基準の判定用)
      ******************************************************************
       01  WK-TOK-TBL.
           03  WK-TOK-CNT              PIC  9(04) VALUE ZERO.
           03  WK-TOK-ENT              OCCURS 2000 TIMES
                                        INDEXED BY WK-TOK-IDX.
             05  WK-TOK-TOKU-COD       PIC  X(04).
             05  WK-TOK-BILL-BASIS     PIC  X(01).
      ******************************************************************
      *  倉庫別在庫テーブル(3バケット保持。帳簿在庫は前月在庫＋
      *  当月入庫－当月出庫で求める。報告フラグは照合表で報告の
      *  無い委託在庫を拾うために使う)
      ******************************************************************
       01  WK-ZAI-TBL.
           03  WK-ZAI-CNT              PIC  9(05) VALUE ZERO.
           03  WK-ZAI-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-ZAI-IDX.
             05  WK-ZAI-SHOHIN-NO      PIC  X(05).
             05  WK-ZAI-SOKO-COD       PIC  X(02).
             05  WK-ZAI-ZENGETU        PIC S9(07).
             05  WK-ZAI-NYUKO          PIC S9(07).
             05  WK-ZAI-SYUKO          PIC S9(07).
             05  WK-ZAI-HOKOKU-FLG     PIC  X(01).
       01  WK-ZAI-ARI-FLG              PIC  X(01) VALUE "N".
       01  WK-ZAI-KANO                 PIC S9(09) VALUE ZERO.
       01  WK-ZAI-ATO                  PIC S9(09) VALUE ZERO.
       01  WK-SAI                      PIC S9(09) VALUE ZERO.
       01  WK-ZIX                      PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  処理中の得意先
      *    状態 "Y"=取込可 "T"=得意先なし "S"=委託倉庫なし
      *         "B"=出荷基準請求の得意先
      ******************************************************************
       01  WK-CUR-TOKU-COD             PIC  X(04) VALUE HIGH-VALUE.
       01  WK-CUR-SOKO-COD             PIC  X(02) VALUE SPACE.
       01  WK-CUR-STS                  PIC  X(01) VALUE SPACE.
       01  WK-CUR-JUCHU-NO             PIC  9(04) VALUE ZERO.
       01  WK-CUR-GYO-NO               PIC  9(02) VALUE ZERO.
       01  WK-TOKU-URI-SURYO           PIC  9(07) VALUE ZERO.
       01  WK-TOKU-SAI-CNT             PIC  9(05) VALUE ZERO.
      *
       01  WK-DETAIL-CNT               PIC  9(09) VALUE ZERO.
       01  WK-CSR-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-URI-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-ERR-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-SAI-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-JUCHU-CNT                PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  委託在庫照合表印字用
      ******************************************************************
       01  WK-RPT-HEAD.
           03  FILLER                  PIC  X(05) VALUE "TOKU=".
           03  WK-RPH-TOKU-COD         PIC  X(04).
           03  FILLER                  PIC  X(06) VALUE " SOKO=".
           03  WK-RPH-SOKO-COD         PIC  X(02).
           03  FILLER                  PIC  X(08) VALUE " HOKOKU=".
           03  WK-RPH-DATE             PIC  9(08).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPH-MSG              PIC  X(30).
       01  WK-RPT-LINE.
           03  WK-RPT-KBN              PIC  X(06).
           03  FILLER                  PIC  X(05) VALUE " SHO=".
           03  WK-RPT-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(07) VALUE " ZAIKO=".
           03  WK-RPT-ZAIKO            PIC  -(6)9.
           03  FILLER                  PIC  X(05) VALUE " URI=".
           03  WK-RPT-URI              PIC  ZZZZ9.
           03  FILLER                  PIC  X(05) VALUE " ZAN=".
           03  WK-RPT-ZAN              PIC  -(6)9.
           03  FILLER                  PIC  X(07) VALUE " JITSU=".
           03  WK-RPT-JITSU            PIC  ZZZZ9.
           03  WK-RPT-JITSU-X  REDEFINES  WK-RPT-JITSU
                                       PIC  X(05).
           03  FILLER                  PIC  X(05) VALUE " SAI=".
           03  WK-RPT-SAI              PIC  -(6)9.
           03  WK-RPT-SAI-X  REDEFINES  WK-RPT-SAI
                                       PIC  X(07).
           03  WK-RPT-MARK             PIC  X(04).
       01  WK-RPT-KEI.
           03  FILLER                  PIC  X(13) VALUE "    TOKU KEI ".
           03  FILLER                  PIC  X(04) VALUE "URI=".
           03  WK-RPK-URI              PIC  Z(6)9.
           03  FILLER                  PIC  X(07) VALUE " JUCHU=".
           03  WK-RPK-JUCHU-NO         PIC  9(04).
           03  FILLER                  PIC  X(10) VALUE " SAI-KEN=".
           03  WK-RPK-SAI-CNT          PIC  ZZZZ9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM WRITE-HEADER-RTN
             PERFORM MAIN-RTN  UNTIL CSR-END-FLG = "Y"
             IF WK-CUR-TOKU-COD NOT = HIGH-VALUE
               PERFORM TOKU-END-RTN
             END-IF
             PERFORM WRITE-TRAILER-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KSBM131 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
      *    更新前イメージは実行履歴と同じ実行IDで記録する
           MOVE "S" TO BIJ-FUNCTION.
           MOVE "KSBM131" TO BIJ-RUN-PGM-ID.
           MOVE WK-RUNHIS-START-DATE TO BIJ-RUN-DATE.
           MOVE WK-RUNHIS-START-TIME TO BIJ-RUN-TIME.
           CALL "KCBS090" USING KCBS090-P1.
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
      *
           OPEN INPUT CSR-FILE.
           IF WK-CSR-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM131 ABEND NOT CSR-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT SOK-FILE
             IF WK-SOK-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM131 ABEND NOT SOK-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT TOK-FILE
             IF WK-TOK-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM131 ABEND NOT TOK-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT SZA-FILE
             IF WK-SZA-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM131 ABEND NOT SZA-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT SZO-FILE
             IF WK-SZO-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM131 ABEND NOT SZO-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT JCF-FILE
             IF WK-JCF-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM131 ABEND NOT JCF-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RPT-FILE
             IF WK-RPT-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM131 ABEND NOT RPT-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "N"
             GO TO EXT
           END-IF.
      *
           MOVE "*** KSBM131 ITAKU ZAIKO SHOGO-HYO ***" TO RPT-REC.
           WRITE RPT-REC.
           PERFORM LOAD-SOK-RTN  UNTIL SOK-END-FLG = "Y".
           PERFORM LOAD-TOK-RTN  UNTIL TOK-END-FLG = "Y".
           PERFORM LOAD-SZA-RTN  UNTIL SZA-END-FLG = "Y".
           PERFORM READ-CSR-RTN.
       EXT.
           EXIT.
      *
       LOAD-SOK-RTN        SECTION.
           READ SOK-FILE
             AT END
               MOVE "Y" TO SOK-END-FLG
               GO TO EXT
           END-READ.
           IF NOT CFSOK-ITAKU
             GO TO EXT
           END-IF.
           IF WK-ITK-CNT >= 100
             DISPLAY "*** KSBM131 WARNING ITK TABLE FULL"
             MOVE RC-WARNING TO RETURN-CODE
             MOVE "Y" TO SOK-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-ITK-CNT.
           SET WK-ITK-IDX TO WK-ITK-CNT.
           MOVE CFSOK-SOKO-COD TO WK-ITK-SOKO-COD (WK-ITK-IDX).
           MOVE CFSOK-ITAKU-TOKU-COD TO WK-ITK-TOKU-COD (WK-ITK-IDX).
       EXT.
           EXIT.
      *
       LOAD-TOK-RTN        SECTION.
           READ TOK-FILE
             AT END
               MOVE "Y" TO TOK-END-FLG
               GO TO EXT
           END-READ.
           IF WK-TOK-CNT >= 2000
             DISPLAY "!!! KSBM131 ABEND : TOK TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-TOK-CNT.
           SET WK-TOK-IDX TO WK-TOK-CNT.
           MOVE CFTOK-TOKU-COD TO WK-TOK-TOKU-COD (WK-TOK-IDX).
           MOVE CFTOK-BILL-BASIS TO WK-TOK-BILL-BASIS (WK-TOK-IDX).
       EXT.
           EXIT.
      *
       LOAD-SZA-RTN        SECTION.
           READ SZA-FILE
             AT END
               MOVE "Y" TO SZA-END-FLG
               GO TO EXT
           END-READ.
           IF WK-ZAI-CNT >= 5000
             DISPLAY "!!! KSBM131 ABEND : ZAI TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-ZAI-CNT.
           SET WK-ZAI-IDX TO WK-ZAI-CNT.
           MOVE CFSZA-SHOHIN-NO OF SZA-REC
             TO WK-ZAI-SHOHIN-NO (WK-ZAI-IDX).
           MOVE CFSZA-SOKO-COD OF SZA-REC
             TO WK-ZAI-SOKO-COD (WK-ZAI-IDX).
           MOVE CFSZA-ZENGETU-ZAIKO OF SZA-REC
             TO WK-ZAI-ZENGETU (WK-ZAI-IDX).
           MOVE CFSZA-TOUGETU-NYUKO OF SZA-REC
             TO WK-ZAI-NYUKO (WK-ZAI-IDX).
           MOVE CFSZA-TOUGETU-SYUKO OF SZA-REC
             TO WK-ZAI-SYUKO (WK-ZAI-IDX).
           MOVE "N" TO WK-ZAI-HOKOKU-FLG (WK-ZAI-IDX).
       EXT.
           EXIT.
      *
       READ-CSR-RTN        SECTION.
           READ CSR-FILE
             AT END
               MOVE "Y" TO CSR-END-FLG
           END-READ.
       EXT.
           EXIT.
      *
       WRITE-HEADER-RTN    SECTION.
           MOVE "H" TO KJCFHDR-FUNCTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE
           CALL "KJCFHDR" USING KJCFHDR-P1
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           MOVE KJCFHDR-REC TO JCF-REC.
           WRITE JCF-REC.
       EXT.
           EXIT.
      *
       WRITE-TRAILER-RTN   SECTION.
           MOVE "T" TO KJCFHDR-FUNCTION.
           MOVE WK-DETAIL-CNT TO KJCFHDR-DETAIL-CNT.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE
           CALL "KJCFHDR" USING KJCFHDR-P1
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           MOVE KJCFHDR-REC TO JCF-REC.
           WRITE JCF-REC.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    消化報告1行ごとの払出・受注作成・照合
      ******************************************************************
       MAIN-RTN            SECTION.
           ADD 1 TO WK-CSR-CNT.
           IF CSR-TOKU-COD NOT = WK-CUR-TOKU-COD
             IF WK-CUR-TOKU-COD NOT = HIGH-VALUE
               PERFORM TOKU-END-RTN
             END-IF
             PERFORM TOKU-START-RTN
           END-IF.
      *
           MOVE SPACE TO WK-RPT-LINE.
           MOVE CSR-SHOHIN-NO TO WK-RPT-SHOHIN-NO.
      *    取り込めない得意先の行は払い出さない
           IF WK-CUR-STS NOT = "Y"
             ADD 1 TO WK-ERR-CNT
             MOVE "JOGAI" TO WK-RPT-KBN
             MOVE ZERO TO WK-RPT-ZAIKO
             MOVE ZERO TO WK-RPT-ZAN
             PERFORM SET-URI-RTN
             MOVE SPACE TO WK-RPT-JITSU-X
             MOVE SPACE TO WK-RPT-SAI-X
             MOVE WK-RPT-LINE TO RPT-REC
             WRITE RPT-REC
             GO TO NEXT-REC
           END-IF.
      *
      *    委託倉庫の帳簿在庫
           PERFORM FIND-ZAI-RTN.
           IF WK-ZAI-ARI-FLG = "Y"
             MOVE "Y" TO WK-ZAI-HOKOKU-FLG (WK-ZAI-IDX)
             COMPUTE WK-ZAI-KANO =
               WK-ZAI-ZENGETU (WK-ZAI-IDX) + WK-ZAI-NYUKO (WK-ZAI-IDX)
               - WK-ZAI-SYUKO (WK-ZAI-IDX)
           ELSE
             MOVE ZERO TO WK-ZAI-KANO
           END-IF.
           MOVE WK-ZAI-KANO TO WK-ZAI-ATO.
      *
           IF CSR-URI-SURYO-X NOT NUMERIC
             ADD 1 TO WK-ERR-CNT
             MOVE "FUSEI" TO WK-RPT-KBN
             MOVE RC-WARNING TO RETURN-CODE
           ELSE
             IF CSR-URI-SURYO > WK-ZAI-KANO
      *        帳簿在庫を超える販売は取り込まない(照合は払出前の
      *        帳簿在庫と行う)
               ADD 1 TO WK-ERR-CNT
               MOVE "FUSOKU" TO WK-RPT-KBN
               MOVE RC-WARNING TO RETURN-CODE
             ELSE
               MOVE "URIAGE" TO WK-RPT-KBN
               IF CSR-URI-SURYO > ZERO
                 MOVE "U" TO BIJ-ACTION
                 PERFORM WRITE-BIJ-SZA-RTN
                 ADD CSR-URI-SURYO TO WK-ZAI-SYUKO (WK-ZAI-IDX)
                 SUBTRACT CSR-URI-SURYO FROM WK-ZAI-ATO
                 ADD CSR-URI-SURYO TO WK-TOKU-URI-SURYO
                 PERFORM URIAGE-RTN
               END-IF
             END-IF
           END-IF.
      *
           MOVE WK-ZAI-KANO TO WK-RPT-ZAIKO.
           PERFORM SET-URI-RTN.
           MOVE WK-ZAI-ATO TO WK-RPT-ZAN.
           PERFORM SHOGO-RTN.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       NEXT-REC.
           PERFORM READ-CSR-RTN.
       EXT.
           EXIT.
      *
       SET-URI-RTN         SECTION.
           IF CSR-URI-SURYO-X NUMERIC
             MOVE CSR-URI-SURYO TO WK-RPT-URI
           ELSE
             MOVE ZERO TO WK-RPT-URI
           END-IF.
       EXT.
           EXIT.
      *
      *    得意先の実数と払出後の帳簿在庫の照合(実数が空白なら照合
      *    しない)
       SHOGO-RTN           SECTION.
           IF CSR-JITSU-SURYO-X NOT NUMERIC
             MOVE SPACE TO WK-RPT-JITSU-X
             MOVE SPACE TO WK-RPT-SAI-X
             GO TO EXT
           END-IF.
           MOVE CSR-JITSU-SURYO TO WK-RPT-JITSU.
           COMPUTE WK-SAI = CSR-JITSU-SURYO - WK-ZAI-ATO.
           MOVE WK-SAI TO WK-RPT-SAI.
           IF WK-SAI NOT = ZERO
             MOVE " ***" TO WK-RPT-MARK
             ADD 1 TO WK-SAI-CNT
             ADD 1 TO WK-TOKU-SAI-CNT
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
       EXT.
           EXIT.
      *
       FIND-ZAI-RTN        SECTION.
           MOVE "N" TO WK-ZAI-ARI-FLG.
           IF WK-ZAI-CNT = ZERO
             GO TO EXT
           END-IF.
           SET WK-ZAI-IDX TO 1.
           SEARCH WK-ZAI-ENT
             AT END
               CONTINUE
             WHEN WK-ZAI-IDX > WK-ZAI-CNT
               CONTINUE
             WHEN WK-ZAI-SHOHIN-NO (WK-ZAI-IDX) = CSR-SHOHIN-NO
              AND WK-ZAI-SOKO-COD (WK-ZAI-IDX) = WK-CUR-SOKO-COD
               MOVE "Y" TO WK-ZAI-ARI-FLG
           END-SEARCH.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    得意先の切替(得意先マスタ・委託倉庫の確認と見出し印字)
      ******************************************************************
       TOKU-START-RTN      SECTION.
           MOVE CSR-TOKU-COD TO WK-CUR-TOKU-COD.
           MOVE SPACE TO WK-CUR-SOKO-COD.
           MOVE ZERO TO WK-CUR-JUCHU-NO.
           MOVE ZERO TO WK-CUR-GYO-NO.
           MOVE ZERO TO WK-TOKU-URI-SURYO.
           MOVE ZERO TO WK-TOKU-SAI-CNT.
      *
           MOVE "T" TO WK-CUR-STS.
           IF WK-TOK-CNT > ZERO
             SET WK-TOK-IDX TO 1
             SEARCH WK-TOK-ENT
               AT END
                 CONTINUE
               WHEN WK-TOK-IDX > WK-TOK-CNT
                 CONTINUE
               WHEN WK-TOK-TOKU-COD (WK-TOK-IDX) = CSR-TOKU-COD
                 MOVE "Y" TO WK-CUR-STS
                 IF WK-TOK-BILL-BASIS (WK-TOK-IDX) = "S"
                   MOVE "B" TO WK-CUR-STS
                 END-IF
             END-SEARCH
           END-IF.
      *
           IF WK-CUR-STS = "Y"
             MOVE "S" TO WK-CUR-STS
             IF WK-ITK-CNT > ZERO
               SET WK-ITK-IDX TO 1
               SEARCH WK-ITK-ENT
                 AT END
                   CONTINUE
                 WHEN WK-ITK-IDX > WK-ITK-CNT
                   CONTINUE
                 WHEN WK-ITK-TOKU-COD (WK-ITK-IDX) = CSR-TOKU-COD
                   MOVE WK-ITK-SOKO-COD (WK-ITK-IDX)
                     TO WK-CUR-SOKO-COD
                   MOVE "Y" TO WK-CUR-STS
               END-SEARCH
             END-IF
           END-IF.
      *
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE CSR-TOKU-COD TO WK-RPH-TOKU-COD.
           MOVE WK-CUR-SOKO-COD TO WK-RPH-SOKO-COD.
           MOVE WK-BASE-DATE TO WK-RPH-DATE.
           EVALUATE WK-CUR-STS
             WHEN "T"
               MOVE "ERROR : TOKUISAKI NASHI" TO WK-RPH-MSG
             WHEN "S"
               MOVE "ERROR : ITAKU SOKO NASHI" TO WK-RPH-MSG
             WHEN "B"
               MOVE "ERROR : SHUKKA KIJUN SEIKYU" TO WK-RPH-MSG
             WHEN OTHER
               MOVE SPACE TO WK-RPH-MSG
           END-EVALUATE.
           MOVE WK-RPT-HEAD TO RPT-REC.
           WRITE RPT-REC.
           IF WK-CUR-STS NOT = "Y"
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    得意先の締め(報告の無い委託在庫の印字と得意先計)
      ******************************************************************
       TOKU-END-RTN        SECTION.
           IF WK-CUR-STS NOT = "Y"
             GO TO EXT
           END-IF.
           PERFORM MIHOKOKU-RTN
             VARYING WK-ZIX FROM 1 BY 1
             UNTIL WK-ZIX > WK-ZAI-CNT.
           MOVE WK-TOKU-URI-SURYO TO WK-RPK-URI.
           MOVE WK-CUR-JUCHU-NO TO WK-RPK-JUCHU-NO.
           MOVE WK-TOKU-SAI-CNT TO WK-RPK-SAI-CNT.
           MOVE WK-RPT-KEI TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      *    委託倉庫に帳簿在庫があるのに報告に無い商品は差として印字
       MIHOKOKU-RTN        SECTION.
           IF WK-ZAI-SOKO-COD (WK-ZIX) NOT = WK-CUR-SOKO-COD
            OR WK-ZAI-HOKOKU-FLG (WK-ZIX) = "Y"
             GO TO EXT
           END-IF.
           COMPUTE WK-ZAI-KANO =
             WK-ZAI-ZENGETU (WK-ZIX) + WK-ZAI-NYUKO (WK-ZIX)
             - WK-ZAI-SYUKO (WK-ZIX).
           IF WK-ZAI-KANO = ZERO
             GO TO EXT
           END-IF.
           MOVE "Y" TO WK-ZAI-HOKOKU-FLG (WK-ZIX).
           MOVE SPACE TO WK-RPT-LINE.
           MOVE "MIHOKO" TO WK-RPT-KBN.
           MOVE WK-ZAI-SHOHIN-NO (WK-ZIX) TO WK-RPT-SHOHIN-NO.
           MOVE WK-ZAI-KANO TO WK-RPT-ZAIKO.
           MOVE ZERO TO WK-RPT-URI.
           MOVE WK-ZAI-KANO TO WK-RPT-ZAN.
           MOVE SPACE TO WK-RPT-JITSU-X.
           MOVE SPACE TO WK-RPT-SAI-X.
           MOVE " ***" TO WK-RPT-MARK.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
           ADD 1 TO WK-SAI-CNT.
           ADD 1 TO WK-TOKU-SAI-CNT.
           MOVE RC-WARNING TO RETURN-CODE.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    販売分の受注作成と委託倉庫の出庫記帳
      ******************************************************************
       URIAGE-RTN          SECTION.
      *    受注番号は得意先ごと(明細行番号が尽きれば次の番号)
           IF WK-CUR-JUCHU-NO = ZERO OR WK-CUR-GYO-NO >= 99
             MOVE "N" TO S080-FUNCTION
             MOVE "JUCHUNO" TO S080-COUNTER-ID
             MOVE RETURN-CODE TO WK-SAVE-RTN-CODE
             CALL "KCBS080" USING KCBS080-P1
             MOVE WK-SAVE-RTN-CODE TO RETURN-CODE
             IF S080-RCD = "E"
               DISPLAY "!!! KSBM131 ABEND : SAIBAN FUKA !!!"
               MOVE RC-ABEND TO RETURN-CODE
               PERFORM TERM-RTN
               STOP RUN
             END-IF
             MOVE S080-NUMBER TO WK-CUR-JUCHU-NO
             MOVE ZERO TO WK-CUR-GYO-NO
             ADD 1 TO WK-JUCHU-CNT
           END-IF.
           ADD 1 TO WK-CUR-GYO-NO.
      *
           MOVE SPACE TO JCF-REC.
           MOVE "1" TO JF011-DATA-KBN.
           MOVE "I" TO JF011-KESSAI-KBN.
           MOVE WK-CUR-JUCHU-NO TO JF011-JUCHU-NO.
           MOVE WK-BASE-DATE TO JF011-JUCHU-DATE.
           MOVE CSR-TOKU-COD TO JF011-TOKU-COD.
           MOVE CSR-SHOHIN-NO TO JF011-SHOHIN-NO.
           MOVE CSR-URI-SURYO TO JF011-SURYO.
           MOVE ZERO TO JF011-NOKI-DATE.
           MOVE WK-CUR-GYO-NO TO JF011-MEISAI-GYO-NO.
           WRITE JCF-REC.
           ADD 1 TO WK-DETAIL-CNT.
           ADD 1 TO WK-URI-CNT.
      *
      *    委託倉庫の出庫を記帳する(売上原価は積送品から払い出す)
           MOVE "W" TO IDJ-FUNCTION.
           MOVE CSR-SHOHIN-NO TO IDJ-SHOHIN-NO.
           MOVE WK-CUR-SOKO-COD TO IDJ-SOKO-COD.
           MOVE WK-BASE-DATE TO IDJ-DATE.
           MOVE ZERO TO IDJ-TIME.
           MOVE "O" TO IDJ-KBN.
           MOVE CSR-URI-SURYO TO IDJ-SURYO.
           MOVE WK-CUR-JUCHU-NO TO IDJ-REF.
           MOVE "KSBM131" TO IDJ-PGM-ID.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE
           CALL "KSBS010" USING KSBS010-P1
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF IDJ-ERR-YES OR IDJ-CLOSED-YES
             DISPLAY "*** KSBM131 WARNING IDJ KICHO SHIPPAI"
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    倉庫別在庫行の変更前イメージ記録
      ******************************************************************
       WRITE-BIJ-SZA-RTN   SECTION.
           MOVE SPACE TO WK-BIJ-SZA.
           MOVE WK-ZAI-SHOHIN-NO (WK-ZAI-IDX) TO WK-BIJ-SZA-SHOHIN-NO.
           MOVE WK-ZAI-SOKO-COD (WK-ZAI-IDX) TO WK-BIJ-SZA-SOKO-COD.
           MOVE WK-ZAI-ZENGETU (WK-ZAI-IDX) TO WK-BIJ-SZA-ZENGETU.
           MOVE WK-ZAI-NYUKO (WK-ZAI-IDX) TO WK-BIJ-SZA-NYUKO.
           MOVE WK-ZAI-SYUKO (WK-ZAI-IDX) TO WK-BIJ-SZA-SYUKO.
           MOVE "KCCFSZA" TO BIJ-RESOURCE.
           MOVE SPACE TO BIJ-KEY.
           MOVE WK-BIJ-SZA-SHOHIN-NO TO BIJ-KEY (1:5).
           MOVE WK-BIJ-SZA-SOKO-COD TO BIJ-KEY (6:2).
           MOVE WK-BIJ-SZA TO BIJ-IMAGE.
           PERFORM WRITE-BIJ-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    変更前イメージの記録(記録失敗は警告表示のみとし、処理は
      *    継続する)
      ******************************************************************
       WRITE-BIJ-RTN       SECTION.
           MOVE "W" TO BIJ-FUNCTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KCBS090" USING KCBS090-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF BIJ-ERR-YES
             DISPLAY "*** KSBM131 WARNING BIJ WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
      *
      *    更新後の倉庫別在庫新世代の書き出し
       WRITE-SZO-RTN       SECTION.
           MOVE SPACE TO SZO-REC.
           MOVE WK-ZAI-SHOHIN-NO (WK-ZIX)
             TO CFSZA-SHOHIN-NO OF SZO-REC.
           MOVE WK-ZAI-SOKO-COD (WK-ZIX)
             TO CFSZA-SOKO-COD OF SZO-REC.
           MOVE WK-ZAI-ZENGETU (WK-ZIX)
             TO CFSZA-ZENGETU-ZAIKO OF SZO-REC.
           MOVE WK-ZAI-NYUKO (WK-ZIX)
             TO CFSZA-TOUGETU-NYUKO OF SZO-REC.
           MOVE WK-ZAI-SYUKO (WK-ZIX)
             TO CFSZA-TOUGETU-SYUKO OF SZO-REC.
           WRITE SZO-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-SZO-FILE-ERR = "00"
             PERFORM WRITE-SZO-RTN
               VARYING WK-ZIX FROM 1 BY 1
               UNTIL WK-ZIX > WK-ZAI-CNT
             CLOSE SZO-FILE
           END-IF.
           IF WK-CSR-FILE-ERR = "00"
             CLOSE CSR-FILE
           END-IF.
           IF WK-SOK-FILE-ERR = "00"
             CLOSE SOK-FILE
           END-IF.
           IF WK-TOK-FILE-ERR = "00"
             CLOSE TOK-FILE
           END-IF.
           IF WK-SZA-FILE-ERR = "00"
             CLOSE SZA-FILE
           END-IF.
           IF WK-JCF-FILE-ERR = "00"
             CLOSE JCF-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
      *    採番した番号(受注番号・バッチ通番)を登録簿へ書き戻す
           MOVE "X" TO S080-FUNCTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE
           CALL "KCBS080" USING KCBS080-P1
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF S080-RCD = "E"
             DISPLAY "*** KSBM131 WARNING NRG KAKIMODOSHI SHIPPAI"
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           MOVE "X" TO IDJ-FUNCTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE
           CALL "KSBS010" USING KSBS010-P1
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           DISPLAY "CSRCNT=" WK-CSR-CNT.
           DISPLAY "URICNT=" WK-URI-CNT.
           DISPLAY "JUCHUCNT=" WK-JUCHU-CNT.
           DISPLAY "ERRCNT=" WK-ERR-CNT.
           DISPLAY "SAICNT=" WK-SAI-CNT.
           MOVE "X" TO BIJ-FUNCTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KCBS090" USING KCBS090-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM131 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KSBM131"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "CSRCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-CSR-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "URICNT"              TO RUNHIS-CNT-LABEL (2).
           MOVE WK-URI-CNT            TO RUNHIS-CNT-VALUE (2).
           MOVE "JUCHUCNT"            TO RUNHIS-CNT-LABEL (3).
           MOVE WK-JUCHU-CNT          TO RUNHIS-CNT-VALUE (3).
           MOVE "ERRCNT"              TO RUNHIS-CNT-LABEL (4).
           MOVE WK-ERR-CNT            TO RUNHIS-CNT-VALUE (4).
           MOVE "SAICNT"              TO RUNHIS-CNT-LABEL (5).
           MOVE WK-SAI-CNT            TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KSBM131 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
