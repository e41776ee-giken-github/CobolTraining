       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KSBM135.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：商品
      * プログラム名  ：期限切れロット廃棄処理
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。廃棄入力(HKI：商品番号・ロット番号・
      *                 倉庫・廃棄数量・廃棄日・理由)をロット別在庫
      *                 (LTI、KCCFLOT形式)と突合し、使用期限が廃棄日
      *                 より前のロットだけを残数量の範囲で廃棄する
      *                 (数量ZEROは残数量の全量)。受け付けた廃棄は
      *                 ロットの残数量から引き落とし(新世代LTO)、商品
      *                 マスタと倉庫別在庫(KCCFSZA、ある運用のみ。新
      *                 世代SZO)の当月出庫へ積み、KSBS010で廃棄("D")
      *                 を記帳する(参照はロット番号)。廃棄損の原価は
      *                 移動平均原価(KCCFAVC)で求めて廃棄一覧(RPT)へ
      *                 印字する。仕訳は売上原価・在庫仕訳作成(KSBM126)
      *                 が移動履歴から商品廃棄損として計上する。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：実行開始時に更新前イメージ退避(KCBS090)の実行ID
      *                 を設定し、商品マスタ・倉庫別在庫・ロット別在庫の
      *                 行を変更する前にその変更前イメージを記録するよう
      *                 にした(異常終了時にKCBM120でこの実行分だけを戻す
      *                 ため)
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT HKI-FILE
             ASSIGN TO EXTERNAL HKI
               FILE STATUS IS WK-HKI-FILE-ERR.
           SELECT LTI-FILE
             ASSIGN TO EXTERNAL LTI
               FILE STATUS IS WK-LTI-FILE-ERR.
           SELECT LTO-FILE
             ASSIGN TO EXTERNAL LTO
               FILE STATUS IS WK-LTO-FILE-ERR.
           SELECT AVC-FILE
             ASSIGN TO EXTERNAL AVC
               FILE STATUS IS WK-AVC-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CFSHO-SHOHIN-NO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT SZA-FILE
             ASSIGN TO EXTERNAL SZA
               FILE STATUS IS WK-SZA-FILE-ERR.
           SELECT SZO-FILE
             ASSIGN TO EXTERNAL SZO
               FILE STATUS IS WK-SZO-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
      *    廃棄入力
       FD  HKI-FILE.
       01  HKI-REC.
           03  HKI-SHOHIN-NO           PIC  X(05).
           03  HKI-LOT-NO              PIC  X(10).
           03  HKI-SOKO-COD            PIC  X(02).
           03  HKI-SURYO               PIC  9(05).
           03  HKI-DATE                PIC  9(08).
           03  HKI-RIYU                PIC  X(20).
           03  FILLER                  PIC  X(10).
       FD  LTI-FILE.
       01  LTI-REC.
           COPY KCCFLOT.
      *    更新後のロット別在庫(廃棄数量を引き落とした新世代)
       FD  LTO-FILE.
       01  LTO-REC.
           COPY KCCFLOT.
       FD  AVC-FILE.
       01  AVC-REC.
           COPY KCCFAVC.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  SZA-FILE.
       01  SZA-REC.
           COPY KCCFSZA.
      *    更新後の倉庫別在庫(廃棄の当月出庫を積んだ新世代)
       FD  SZO-FILE.
       01  SZO-REC.
           COPY KCCFSZA.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(120).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
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
      *    ロット行の変更前イメージ編集域(KCCFLOTと同一レイアウト)
       01  WK-BIJ-LOT.
           03  WK-BIJ-LOT-SHOHIN-NO    PIC  X(05).
           03  WK-BIJ-LOT-LOT-NO       PIC  X(10).
           03  WK-BIJ-LOT-SOKO-COD     PIC  X(02).
           03  WK-BIJ-LOT-EXPIRY-DATE  PIC  9(08).
           03  WK-BIJ-LOT-ZAN-SURYO    PIC S9(07).
           03  FILLER                  PIC  X(04).
       01  WK-HKI-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-LTI-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-LTO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-AVC-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SZA-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SZO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  HKI-END-FLG                 PIC  X(01) VALUE "N".
       01  LTI-END-FLG                 PIC  X(01) VALUE "N".
       01  AVC-END-FLG                 PIC  X(01) VALUE "N".
       01  SZA-END-FLG                 PIC  X(01) VALUE "N".
      *    倉庫別在庫がある運用か(SZAが開けた場合"Y")
       01  WK-SZA-MODE-FLG             PIC  X(01) VALUE "N".
      ******************************************************************
      *  ロット別在庫テーブル
      ******************************************************************
       01  WK-LOT-TBL.
           03  WK-LOT-CNT              PIC  9(05) VALUE ZERO.
           03  WK-LOT-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-LOT-IDX.
             05  WK-LOT-SHOHIN-NO      PIC  X(05).
             05  WK-LOT-LOT-NO         PIC  X(10).
             05  WK-LOT-SOKO-COD       PIC  X(02).
             05  WK-LOT-EXPIRY-DATE    PIC  9(08).
             05  WK-LOT-ZAN-SURYO      PIC S9(07).
      ******************************************************************
      *  移動平均原価テーブル(AVCから。無い運用では0件)
      ******************************************************************
       01  WK-AVC-TBL.
           03  WK-AVC-CNT              PIC  9(05) VALUE ZERO.
           03  WK-AVC-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-AVC-IDX.
             05  WK-AVC-SHOHIN-NO      PIC  X(05).
             05  WK-AVC-AVG-GENKA      PIC S9(05)V9(04).
      ******************************************************************
      *  倉庫別在庫テーブル(3バケット保持)
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
       01  WK-ZAI-KANO                 PIC S9(09) VALUE ZERO.
       01  WK-IX                       PIC  9(05) VALUE ZERO.
      *
       01  WK-HAIKI-SURYO              PIC S9(07) VALUE ZERO.
       01  WK-AVG-GENKA                PIC S9(05)V9(04) VALUE ZERO.
       01  WK-HAIKI-KINGAKU            PIC S9(13) VALUE ZERO.
       01  WK-FUKA-RIYU                PIC  X(30) VALUE SPACE.
      *
       01  WK-HKI-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-HAIKI-CNT                PIC  9(09) VALUE ZERO.
       01  WK-FUKA-CNT                 PIC  9(09) VALUE ZERO.
       01  WK-GENKA-NASHI-CNT          PIC  9(09) VALUE ZERO.
       01  WK-HAIKI-GOKEI-SURYO        PIC S9(09) VALUE ZERO.
       01  WK-HAIKI-GOKEI              PIC S9(13) VALUE ZERO.
      ******************************************************************
      *  廃棄一覧印字用
      ******************************************************************
       01  WK-RPT-HEAD.
           03  FILLER                  PIC  X(38) VALUE
             "*** KSBM135 KIGENGIRE LOT HAIKI ICHIRA".
           03  FILLER                  PIC  X(06) VALUE "N ***".
       01  WK-RPT-MEISAI.
           03  FILLER                  PIC  X(07) VALUE "SHOHIN=".
           03  WK-RPM-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(05) VALUE " LOT=".
           03  WK-RPM-LOT-NO           PIC  X(10).
           03  FILLER                  PIC  X(06) VALUE " SOKO=".
           03  WK-RPM-SOKO-COD         PIC  X(02).
           03  FILLER                  PIC  X(07) VALUE " KIGEN=".
           03  WK-RPM-EXPIRY-DATE      PIC  9(08).
           03  FILLER                  PIC  X(07) VALUE " HAIKI=".
           03  WK-RPM-DATE             PIC  9(08).
           03  FILLER                  PIC  X(07) VALUE " SURYO=".
           03  WK-RPM-SURYO            PIC  ZZZZ9.
           03  FILLER                  PIC  X(07) VALUE " TANKA=".
           03  WK-RPM-TANKA            PIC  ZZZZ9.99.
           03  FILLER                  PIC  X(05) VALUE " SON=".
           03  WK-RPM-KINGAKU          PIC  -(11)9.
       01  WK-RPT-RIYU.
           03  FILLER                  PIC  X(02) VALUE SPACE.
           03  WK-RPR-SHOHIN-MEI       PIC  X(20).
           03  FILLER                  PIC  X(06) VALUE " RIYU=".
           03  WK-RPR-RIYU             PIC  X(20).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPR-GENKA-NASHI      PIC  X(11).
       01  WK-RPT-FUKA.
           03  FILLER                  PIC  X(11) VALUE
             "HAIKI FUKA ".
           03  FILLER                  PIC  X(07) VALUE "SHOHIN=".
           03  WK-RPF-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(05) VALUE " LOT=".
           03  WK-RPF-LOT-NO           PIC  X(10).
           03  FILLER                  PIC  X(06) VALUE " SOKO=".
           03  WK-RPF-SOKO-COD         PIC  X(02).
           03  FILLER                  PIC  X(07) VALUE " SURYO=".
           03  WK-RPF-SURYO            PIC  ZZZZ9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPF-RIYU             PIC  X(30).
       01  WK-RPT-GOKEI.
           03  FILLER                  PIC  X(12) VALUE "GOKEI KENSU=".
           03  WK-RPG-KENSU            PIC  ZZZZ9.
           03  FILLER                  PIC  X(07) VALUE " SURYO=".
           03  WK-RPG-SURYO            PIC  -(8)9.
           03  FILLER                  PIC  X(11) VALUE " HAIKI-SON=".
           03  WK-RPG-KINGAKU          PIC  -(12)9.
           03  FILLER                  PIC  X(07) VALUE " FUKA=".
           03  WK-RPG-FUKA             PIC  ZZZZ9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL HKI-END-FLG = "Y"
             PERFORM GOKEI-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KSBM135 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
      *    更新前イメージは実行履歴と同じ実行IDで記録する
           MOVE "S" TO BIJ-FUNCTION.
           MOVE "KSBM135" TO BIJ-RUN-PGM-ID.
           MOVE WK-RUNHIS-START-DATE TO BIJ-RUN-DATE.
           MOVE WK-RUNHIS-START-TIME TO BIJ-RUN-TIME.
           CALL "KCBS090" USING KCBS090-P1.
      *
           OPEN INPUT HKI-FILE.
           IF WK-HKI-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM135 ABEND NOT HKI-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT LTI-FILE
             IF WK-LTI-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM135 ABEND NOT LTI-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN I-O SHO-FILE
             IF WK-SHO-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM135 ABEND NOT SHO-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT LTO-FILE
             IF WK-LTO-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM135 ABEND NOT LTO-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RPT-FILE
             IF WK-RPT-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM135 ABEND NOT RPT-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "N"
             GO TO EXT
           END-IF.
      *
           PERFORM LOAD-LTI-RTN  UNTIL LTI-END-FLG = "Y".
      *
      *    移動平均原価は無い運用もあるため開けなければ0件で続ける
           OPEN INPUT AVC-FILE.
           IF WK-AVC-FILE-ERR = "00"
             PERFORM LOAD-AVC-RTN  UNTIL AVC-END-FLG = "Y"
             CLOSE AVC-FILE
           END-IF.
      *
      *    倉庫別在庫がある運用では新世代(SZO)も書き出す
           OPEN INPUT SZA-FILE.
           IF WK-SZA-FILE-ERR = "00"
             OPEN OUTPUT SZO-FILE
             IF WK-SZO-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM135 ABEND NOT SZO-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
               GO TO EXT
             END-IF
             MOVE "Y" TO WK-SZA-MODE-FLG
             PERFORM LOAD-SZA-RTN  UNTIL SZA-END-FLG = "Y"
           END-IF.
      *
           MOVE WK-RPT-HEAD TO RPT-REC.
           WRITE RPT-REC.
           PERFORM READ-HKI-RTN.
       EXT.
           EXIT.
      *
       LOAD-LTI-RTN        SECTION.
           READ LTI-FILE
             AT END
               MOVE "Y" TO LTI-END-FLG
               GO TO EXT
           END-READ.
           IF WK-LOT-CNT >= 5000
             DISPLAY "!!! KSBM135 ABEND : LOT TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-LOT-CNT.
           SET WK-LOT-IDX TO WK-LOT-CNT.
           MOVE CFLOT-SHOHIN-NO OF LTI-REC
             TO WK-LOT-SHOHIN-NO (WK-LOT-IDX).
           MOVE CFLOT-LOT-NO OF LTI-REC TO WK-LOT-LOT-NO (WK-LOT-IDX).
           MOVE CFLOT-SOKO-COD OF LTI-REC
             TO WK-LOT-SOKO-COD (WK-LOT-IDX).
           MOVE CFLOT-EXPIRY-DATE OF LTI-REC
             TO WK-LOT-EXPIRY-DATE (WK-LOT-IDX).
           MOVE CFLOT-ZAN-SURYO OF LTI-REC
             TO WK-LOT-ZAN-SURYO (WK-LOT-IDX).
       EXT.
           EXIT.
      *
       LOAD-AVC-RTN        SECTION.
           READ AVC-FILE
             AT END
               MOVE "Y" TO AVC-END-FLG
               GO TO EXT
           END-READ.
           IF WK-AVC-CNT >= 5000
             DISPLAY "*** KSBM135 WARNING AVC TABLE FULL"
             MOVE "Y" TO AVC-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-AVC-CNT.
           SET WK-AVC-IDX TO WK-AVC-CNT.
           MOVE CFAVC-SHOHIN-NO TO WK-AVC-SHOHIN-NO (WK-AVC-IDX).
           MOVE CFAVC-AVG-GENKA TO WK-AVC-AVG-GENKA (WK-AVC-IDX).
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
             DISPLAY "!!! KSBM135 ABEND : ZAI TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
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
       EXT.
           EXIT.
      *
       READ-HKI-RTN        SECTION.
           READ HKI-FILE
             AT END
               MOVE "Y" TO HKI-END-FLG
           END-READ.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    廃棄1件ごとの検査・在庫引落し・廃棄記帳
      ******************************************************************
       MAIN-RTN            SECTION.
           ADD 1 TO WK-HKI-CNT.
           IF HKI-DATE NOT NUMERIC
            OR HKI-DATE = ZERO
             MOVE "HAIKI-BI FUSEI" TO WK-FUKA-RIYU
             PERFORM FUKA-RTN
             GO TO NEXT-REC
           END-IF.
      *
      *    ロットの確認(期限切れで残数量の範囲内であること)
           IF WK-LOT-CNT = ZERO
             MOVE "LOT NASHI" TO WK-FUKA-RIYU
             PERFORM FUKA-RTN
             GO TO NEXT-REC
           END-IF.
           SET WK-LOT-IDX TO 1.
           SEARCH WK-LOT-ENT
             AT END
               MOVE "LOT NASHI" TO WK-FUKA-RIYU
               PERFORM FUKA-RTN
               GO TO NEXT-REC
             WHEN WK-LOT-IDX > WK-LOT-CNT
               MOVE "LOT NASHI" TO WK-FUKA-RIYU
               PERFORM FUKA-RTN
               GO TO NEXT-REC
             WHEN WK-LOT-SHOHIN-NO (WK-LOT-IDX) = HKI-SHOHIN-NO
              AND WK-LOT-LOT-NO (WK-LOT-IDX) = HKI-LOT-NO
              AND WK-LOT-SOKO-COD (WK-LOT-IDX) = HKI-SOKO-COD
               CONTINUE
           END-SEARCH.
           IF WK-LOT-EXPIRY-DATE (WK-LOT-IDX) NOT < HKI-DATE
             MOVE "KIGEN-NAI (KIGENGIRE DE NAI)" TO WK-FUKA-RIYU
             PERFORM FUKA-RTN
             GO TO NEXT-REC
           END-IF.
           IF WK-LOT-ZAN-SURYO (WK-LOT-IDX) NOT > ZERO
             MOVE "LOT ZAN SURYO NASHI" TO WK-FUKA-RIYU
             PERFORM FUKA-RTN
             GO TO NEXT-REC
           END-IF.
           IF HKI-SURYO = ZERO
             MOVE WK-LOT-ZAN-SURYO (WK-LOT-IDX) TO WK-HAIKI-SURYO
           ELSE
             MOVE HKI-SURYO TO WK-HAIKI-SURYO
           END-IF.
           IF WK-HAIKI-SURYO > WK-LOT-ZAN-SURYO (WK-LOT-IDX)
             MOVE "LOT ZAN SURYO CHOKA" TO WK-FUKA-RIYU
             PERFORM FUKA-RTN
             GO TO NEXT-REC
           END-IF.
      *
      *    倉庫別在庫がある運用では倉庫の在庫を確認する
           IF WK-SZA-MODE-FLG = "Y"
             IF WK-ZAI-CNT = ZERO
               MOVE "SOKO ZAIKO NASHI" TO WK-FUKA-RIYU
               PERFORM FUKA-RTN
               GO TO NEXT-REC
             END-IF
             SET WK-ZAI-IDX TO 1
             SEARCH WK-ZAI-ENT
               AT END
                 MOVE "SOKO ZAIKO NASHI" TO WK-FUKA-RIYU
                 PERFORM FUKA-RTN
                 GO TO NEXT-REC
               WHEN WK-ZAI-IDX > WK-ZAI-CNT
                 MOVE "SOKO ZAIKO NASHI" TO WK-FUKA-RIYU
                 PERFORM FUKA-RTN
                 GO TO NEXT-REC
               WHEN WK-ZAI-SHOHIN-NO (WK-ZAI-IDX) = HKI-SHOHIN-NO
                AND WK-ZAI-SOKO-COD (WK-ZAI-IDX) = HKI-SOKO-COD
                 CONTINUE
             END-SEARCH
             COMPUTE WK-ZAI-KANO =
               WK-ZAI-ZENGETU (WK-ZAI-IDX) + WK-ZAI-NYUKO (WK-ZAI-IDX)
               - WK-ZAI-SYUKO (WK-ZAI-IDX)
             IF WK-ZAI-KANO < WK-HAIKI-SURYO
               MOVE "SOKO ZAIKO FUSOKU" TO WK-FUKA-RIYU
               PERFORM FUKA-RTN
               GO TO NEXT-REC
             END-IF
           END-IF.
      *
      *    商品マスタの当月出庫へ積む
           MOVE HKI-SHOHIN-NO TO CFSHO-SHOHIN-NO.
           READ SHO-FILE
             INVALID KEY
               MOVE "SHOHIN-NO NASHI" TO WK-FUKA-RIYU
               PERFORM FUKA-RTN
               GO TO NEXT-REC
           END-READ.
           MOVE "KCCFSHO" TO BIJ-RESOURCE.
           MOVE "U" TO BIJ-ACTION.
           MOVE SPACE TO BIJ-KEY.
           MOVE CFSHO-SHOHIN-NO TO BIJ-KEY.
           MOVE SHO-REC TO BIJ-IMAGE.
           PERFORM WRITE-BIJ-RTN.
           ADD WK-HAIKI-SURYO TO CFSHO-TOUGETU-SYUKO.
           REWRITE SHO-REC.
           IF WK-SZA-MODE-FLG = "Y"
             MOVE "U" TO BIJ-ACTION
             PERFORM WRITE-BIJ-SZA-RTN
             ADD WK-HAIKI-SURYO TO WK-ZAI-SYUKO (WK-ZAI-IDX)
           END-IF.
           MOVE "U" TO BIJ-ACTION.
           PERFORM WRITE-BIJ-LOT-RTN.
           SUBTRACT WK-HAIKI-SURYO
             FROM WK-LOT-ZAN-SURYO (WK-LOT-IDX).
      *
      *    廃棄の記帳(参照はロット番号)
           MOVE "W" TO IDJ-FUNCTION.
           MOVE HKI-SHOHIN-NO TO IDJ-SHOHIN-NO.
           MOVE HKI-SOKO-COD TO IDJ-SOKO-COD.
           MOVE HKI-DATE TO IDJ-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO IDJ-TIME.
           MOVE "D" TO IDJ-KBN.
           MOVE WK-HAIKI-SURYO TO IDJ-SURYO.
           MOVE HKI-LOT-NO TO IDJ-REF.
           MOVE "KSBM135" TO IDJ-PGM-ID.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KSBS010" USING KSBS010-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF IDJ-ERR-YES
             DISPLAY "*** KSBM135 WARNING IDJ KICHO SHIPPAI"
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
      *
      *    廃棄損の原価(移動平均原価。無ければZEROとして印字で示す)
           MOVE ZERO TO WK-AVG-GENKA.
           MOVE SPACE TO WK-RPR-GENKA-NASHI.
           SET WK-AVC-IDX TO 1.
           IF WK-AVC-CNT > ZERO
             SEARCH WK-AVC-ENT
               AT END
                 CONTINUE
               WHEN WK-AVC-IDX > WK-AVC-CNT
                 CONTINUE
               WHEN WK-AVC-SHOHIN-NO (WK-AVC-IDX) = HKI-SHOHIN-NO
                 MOVE WK-AVC-AVG-GENKA (WK-AVC-IDX) TO WK-AVG-GENKA
             END-SEARCH
           END-IF.
           IF WK-AVG-GENKA = ZERO
             ADD 1 TO WK-GENKA-NASHI-CNT
             MOVE "GENKA NASHI" TO WK-RPR-GENKA-NASHI
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           COMPUTE WK-HAIKI-KINGAKU ROUNDED =
             WK-AVG-GENKA * WK-HAIKI-SURYO.
      *
           ADD 1 TO WK-HAIKI-CNT.
           ADD WK-HAIKI-SURYO TO WK-HAIKI-GOKEI-SURYO.
           ADD WK-HAIKI-KINGAKU TO WK-HAIKI-GOKEI.
           PERFORM PRINT-MEISAI-RTN.
       NEXT-REC.
           PERFORM READ-HKI-RTN.
       EXT.
           EXIT.
      *
       PRINT-MEISAI-RTN    SECTION.
           MOVE HKI-SHOHIN-NO TO WK-RPM-SHOHIN-NO.
           MOVE HKI-LOT-NO TO WK-RPM-LOT-NO.
           MOVE HKI-SOKO-COD TO WK-RPM-SOKO-COD.
           MOVE WK-LOT-EXPIRY-DATE (WK-LOT-IDX) TO WK-RPM-EXPIRY-DATE.
           MOVE HKI-DATE TO WK-RPM-DATE.
           MOVE WK-HAIKI-SURYO TO WK-RPM-SURYO.
           MOVE WK-AVG-GENKA TO WK-RPM-TANKA.
           MOVE WK-HAIKI-KINGAKU TO WK-RPM-KINGAKU.
           MOVE WK-RPT-MEISAI TO RPT-REC.
           WRITE RPT-REC.
           MOVE CFSHO-SHOHIN-MEI TO WK-RPR-SHOHIN-MEI.
           MOVE HKI-RIYU TO WK-RPR-RIYU.
           MOVE WK-RPT-RIYU TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       FUKA-RTN            SECTION.
           ADD 1 TO WK-FUKA-CNT.
           MOVE HKI-SHOHIN-NO TO WK-RPF-SHOHIN-NO.
           MOVE HKI-LOT-NO TO WK-RPF-LOT-NO.
           MOVE HKI-SOKO-COD TO WK-RPF-SOKO-COD.
           MOVE HKI-SURYO TO WK-RPF-SURYO.
           MOVE WK-FUKA-RIYU TO WK-RPF-RIYU.
           MOVE WK-RPT-FUKA TO RPT-REC.
           WRITE RPT-REC.
           MOVE RC-WARNING TO RETURN-CODE.
       EXT.
           EXIT.
      *
       GOKEI-RTN           SECTION.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE WK-HAIKI-CNT TO WK-RPG-KENSU.
           MOVE WK-HAIKI-GOKEI-SURYO TO WK-RPG-SURYO.
           MOVE WK-HAIKI-GOKEI TO WK-RPG-KINGAKU.
           MOVE WK-FUKA-CNT TO WK-RPG-FUKA.
           MOVE WK-RPT-GOKEI TO RPT-REC.
           WRITE RPT-REC.
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
      *    ロット行の変更前イメージ記録
      ******************************************************************
       WRITE-BIJ-LOT-RTN   SECTION.
           MOVE SPACE TO WK-BIJ-LOT.
           MOVE WK-LOT-SHOHIN-NO (WK-LOT-IDX) TO WK-BIJ-LOT-SHOHIN-NO.
           MOVE WK-LOT-LOT-NO (WK-LOT-IDX) TO WK-BIJ-LOT-LOT-NO.
           MOVE WK-LOT-SOKO-COD (WK-LOT-IDX) TO WK-BIJ-LOT-SOKO-COD.
           MOVE WK-LOT-EXPIRY-DATE (WK-LOT-IDX)
             TO WK-BIJ-LOT-EXPIRY-DATE.
           MOVE WK-LOT-ZAN-SURYO (WK-LOT-IDX) TO WK-BIJ-LOT-ZAN-SURYO.
           MOVE "KCCFLOT" TO BIJ-RESOURCE.
           MOVE SPACE TO BIJ-KEY.
           MOVE WK-BIJ-LOT-SHOHIN-NO TO BIJ-KEY (1:5).
           MOVE WK-BIJ-LOT-LOT-NO TO BIJ-KEY (6:10).
           MOVE WK-BIJ-LOT-SOKO-COD TO BIJ-KEY (16:2).
           MOVE WK-BIJ-LOT TO BIJ-IMAGE.
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
             DISPLAY "*** KSBM135 WARNING BIJ WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
      *
      *    更新後のロット別在庫新世代の書き出し
       WRITE-LTO-RTN       SECTION.
           MOVE SPACE TO LTO-REC.
           MOVE WK-LOT-SHOHIN-NO (WK-IX)
             TO CFLOT-SHOHIN-NO OF LTO-REC.
           MOVE WK-LOT-LOT-NO (WK-IX) TO CFLOT-LOT-NO OF LTO-REC.
           MOVE WK-LOT-SOKO-COD (WK-IX)
             TO CFLOT-SOKO-COD OF LTO-REC.
           MOVE WK-LOT-EXPIRY-DATE (WK-IX)
             TO CFLOT-EXPIRY-DATE OF LTO-REC.
           MOVE WK-LOT-ZAN-SURYO (WK-IX)
             TO CFLOT-ZAN-SURYO OF LTO-REC.
           WRITE LTO-REC.
       EXT.
           EXIT.
      *
      *    更新後の倉庫別在庫新世代の書き出し
       WRITE-SZO-RTN       SECTION.
           MOVE SPACE TO SZO-REC.
           MOVE WK-ZAI-SHOHIN-NO (WK-IX)
             TO CFSZA-SHOHIN-NO OF SZO-REC.
           MOVE WK-ZAI-SOKO-COD (WK-IX)
             TO CFSZA-SOKO-COD OF SZO-REC.
           MOVE WK-ZAI-ZENGETU (WK-IX)
             TO CFSZA-ZENGETU-ZAIKO OF SZO-REC.
           MOVE WK-ZAI-NYUKO (WK-IX)
             TO CFSZA-TOUGETU-NYUKO OF SZO-REC.
           MOVE WK-ZAI-SYUKO (WK-IX)
             TO CFSZA-TOUGETU-SYUKO OF SZO-REC.
           WRITE SZO-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
      *    新世代は入力を最後まで処理できた場合だけ書き出す
           IF WK-LTO-FILE-ERR = "00"
             IF WK-INIT-OK-FLG = "Y"
               PERFORM WRITE-LTO-RTN
                 VARYING WK-IX FROM 1 BY 1
                 UNTIL WK-IX > WK-LOT-CNT
             END-IF
             CLOSE LTO-FILE
           END-IF.
           IF WK-SZO-FILE-ERR = "00"
             IF WK-INIT-OK-FLG = "Y"
               PERFORM WRITE-SZO-RTN
                 VARYING WK-IX FROM 1 BY 1
                 UNTIL WK-IX > WK-ZAI-CNT
             END-IF
             CLOSE SZO-FILE
           END-IF.
           IF WK-HKI-FILE-ERR = "00" OR HKI-END-FLG = "Y"
             CLOSE HKI-FILE
           END-IF.
           IF WK-LTI-FILE-ERR = "00" OR LTI-END-FLG = "Y"
             CLOSE LTI-FILE
           END-IF.
           IF WK-SHO-FILE-ERR = "00"
             CLOSE SHO-FILE
           END-IF.
           IF WK-SZA-FILE-ERR = "00" OR SZA-END-FLG = "Y"
             CLOSE SZA-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           MOVE "X" TO IDJ-FUNCTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KSBS010" USING KSBS010-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           DISPLAY "HKICNT=" WK-HKI-CNT.
           DISPLAY "HAIKICNT=" WK-HAIKI-CNT.
           DISPLAY "FUKACNT=" WK-FUKA-CNT.
           DISPLAY "GENKANASHICNT=" WK-GENKA-NASHI-CNT.
           DISPLAY "HAIKISON=" WK-HAIKI-GOKEI.
           MOVE "X" TO BIJ-FUNCTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KCBS090" USING KCBS090-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM135 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KSBM135"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 3                     TO RUNHIS-CNT-CNT.
           MOVE "HKICNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-HKI-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "HAIKICNT"            TO RUNHIS-CNT-LABEL (2).
           MOVE WK-HAIKI-CNT          TO RUNHIS-CNT-VALUE (2).
           MOVE "FUKACNT"             TO RUNHIS-CNT-LABEL (3).
           MOVE WK-FUKA-CNT           TO RUNHIS-CNT-VALUE (3).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KSBM135 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
