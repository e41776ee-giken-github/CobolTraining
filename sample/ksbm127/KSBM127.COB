       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KSBM127.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：商品
      * プログラム名  ：輸入諸掛配賦登録
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。輸入貨物の関税・海上運賃・通関／
      *                 フォワーダー手数料などの請求(SKI、KCCFSKI形式)
      *                 を発注番号(CFPOF-HATCHU-NO)単位に読み、発注
      *                 データ(KCCFPOF)の入荷済み明細へ金額(入荷数量
      *                 ×発注単価)・重量(商品マスタCFSHO-JURYO-G×入荷
      *                 数量)・数量(入荷数量)のいずれかの基準で配賦
      *                 する。明細ごとの配賦額は円未満切捨てとし、端数
      *                 は基準値の最も大きい明細へ寄せる。配賦結果は
      *                 諸掛配賦データ(KCCFLCA)へ未反映で追記し、入荷
      *                 原価計上(KSBM116)が次回実行で移動平均原価へ
      *                 反映する。請求は請求元を仕入先とする未払行
      *                 (伝票区分"S")として買掛金台帳(KCCFAPF)へ追記
      *                 する。登録済みの請求元＋請求番号・入荷の無い
      *                 発注・区分誤りは警告として一覧(RPT)へ印字し
      *                 登録しない。会社は環境変数KAISHA-COD(省略時
      *                 "01")。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT SKI-FILE
             ASSIGN TO EXTERNAL SKI
               FILE STATUS IS WK-SKI-FILE-ERR.
           SELECT POF-FILE
             ASSIGN TO EXTERNAL POF
               FILE STATUS IS WK-POF-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT LCG-FILE
             ASSIGN TO EXTERNAL LCA
               FILE STATUS IS WK-LCG-FILE-ERR.
           SELECT LCA-FILE
             ASSIGN TO EXTERNAL LCA
               FILE STATUS IS WK-LCA-FILE-ERR.
           SELECT APF-FILE
             ASSIGN TO EXTERNAL APF
               FILE STATUS IS WK-APF-FILE-ERR.
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
       FD  SKI-FILE.
       01  SKI-REC.
           COPY KCCFSKI.
       FD  POF-FILE.
       01  POF-REC.
           COPY KCCFPOF.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
      *    登録済みの諸掛配賦データ(二重登録の判定用に先読みする)
       FD  LCG-FILE.
       01  LCG-REC.
           COPY KCCFLCA.
       FD  LCA-FILE.
       01  LCA-REC.
           COPY KCCFLCA.
       FD  APF-FILE.
       01  APF-REC.
           COPY KCCFAPF.
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
       01  WK-BSD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SKI-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-POF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-LCG-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-LCA-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-APF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  SKI-END-FLG                 PIC  X(01) VALUE "N".
       01  POF-END-FLG                 PIC  X(01) VALUE "N".
       01  SHO-END-FLG                 PIC  X(01) VALUE "N".
       01  LCG-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      *    登録する会社(環境変数KAISHA-COD。省略時"01")
       01  WK-KAISHA-COD               PIC  X(02) VALUE "01".
       01  WK-ENV-KAISHA-COD           PIC  X(02) VALUE SPACE.
      ******************************************************************
      *  入荷済み発注明細テーブル
      ******************************************************************
       01  WK-POF-TBL.
           03  WK-POF-CNT              PIC  9(05) VALUE ZERO.
           03  WK-POF-ENT              OCCURS 5000 TIMES.
             05  WK-POF-HATCHU-NO      PIC  9(06).
             05  WK-POF-SUPPLIER-COD   PIC  X(06).
             05  WK-POF-SHOHIN-NO      PIC  X(05).
             05  WK-POF-NYUKA-SURYO    PIC  9(05).
             05  WK-POF-TANKA          PIC S9(05)V9(02).
       01  WK-POF-IX                   PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  商品マスタ(重量)テーブル
      ******************************************************************
       01  WK-SHO-TBL.
           03  WK-SHO-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SHO-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-SHO-IDX.
             05  WK-SHO-SHOHIN-NO      PIC  X(05).
             05  WK-SHO-JURYO-G        PIC  9(07).
      ******************************************************************
      *  登録済み請求テーブル(請求元＋請求番号。当実行の登録分も積む)
      ******************************************************************
       01  WK-TRK-TBL.
           03  WK-TRK-CNT              PIC  9(05) VALUE ZERO.
           03  WK-TRK-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-TRK-IDX.
             05  WK-TRK-SEIKYU-SAKI    PIC  X(06).
             05  WK-TRK-SEIKYU-NO      PIC  X(10).
       01  WK-KEY-SEIKYU-SAKI          PIC  X(06) VALUE SPACE.
       01  WK-KEY-SEIKYU-NO            PIC  X(10) VALUE SPACE.
       01  WK-TOROKU-ZUMI-FLG          PIC  X(01) VALUE "N".
      ******************************************************************
      *  請求1件分の配賦明細テーブル
      ******************************************************************
       01  WK-HFL-TBL.
           03  WK-HFL-CNT              PIC  9(03) VALUE ZERO.
           03  WK-HFL-ENT              OCCURS 200 TIMES.
             05  WK-HFL-POF-IX         PIC  9(05).
             05  WK-HFL-KIJUN          PIC S9(13)V9(02).
             05  WK-HFL-KINGAKU        PIC S9(11).
       01  WK-HFL-IX                   PIC  9(03) VALUE ZERO.
       01  WK-HFL-MAX-IX               PIC  9(03) VALUE ZERO.
       01  WK-KIJUN-GOKEI              PIC S9(15)V9(02) VALUE ZERO.
       01  WK-HAIFU-GOKEI              PIC S9(13) VALUE ZERO.
       01  WK-HASU                     PIC S9(13) VALUE ZERO.
       01  WK-JURYO-G                  PIC  9(07) VALUE ZERO.
       01  WK-ERR-MSG                  PIC  X(20) VALUE SPACE.
      *
       01  WK-SKI-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-TOROKU-CNT               PIC  9(09) VALUE ZERO.
       01  WK-MEISAI-CNT               PIC  9(09) VALUE ZERO.
       01  WK-TOROKU-GOKEI             PIC S9(13) VALUE ZERO.
       01  WK-ERR-CNT                  PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  配賦一覧印字用
      ******************************************************************
       01  WK-RPT-SEIKYU.
           03  FILLER                  PIC  X(07) VALUE "HATCHU=".
           03  WK-RPS-HATCHU-NO        PIC  9(06).
           03  FILLER                  PIC  X(05) VALUE " KBN=".
           03  WK-RPS-KBN              PIC  X(01).
           03  FILLER                  PIC  X(07) VALUE " KIJUN=".
           03  WK-RPS-KIJUN            PIC  X(01).
           03  FILLER                  PIC  X(08) VALUE " SEIKYU=".
           03  WK-RPS-SEIKYU-SAKI      PIC  X(06).
           03  FILLER                  PIC  X(01) VALUE "/".
           03  WK-RPS-SEIKYU-NO        PIC  X(10).
           03  FILLER                  PIC  X(09) VALUE " KINGAKU=".
           03  WK-RPS-KINGAKU          PIC  -(10)9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPS-MSG              PIC  X(20).
       01  WK-RPT-MEISAI.
           03  FILLER                  PIC  X(10) VALUE SPACE.
           03  FILLER                  PIC  X(07) VALUE "SHOHIN=".
           03  WK-RPM-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(07) VALUE " NYUKA=".
           03  WK-RPM-NYUKA-SURYO      PIC  ZZZZ9.
           03  FILLER                  PIC  X(07) VALUE " KIJUN=".
           03  WK-RPM-KIJUN            PIC  Z(12)9.99.
           03  FILLER                  PIC  X(07) VALUE " HAIFU=".
           03  WK-RPM-KINGAKU          PIC  -(10)9.
       01  WK-RPT-GOKEI.
           03  WK-RPG-TITLE            PIC  X(12).
           03  FILLER                  PIC  X(07) VALUE " KENSU=".
           03  WK-RPG-KENSU            PIC  ZZZZZZZZ9.
           03  FILLER                  PIC  X(09) VALUE " KINGAKU=".
           03  WK-RPG-GOKEI            PIC  -(12)9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL SKI-END-FLG = "Y"
             MOVE SPACE TO RPT-REC
             WRITE RPT-REC
             MOVE "TOROKU" TO WK-RPG-TITLE
             MOVE WK-TOROKU-CNT TO WK-RPG-KENSU
             MOVE WK-TOROKU-GOKEI TO WK-RPG-GOKEI
             MOVE WK-RPT-GOKEI TO RPT-REC
             WRITE RPT-REC
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
      ******************************************************************
      *    初期処理（発注・商品マスタ・登録済み配賦データの先読み）
      ******************************************************************
       INIT-RTN            SECTION.
           DISPLAY "*** KSBM127 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
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
           DISPLAY "KAISHA-COD" UPON ENVIRONMENT-NAME.
           ACCEPT WK-ENV-KAISHA-COD FROM ENVIRONMENT-VALUE.
           IF WK-ENV-KAISHA-COD NOT = SPACE
             MOVE WK-ENV-KAISHA-COD TO WK-KAISHA-COD
           END-IF.
           DISPLAY "*** KSBM127 KAISHA=" WK-KAISHA-COD.
      *
           OPEN INPUT POF-FILE.
           IF WK-POF-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM127 ABEND NOT POF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-POF-RTN  UNTIL POF-END-FLG = "Y".
           CLOSE POF-FILE.
           MOVE HIGH-VALUE TO WK-POF-FILE-ERR.
           OPEN INPUT SHO-FILE.
           IF WK-SHO-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM127 ABEND NOT SHO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-SHO-RTN  UNTIL SHO-END-FLG = "Y".
           CLOSE SHO-FILE.
           MOVE HIGH-VALUE TO WK-SHO-FILE-ERR.
      *    登録済みの配賦データ(初回はファイルなし)
           OPEN INPUT LCG-FILE.
           IF WK-LCG-FILE-ERR = "00"
             PERFORM LOAD-LCG-RTN  UNTIL LCG-END-FLG = "Y"
             CLOSE LCG-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-LCG-FILE-ERR.
      *
           OPEN INPUT SKI-FILE.
           IF WK-SKI-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM127 ABEND NOT SKI-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN EXTEND LCA-FILE.
           IF WK-LCA-FILE-ERR NOT = "00"
             OPEN OUTPUT LCA-FILE
           END-IF.
           IF WK-LCA-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM127 ABEND NOT LCA-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN EXTEND APF-FILE.
           IF WK-APF-FILE-ERR NOT = "00"
             OPEN OUTPUT APF-FILE
           END-IF.
           IF WK-APF-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM127 ABEND NOT APF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM127 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           MOVE "*** KSBM127 YUNYU SHOKAKARI HAIFU ***" TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      *    入荷のある発注明細だけを控える(承認待ち・却下は入荷しない)
       LOAD-POF-RTN        SECTION.
           READ POF-FILE
             AT END
               MOVE "Y" TO POF-END-FLG
               GO TO EXT
           END-READ.
           IF CFPOF-NYUKA-SURYO = ZERO
             GO TO EXT
           END-IF.
           IF WK-POF-CNT >= 5000
             DISPLAY "!!! KSBM127 ABEND : POF TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-POF-CNT.
           MOVE CFPOF-HATCHU-NO TO WK-POF-HATCHU-NO (WK-POF-CNT).
           MOVE CFPOF-SUPPLIER-COD TO WK-POF-SUPPLIER-COD (WK-POF-CNT).
           MOVE CFPOF-SHOHIN-NO TO WK-POF-SHOHIN-NO (WK-POF-CNT).
           MOVE CFPOF-NYUKA-SURYO TO WK-POF-NYUKA-SURYO (WK-POF-CNT).
           MOVE CFPOF-TANKA TO WK-POF-TANKA (WK-POF-CNT).
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
             DISPLAY "!!! KSBM127 ABEND : SHO TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SHO-CNT.
           SET WK-SHO-IDX TO WK-SHO-CNT.
           MOVE CFSHO-SHOHIN-NO TO WK-SHO-SHOHIN-NO (WK-SHO-IDX).
           MOVE CFSHO-JURYO-G TO WK-SHO-JURYO-G (WK-SHO-IDX).
       EXT.
           EXIT.
      *
      *    同じ請求の明細は複数行になるので請求元＋請求番号で1件にする
       LOAD-LCG-RTN        SECTION.
           READ LCG-FILE
             AT END
               MOVE "Y" TO LCG-END-FLG
               GO TO EXT
           END-READ.
           MOVE CFLCA-SEIKYU-SAKI OF LCG-REC TO WK-KEY-SEIKYU-SAKI.
           MOVE CFLCA-SEIKYU-NO OF LCG-REC TO WK-KEY-SEIKYU-NO.
           PERFORM FIND-TOROKU-RTN.
           IF WK-TOROKU-ZUMI-FLG = "N"
             PERFORM ADD-TOROKU-RTN
           END-IF.
       EXT.
           EXIT.
      *
       FIND-TOROKU-RTN     SECTION.
           MOVE "N" TO WK-TOROKU-ZUMI-FLG.
           IF WK-TRK-CNT = ZERO
             GO TO EXT
           END-IF.
           SET WK-TRK-IDX TO 1.
           SEARCH WK-TRK-ENT
             AT END
               CONTINUE
             WHEN WK-TRK-IDX > WK-TRK-CNT
               CONTINUE
             WHEN WK-TRK-SEIKYU-SAKI (WK-TRK-IDX) = WK-KEY-SEIKYU-SAKI
              AND WK-TRK-SEIKYU-NO (WK-TRK-IDX) = WK-KEY-SEIKYU-NO
               MOVE "Y" TO WK-TOROKU-ZUMI-FLG
           END-SEARCH.
       EXT.
           EXIT.
      *
       ADD-TOROKU-RTN      SECTION.
           IF WK-TRK-CNT >= 5000
             DISPLAY "!!! KSBM127 ABEND : TRK TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-TRK-CNT.
           MOVE WK-KEY-SEIKYU-SAKI TO WK-TRK-SEIKYU-SAKI (WK-TRK-CNT).
           MOVE WK-KEY-SEIKYU-NO TO WK-TRK-SEIKYU-NO (WK-TRK-CNT).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    諸掛請求1件ごとの処理（検査・配賦・登録）
      ******************************************************************
       MAIN-RTN            SECTION.
           READ SKI-FILE
             AT END
               MOVE "Y" TO SKI-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-SKI-CNT.
           MOVE SPACE TO WK-RPS-MSG.
           MOVE CFSKI-HATCHU-NO TO WK-RPS-HATCHU-NO.
           MOVE CFSKI-SHOKAKARI-KBN TO WK-RPS-KBN.
           MOVE CFSKI-HAIFU-KIJUN TO WK-RPS-KIJUN.
           MOVE CFSKI-SEIKYU-SAKI TO WK-RPS-SEIKYU-SAKI.
           MOVE CFSKI-SEIKYU-NO TO WK-RPS-SEIKYU-NO.
           MOVE CFSKI-KINGAKU TO WK-RPS-KINGAKU.
      *
           MOVE SPACE TO WK-ERR-MSG.
           EVALUATE TRUE
             WHEN CFSKI-SHOKAKARI-KBN NOT = "D" AND NOT = "F"
                                  AND NOT = "K" AND NOT = "Z"
               MOVE "KBN FUSEI" TO WK-ERR-MSG
             WHEN CFSKI-HAIFU-KIJUN NOT = "V" AND NOT = "W"
                                AND NOT = "Q"
               MOVE "KIJUN FUSEI" TO WK-ERR-MSG
             WHEN CFSKI-KINGAKU NOT NUMERIC
              OR CFSKI-KINGAKU NOT > ZERO
               MOVE "KINGAKU FUSEI" TO WK-ERR-MSG
             WHEN CFSKI-SEIKYU-SAKI = SPACE
              OR CFSKI-SEIKYU-NO = SPACE
               MOVE "SEIKYU NO NASHI" TO WK-ERR-MSG
           END-EVALUATE.
           IF WK-ERR-MSG NOT = SPACE
             GO TO ERR-PRINT
           END-IF.
           MOVE CFSKI-SEIKYU-SAKI TO WK-KEY-SEIKYU-SAKI.
           MOVE CFSKI-SEIKYU-NO TO WK-KEY-SEIKYU-NO.
           PERFORM FIND-TOROKU-RTN.
           IF WK-TOROKU-ZUMI-FLG = "Y"
             MOVE "TOROKU ZUMI" TO WK-ERR-MSG
             GO TO ERR-PRINT
           END-IF.
      *
      *    発注の入荷済み明細と配賦基準値を集める
           MOVE ZERO TO WK-HFL-CNT.
           MOVE ZERO TO WK-HFL-MAX-IX.
           MOVE ZERO TO WK-KIJUN-GOKEI.
           PERFORM COLLECT-RTN
             VARYING WK-POF-IX FROM 1 BY 1
             UNTIL WK-POF-IX > WK-POF-CNT.
           IF WK-HFL-CNT = ZERO
             MOVE "NYUKA NASHI" TO WK-ERR-MSG
             GO TO ERR-PRINT
           END-IF.
           IF WK-KIJUN-GOKEI NOT > ZERO
             MOVE "KIJUN ZERO" TO WK-ERR-MSG
             GO TO ERR-PRINT
           END-IF.
      *
      *    明細ごとに切捨てで配賦し、端数は基準値最大の明細へ寄せる
           MOVE ZERO TO WK-HAIFU-GOKEI.
           PERFORM HAIFU-RTN
             VARYING WK-HFL-IX FROM 1 BY 1
             UNTIL WK-HFL-IX > WK-HFL-CNT.
           COMPUTE WK-HASU = CFSKI-KINGAKU - WK-HAIFU-GOKEI.
           ADD WK-HASU TO WK-HFL-KINGAKU (WK-HFL-MAX-IX).
      *
           MOVE WK-RPT-SEIKYU TO RPT-REC.
           WRITE RPT-REC.
           PERFORM WRITE-LCA-RTN
             VARYING WK-HFL-IX FROM 1 BY 1
             UNTIL WK-HFL-IX > WK-HFL-CNT.
           PERFORM WRITE-APF-RTN.
           PERFORM ADD-TOROKU-RTN.
           ADD 1 TO WK-TOROKU-CNT.
           ADD CFSKI-KINGAKU TO WK-TOROKU-GOKEI.
           GO TO EXT.
       ERR-PRINT.
           MOVE WK-ERR-MSG TO WK-RPS-MSG.
           MOVE WK-RPT-SEIKYU TO RPT-REC.
           WRITE RPT-REC.
           ADD 1 TO WK-ERR-CNT.
           MOVE RC-WARNING TO RETURN-CODE.
       EXT.
           EXIT.
      *
      *    配賦基準値：金額＝入荷数量×発注単価、重量＝単位重量(g)×
      *    入荷数量、数量＝入荷数量
       COLLECT-RTN         SECTION.
           IF WK-POF-HATCHU-NO (WK-POF-IX) NOT = CFSKI-HATCHU-NO
             GO TO EXT
           END-IF.
           IF WK-HFL-CNT >= 200
             DISPLAY "!!! KSBM127 ABEND : HFL TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-HFL-CNT.
           MOVE WK-POF-IX TO WK-HFL-POF-IX (WK-HFL-CNT).
           MOVE ZERO TO WK-HFL-KINGAKU (WK-HFL-CNT).
           EVALUATE CFSKI-HAIFU-KIJUN
             WHEN "V"
               COMPUTE WK-HFL-KIJUN (WK-HFL-CNT) =
                 WK-POF-NYUKA-SURYO (WK-POF-IX)
                 * WK-POF-TANKA (WK-POF-IX)
             WHEN "W"
               MOVE ZERO TO WK-JURYO-G
               SET WK-SHO-IDX TO 1
               SEARCH WK-SHO-ENT
                 AT END
                   CONTINUE
                 WHEN WK-SHO-IDX > WK-SHO-CNT
                   CONTINUE
                 WHEN WK-SHO-SHOHIN-NO (WK-SHO-IDX)
                        = WK-POF-SHOHIN-NO (WK-POF-IX)
                   MOVE WK-SHO-JURYO-G (WK-SHO-IDX) TO WK-JURYO-G
               END-SEARCH
               COMPUTE WK-HFL-KIJUN (WK-HFL-CNT) =
                 WK-POF-NYUKA-SURYO (WK-POF-IX) * WK-JURYO-G
             WHEN OTHER
               MOVE WK-POF-NYUKA-SURYO (WK-POF-IX)
                 TO WK-HFL-KIJUN (WK-HFL-CNT)
           END-EVALUATE.
           ADD WK-HFL-KIJUN (WK-HFL-CNT) TO WK-KIJUN-GOKEI.
           IF WK-HFL-MAX-IX = ZERO
             MOVE WK-HFL-CNT TO WK-HFL-MAX-IX
           ELSE
             IF WK-HFL-KIJUN (WK-HFL-CNT)
                  > WK-HFL-KIJUN (WK-HFL-MAX-IX)
               MOVE WK-HFL-CNT TO WK-HFL-MAX-IX
             END-IF
           END-IF.
       EXT.
           EXIT.
      *
       HAIFU-RTN           SECTION.
           COMPUTE WK-HFL-KINGAKU (WK-HFL-IX) =
             CFSKI-KINGAKU * WK-HFL-KIJUN (WK-HFL-IX)
             / WK-KIJUN-GOKEI.
           ADD WK-HFL-KINGAKU (WK-HFL-IX) TO WK-HAIFU-GOKEI.
       EXT.
           EXIT.
      *
       WRITE-LCA-RTN       SECTION.
           MOVE WK-HFL-POF-IX (WK-HFL-IX) TO WK-POF-IX.
           MOVE SPACE TO LCA-REC.
           MOVE CFSKI-HATCHU-NO TO CFLCA-HATCHU-NO OF LCA-REC.
           MOVE WK-POF-SHOHIN-NO (WK-POF-IX)
             TO CFLCA-SHOHIN-NO OF LCA-REC.
           MOVE WK-POF-SUPPLIER-COD (WK-POF-IX)
             TO CFLCA-SUPPLIER-COD OF LCA-REC.
           MOVE CFSKI-SHOKAKARI-KBN
             TO CFLCA-SHOKAKARI-KBN OF LCA-REC.
           MOVE CFSKI-HAIFU-KIJUN TO CFLCA-HAIFU-KIJUN OF LCA-REC.
           MOVE CFSKI-SEIKYU-NO TO CFLCA-SEIKYU-NO OF LCA-REC.
           MOVE CFSKI-SEIKYU-SAKI TO CFLCA-SEIKYU-SAKI OF LCA-REC.
           MOVE CFSKI-SEIKYU-DATE TO CFLCA-SEIKYU-DATE OF LCA-REC.
           MOVE WK-POF-NYUKA-SURYO (WK-POF-IX)
             TO CFLCA-NYUKA-SURYO OF LCA-REC.
           MOVE WK-HFL-KINGAKU (WK-HFL-IX)
             TO CFLCA-HAIFU-KINGAKU OF LCA-REC.
           MOVE WK-BASE-DATE TO CFLCA-TOROKU-DATE OF LCA-REC.
           MOVE WK-KAISHA-COD TO CFLCA-KAISHA-COD OF LCA-REC.
           MOVE ZERO TO CFLCA-HANEI-DATE OF LCA-REC.
           MOVE ZERO TO CFLCA-ZAIKO-KINGAKU OF LCA-REC.
           MOVE ZERO TO CFLCA-GENKA-KINGAKU OF LCA-REC.
           WRITE LCA-REC.
           ADD 1 TO WK-MEISAI-CNT.
      *
           MOVE WK-POF-SHOHIN-NO (WK-POF-IX) TO WK-RPM-SHOHIN-NO.
           MOVE WK-POF-NYUKA-SURYO (WK-POF-IX) TO WK-RPM-NYUKA-SURYO.
           MOVE WK-HFL-KIJUN (WK-HFL-IX) TO WK-RPM-KIJUN.
           MOVE WK-HFL-KINGAKU (WK-HFL-IX) TO WK-RPM-KINGAKU.
           MOVE WK-RPT-MEISAI TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      *    請求元への未払行(支払予定日は支払予定表KSBM111が決める)。
      *    関税・海上運賃は非課税、手数料・その他は標準税率の税区分
       WRITE-APF-RTN       SECTION.
           MOVE SPACE TO APF-REC.
           MOVE CFSKI-SEIKYU-SAKI TO CFAPF-SUPPLIER-COD.
           MOVE CFSKI-SEIKYU-NO TO CFAPF-INVOICE-NO.
           MOVE WK-BASE-DATE TO CFAPF-KEIJO-DATE.
           MOVE CFSKI-KINGAKU TO CFAPF-KINGAKU.
           MOVE ZERO TO CFAPF-SHIHARAI-KINGAKU.
           MOVE "O" TO CFAPF-STATUS.
           MOVE ZERO TO CFAPF-DUE-DATE.
           MOVE "S" TO CFAPF-DENPYO-KBN.
           IF CFSKI-SHOKAKARI-KBN = "D" OR CFSKI-SHOKAKARI-KBN = "F"
             MOVE "0" TO CFAPF-ZEI-KBN
           ELSE
             MOVE "1" TO CFAPF-ZEI-KBN
           END-IF.
           MOVE "1" TO CFAPF-KOJO-KBN.
           MOVE WK-KAISHA-COD TO CFAPF-KAISHA-COD.
           WRITE APF-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-SKI-FILE-ERR = "00"
             CLOSE SKI-FILE
           END-IF.
           IF WK-LCA-FILE-ERR = "00"
             CLOSE LCA-FILE
           END-IF.
           IF WK-APF-FILE-ERR = "00"
             CLOSE APF-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "SKICNT=" WK-SKI-CNT.
           DISPLAY "TOROKUCNT=" WK-TOROKU-CNT.
           DISPLAY "MEISAICNT=" WK-MEISAI-CNT.
           DISPLAY "ERRCNT=" WK-ERR-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM127 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KSBM127"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 4                     TO RUNHIS-CNT-CNT.
           MOVE "SKICNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-SKI-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "TOROKUCNT"           TO RUNHIS-CNT-LABEL (2).
           MOVE WK-TOROKU-CNT         TO RUNHIS-CNT-VALUE (2).
           MOVE "MEISAICNT"           TO RUNHIS-CNT-LABEL (3).
           MOVE WK-MEISAI-CNT         TO RUNHIS-CNT-VALUE (3).
           MOVE "ERRCNT"              TO RUNHIS-CNT-LABEL (4).
           MOVE WK-ERR-CNT            TO RUNHIS-CNT-VALUE (4).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KSBM127 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
