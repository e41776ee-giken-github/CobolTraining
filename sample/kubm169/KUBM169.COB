       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KUBM169.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：優先外倉庫出荷実績表
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。月末に実行し、出荷引当結果データ
      *                 (ALF、KCCFALF形式)から業務日付の月に倉庫別に
      *                 引き当てた明細を配送地域ごとに集計する。在庫
      *                 引当(KUBM080)が設定した標準出荷倉庫(CFALF-
      *                 YUSEN-SOKO-COD)以外の倉庫から出荷した明細の
      *                 行数と、商品マスタの重量(CFSHO-JURYO-G)に配送
      *                 地域別出荷倉庫優先マスタ(KCCFRSK)の運賃単価
      *                 (円/kg)の差(出荷倉庫－標準出荷倉庫)を掛けた
      *                 追加運賃を、配送地域・出荷倉庫別に印字する。
      *                 単価の無い倉庫の明細は追加運賃ZEROとして件数を
      *                 示し、RETURN-CODE=4とする。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT ALF-FILE
             ASSIGN TO EXTERNAL ALF
               FILE STATUS IS WK-ALF-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT RSK-FILE
             ASSIGN TO EXTERNAL RSK
               FILE STATUS IS WK-RSK-FILE-ERR.
           SELECT SOK-FILE
             ASSIGN TO EXTERNAL SOK
               FILE STATUS IS WK-SOK-FILE-ERR.
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
       FD  ALF-FILE.
       01  ALF-REC.
           COPY KCCFALF.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  RSK-FILE.
       01  RSK-REC.
           COPY KCCFRSK.
       FD  SOK-FILE.
       01  SOK-REC.
           COPY KCCFSOK.
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
       01  WK-ALF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RSK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  ALF-END-FLG                 PIC  X(01) VALUE "N".
       01  SHO-END-FLG                 PIC  X(01) VALUE "N".
       01  RSK-END-FLG                 PIC  X(01) VALUE "N".
       01  SOK-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
       01  WK-NENGETSU                 PIC  9(06) VALUE ZERO.
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
      *  配送地域別出荷倉庫優先マスタ(運賃単価)テーブル
      ******************************************************************
       01  WK-RSK-TBL.
           03  WK-RSK-CNT              PIC  9(04) VALUE ZERO.
           03  WK-RSK-ENT              OCCURS 500 TIMES
                                        INDEXED BY WK-RSK-IDX.
             05  WK-RSK-REGION-COD     PIC  X(02).
             05  WK-RSK-SOKO-COD       PIC  X(02).
             05  WK-RSK-KG-TANKA       PIC  9(05)V9(02).
      ******************************************************************
      *  倉庫マスタ(名称)テーブル
      ******************************************************************
       01  WK-SOK-TBL.
           03  WK-SOK-CNT              PIC  9(03) VALUE ZERO.
           03  WK-SOK-ENT              OCCURS 100 TIMES
                                        INDEXED BY WK-SOK-IDX.
             05  WK-SOK-COD            PIC  X(02).
             05  WK-SOK-MEI            PIC  X(20).
      ******************************************************************
      *  配送地域別集計テーブル(配送地域コード順)
      ******************************************************************
       01  WK-CHI-TBL.
           03  WK-CHI-CNT              PIC  9(03) VALUE ZERO.
           03  WK-CHI-ENT              OCCURS 200 TIMES.
             05  WK-CHI-REGION-COD     PIC  X(02).
             05  WK-CHI-YUSEN-SOKO     PIC  X(02).
             05  WK-CHI-GYO            PIC  9(07).
             05  WK-CHI-GAI-GYO        PIC  9(07).
             05  WK-CHI-TSUIKA         PIC S9(11).
       01  WK-CX                       PIC  9(03) VALUE ZERO.
      ******************************************************************
      *  配送地域・出荷倉庫別の優先外出荷集計テーブル(配送地域・
      *  出荷倉庫コード順)
      ******************************************************************
       01  WK-GAI-TBL.
           03  WK-GAI-CNT              PIC  9(04) VALUE ZERO.
           03  WK-GAI-ENT              OCCURS 1000 TIMES.
             05  WK-GAI-KEY.
               07  WK-GAI-REGION-COD   PIC  X(02).
               07  WK-GAI-SOKO-COD     PIC  X(02).
             05  WK-GAI-GYO            PIC  9(07).
             05  WK-GAI-SURYO          PIC  9(09).
             05  WK-GAI-JURYO-G        PIC  9(11).
             05  WK-GAI-TSUIKA         PIC S9(11).
             05  WK-GAI-NASHI          PIC  9(07).
       01  WK-GX                       PIC  9(04) VALUE ZERO.
       01  WK-NEW-GAI-KEY.
           03  WK-NEW-REGION-COD       PIC  X(02).
           03  WK-NEW-SOKO-COD         PIC  X(02).
       01  WK-POS-FLG                  PIC  X(01) VALUE "N".
       01  WK-IX                       PIC  9(04) VALUE ZERO.
      *
      *    明細1件分の追加運賃
       01  WK-JURYO-G                  PIC  9(11) VALUE ZERO.
       01  WK-TANKA-SOKO               PIC  9(05)V9(02) VALUE ZERO.
       01  WK-TANKA-YUSEN              PIC  9(05)V9(02) VALUE ZERO.
       01  WK-TANKA-ARI-FLG            PIC  X(01) VALUE "N".
       01  WK-TANKA-WK                 PIC  9(05)V9(02) VALUE ZERO.
       01  WK-TANKA-SOKO-COD           PIC  X(02) VALUE SPACE.
       01  WK-TSUIKA                   PIC S9(11) VALUE ZERO.
      *    総計
       01  WK-SOU-GYO                  PIC  9(07) VALUE ZERO.
       01  WK-SOU-GAI-GYO              PIC  9(07) VALUE ZERO.
       01  WK-SOU-TSUIKA               PIC S9(13) VALUE ZERO.
      *
       01  WK-ALF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-TAISHO-CNT               PIC  9(09) VALUE ZERO.
       01  WK-YUSEN-GAI-CNT            PIC  9(09) VALUE ZERO.
       01  WK-TANKA-NASHI-CNT          PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  優先外倉庫出荷実績表印字用
      ******************************************************************
       01  WK-RPT-HEAD1.
           03  FILLER                  PIC  X(41) VALUE
             "*** KUBM169 YUSENGAI SOKO SHUKKA JISSEKI".
           03  FILLER                  PIC  X(09) VALUE "NENGETSU=".
           03  WK-RH1-NENGETSU         PIC  9(06).
       01  WK-CHI-LINE.
           03  FILLER                  PIC  X(07) VALUE "REGION=".
           03  WK-CL-REGION-COD        PIC  X(02).
           03  FILLER                  PIC  X(07) VALUE " YUSEN=".
           03  WK-CL-YUSEN-SOKO        PIC  X(02).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-CL-YUSEN-MEI         PIC  X(20).
           03  FILLER                  PIC  X(07) VALUE " GYOSU=".
           03  WK-CL-GYO               PIC  Z(06)9.
           03  FILLER                  PIC  X(10) VALUE " YUSENGAI=".
           03  WK-CL-GAI-GYO           PIC  Z(06)9.
           03  FILLER                  PIC  X(09) VALUE " HIRITSU=".
           03  WK-CL-HIRITSU           PIC  ZZ9.9.
           03  FILLER                  PIC  X(01) VALUE "%".
       01  WK-RPT-LINE.
           03  FILLER                  PIC  X(04) VALUE SPACE.
           03  FILLER                  PIC  X(05) VALUE "SOKO=".
           03  WK-RPT-SOKO-COD         PIC  X(02).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-SOKO-MEI         PIC  X(20).
           03  FILLER                  PIC  X(07) VALUE " GYOSU=".
           03  WK-RPT-GYO              PIC  Z(06)9.
           03  FILLER                  PIC  X(07) VALUE " SURYO=".
           03  WK-RPT-SURYO            PIC  Z(08)9.
           03  FILLER                  PIC  X(04) VALUE " KG=".
           03  WK-RPT-KG               PIC  Z(08)9.9.
           03  FILLER                  PIC  X(08) VALUE " TSUIKA=".
           03  WK-RPT-TSUIKA           PIC  -(10)9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-NASHI            PIC  X(11).
       01  WK-KEI-LINE.
           03  FILLER                  PIC  X(04) VALUE SPACE.
           03  WK-KEI-TITLE            PIC  X(10).
           03  FILLER                  PIC  X(07) VALUE " GYOSU=".
           03  WK-KEI-GYO              PIC  Z(06)9.
           03  FILLER                  PIC  X(10) VALUE " YUSENGAI=".
           03  WK-KEI-GAI-GYO          PIC  Z(06)9.
           03  FILLER                  PIC  X(08) VALUE " TSUIKA=".
           03  WK-KEI-TSUIKA           PIC  -(12)9.
       01  WK-HIRITSU                  PIC  9(03)V9(01) VALUE ZERO.
       01  WK-KG                       PIC  9(09)V9(01) VALUE ZERO.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL ALF-END-FLG = "Y"
             PERFORM PRINT-RTN
               VARYING WK-CX FROM 1 BY 1
               UNTIL WK-CX > WK-CHI-CNT
             PERFORM SOUKEI-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
      ******************************************************************
      *    初期処理（業務日付の取得、マスタの先読み）
      ******************************************************************
       INIT-RTN            SECTION.
           DISPLAY "*** KUBM169 START ***".
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
           MOVE WK-BASE-DATE (1:6) TO WK-NENGETSU.
           DISPLAY "*** KUBM169 BASE-DATE=" WK-BASE-DATE.
      *
           OPEN INPUT ALF-FILE.
           IF WK-ALF-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM169 ABEND NOT ALF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN INPUT SHO-FILE.
           IF WK-SHO-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM169 ABEND NOT SHO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-SHO-RTN  UNTIL SHO-END-FLG = "Y".
           CLOSE SHO-FILE.
           MOVE HIGH-VALUE TO WK-SHO-FILE-ERR.
      *    優先マスタが無ければ単価なしとして行数だけ集計する
           OPEN INPUT RSK-FILE.
           IF WK-RSK-FILE-ERR = "00"
             PERFORM LOAD-RSK-RTN  UNTIL RSK-END-FLG = "Y"
             CLOSE RSK-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-RSK-FILE-ERR.
      *    倉庫マスタは任意(無ければ倉庫名なしとして印字する)
           OPEN INPUT SOK-FILE.
           IF WK-SOK-FILE-ERR = "00"
             PERFORM LOAD-SOK-RTN  UNTIL SOK-END-FLG = "Y"
             CLOSE SOK-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-SOK-FILE-ERR.
      *
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM169 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           MOVE WK-NENGETSU TO WK-RH1-NENGETSU.
           MOVE WK-RPT-HEAD1 TO RPT-REC.
           WRITE RPT-REC.
           PERFORM READ-ALF-RTN.
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
             DISPLAY "!!! KUBM169 ABEND : SHO TABLE FULL !!!"
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
       LOAD-RSK-RTN        SECTION.
           READ RSK-FILE
             AT END
               MOVE "Y" TO RSK-END-FLG
               GO TO EXT
           END-READ.
           IF WK-RSK-CNT >= 500
             DISPLAY "*** KUBM169 WARNING RSK TABLE FULL"
             MOVE RC-WARNING TO RETURN-CODE
             MOVE "Y" TO RSK-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-RSK-CNT.
           SET WK-RSK-IDX TO WK-RSK-CNT.
           MOVE CFRSK-REGION-COD TO WK-RSK-REGION-COD (WK-RSK-IDX).
           MOVE CFRSK-SOKO-COD TO WK-RSK-SOKO-COD (WK-RSK-IDX).
           MOVE CFRSK-KG-TANKA TO WK-RSK-KG-TANKA (WK-RSK-IDX).
       EXT.
           EXIT.
      *
       LOAD-SOK-RTN        SECTION.
           READ SOK-FILE
             AT END
               MOVE "Y" TO SOK-END-FLG
               GO TO EXT
           END-READ.
           IF WK-SOK-CNT >= 100
             DISPLAY "*** KUBM169 WARNING SOK TABLE FULL"
             MOVE "Y" TO SOK-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-SOK-CNT.
           SET WK-SOK-IDX TO WK-SOK-CNT.
           MOVE CFSOK-SOKO-COD TO WK-SOK-COD (WK-SOK-IDX).
           MOVE CFSOK-SOKO-MEI TO WK-SOK-MEI (WK-SOK-IDX).
       EXT.
           EXIT.
      *
       READ-ALF-RTN        SECTION.
           READ ALF-FILE
             AT END
               MOVE "Y" TO ALF-END-FLG
           END-READ.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    出荷1件ごとの処理（当月に倉庫別に引き当て、標準出荷倉庫の
      *    ある明細を配送地域別に集計し、標準外の倉庫からの出荷は
      *    追加運賃を見積って出荷倉庫別に集計する）
      ******************************************************************
       MAIN-RTN            SECTION.
           ADD 1 TO WK-ALF-CNT.
           IF CFALF-SHIP-DATE (1:6) NOT = WK-NENGETSU
            OR CFALF-SOKO-COD = SPACE
            OR CFALF-YUSEN-SOKO-COD = SPACE
             GO TO NEXT-REC
           END-IF.
           ADD 1 TO WK-TAISHO-CNT.
           PERFORM CHI-TOROKU-RTN.
           ADD 1 TO WK-CHI-GYO (WK-CX).
           IF CFALF-SOKO-COD = CFALF-YUSEN-SOKO-COD
             GO TO NEXT-REC
           END-IF.
      *
      *    優先外出荷：出荷重量×(出荷倉庫の単価－標準出荷倉庫の単価)
           ADD 1 TO WK-YUSEN-GAI-CNT.
           MOVE ZERO TO WK-JURYO-G.
           IF WK-SHO-CNT > ZERO
             SET WK-SHO-IDX TO 1
             SEARCH WK-SHO-ENT
               AT END
                 CONTINUE
               WHEN WK-SHO-IDX > WK-SHO-CNT
                 CONTINUE
               WHEN WK-SHO-SHOHIN-NO (WK-SHO-IDX) = CFALF-SHOHIN-NO
                 COMPUTE WK-JURYO-G =
                   WK-SHO-JURYO-G (WK-SHO-IDX) * CFALF-SURYO
             END-SEARCH
           END-IF.
           MOVE ZERO TO WK-TSUIKA.
           MOVE CFALF-SOKO-COD TO WK-TANKA-SOKO-COD.
           PERFORM FIND-TANKA-RTN.
           MOVE WK-TANKA-WK TO WK-TANKA-SOKO.
           IF WK-TANKA-ARI-FLG = "Y"
             MOVE CFALF-YUSEN-SOKO-COD TO WK-TANKA-SOKO-COD
             PERFORM FIND-TANKA-RTN
             MOVE WK-TANKA-WK TO WK-TANKA-YUSEN
           END-IF.
           IF WK-TANKA-ARI-FLG = "Y"
             COMPUTE WK-TSUIKA ROUNDED =
               WK-JURYO-G * (WK-TANKA-SOKO - WK-TANKA-YUSEN) / 1000
           ELSE
             ADD 1 TO WK-TANKA-NASHI-CNT
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
      *
           ADD 1 TO WK-CHI-GAI-GYO (WK-CX).
           ADD WK-TSUIKA TO WK-CHI-TSUIKA (WK-CX).
           PERFORM GAI-TOROKU-RTN.
           ADD 1 TO WK-GAI-GYO (WK-GX).
           ADD CFALF-SURYO TO WK-GAI-SURYO (WK-GX).
           ADD WK-JURYO-G TO WK-GAI-JURYO-G (WK-GX).
           ADD WK-TSUIKA TO WK-GAI-TSUIKA (WK-GX).
           IF WK-TANKA-ARI-FLG = "N"
             ADD 1 TO WK-GAI-NASHI (WK-GX)
           END-IF.
       NEXT-REC.
           PERFORM READ-ALF-RTN.
       EXT.
           EXIT.
      *
      *    明細の配送地域・WK-TANKA-SOKO-CODの倉庫の運賃単価
       FIND-TANKA-RTN      SECTION.
           MOVE "N" TO WK-TANKA-ARI-FLG.
           MOVE ZERO TO WK-TANKA-WK.
           IF WK-RSK-CNT = ZERO
             GO TO EXT
           END-IF.
           SET WK-RSK-IDX TO 1.
           SEARCH WK-RSK-ENT
             AT END
               CONTINUE
             WHEN WK-RSK-IDX > WK-RSK-CNT
               CONTINUE
             WHEN WK-RSK-REGION-COD (WK-RSK-IDX) = CFALF-REGION-COD
              AND WK-RSK-SOKO-COD (WK-RSK-IDX) = WK-TANKA-SOKO-COD
               MOVE WK-RSK-KG-TANKA (WK-RSK-IDX) TO WK-TANKA-WK
               MOVE "Y" TO WK-TANKA-ARI-FLG
           END-SEARCH.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    配送地域別集計テーブルの登録（配送地域コード順に挿入し、
      *    添字をWK-CXへ返す）
      ******************************************************************
       CHI-TOROKU-RTN      SECTION.
           MOVE ZERO TO WK-CX.
           PERFORM CHI-FIND-RTN
             VARYING WK-IX FROM 1 BY 1
             UNTIL WK-IX > WK-CHI-CNT
                OR WK-CX NOT = ZERO.
           IF WK-CX NOT = ZERO
             MOVE CFALF-YUSEN-SOKO-COD TO WK-CHI-YUSEN-SOKO (WK-CX)
             GO TO EXT
           END-IF.
           IF WK-CHI-CNT >= 200
             DISPLAY "!!! KUBM169 ABEND : CHI TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
      *    後ろから順に1行ずつずらして挿入位置を空ける
           MOVE WK-CHI-CNT TO WK-IX.
           MOVE "N" TO WK-POS-FLG.
           PERFORM CHI-SHIFT-RTN
             UNTIL WK-IX = ZERO
                OR WK-POS-FLG = "Y".
           ADD 1 TO WK-IX.
           MOVE WK-IX TO WK-CX.
           MOVE CFALF-REGION-COD TO WK-CHI-REGION-COD (WK-CX).
           MOVE CFALF-YUSEN-SOKO-COD TO WK-CHI-YUSEN-SOKO (WK-CX).
           MOVE ZERO TO WK-CHI-GYO (WK-CX).
           MOVE ZERO TO WK-CHI-GAI-GYO (WK-CX).
           MOVE ZERO TO WK-CHI-TSUIKA (WK-CX).
           ADD 1 TO WK-CHI-CNT.
       EXT.
           EXIT.
      *
       CHI-FIND-RTN        SECTION.
           IF WK-CHI-REGION-COD (WK-IX) = CFALF-REGION-COD
             MOVE WK-IX TO WK-CX
           END-IF.
       EXT.
           EXIT.
      *
       CHI-SHIFT-RTN       SECTION.
           IF WK-CHI-REGION-COD (WK-IX) NOT > CFALF-REGION-COD
             MOVE "Y" TO WK-POS-FLG
             GO TO EXT
           END-IF.
           MOVE WK-CHI-ENT (WK-IX) TO WK-CHI-ENT (WK-IX + 1).
           SUBTRACT 1 FROM WK-IX.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    優先外出荷集計テーブルの登録（配送地域・出荷倉庫コード順に
      *    挿入し、添字をWK-GXへ返す）
      ******************************************************************
       GAI-TOROKU-RTN      SECTION.
           MOVE CFALF-REGION-COD TO WK-NEW-REGION-COD.
           MOVE CFALF-SOKO-COD TO WK-NEW-SOKO-COD.
           MOVE ZERO TO WK-GX.
           PERFORM GAI-FIND-RTN
             VARYING WK-IX FROM 1 BY 1
             UNTIL WK-IX > WK-GAI-CNT
                OR WK-GX NOT = ZERO.
           IF WK-GX NOT = ZERO
             GO TO EXT
           END-IF.
           IF WK-GAI-CNT >= 1000
             DISPLAY "!!! KUBM169 ABEND : GAI TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
      *    後ろから順に1行ずつずらして挿入位置を空ける
           MOVE WK-GAI-CNT TO WK-IX.
           MOVE "N" TO WK-POS-FLG.
           PERFORM GAI-SHIFT-RTN
             UNTIL WK-IX = ZERO
                OR WK-POS-FLG = "Y".
           ADD 1 TO WK-IX.
           MOVE WK-IX TO WK-GX.
           MOVE WK-NEW-GAI-KEY TO WK-GAI-KEY (WK-GX).
           MOVE ZERO TO WK-GAI-GYO (WK-GX).
           MOVE ZERO TO WK-GAI-SURYO (WK-GX).
           MOVE ZERO TO WK-GAI-JURYO-G (WK-GX).
           MOVE ZERO TO WK-GAI-TSUIKA (WK-GX).
           MOVE ZERO TO WK-GAI-NASHI (WK-GX).
           ADD 1 TO WK-GAI-CNT.
       EXT.
           EXIT.
      *
       GAI-FIND-RTN        SECTION.
           IF WK-GAI-KEY (WK-IX) = WK-NEW-GAI-KEY
             MOVE WK-IX TO WK-GX
           END-IF.
       EXT.
           EXIT.
      *
       GAI-SHIFT-RTN       SECTION.
           IF WK-GAI-KEY (WK-IX) NOT > WK-NEW-GAI-KEY
             MOVE "Y" TO WK-POS-FLG
             GO TO EXT
           END-IF.
           MOVE WK-GAI-ENT (WK-IX) TO WK-GAI-ENT (WK-IX + 1).
           SUBTRACT 1 FROM WK-IX.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    配送地域1件分の印字（地域の行数・優先外の行数と比率、優先外
      *    の出荷倉庫別明細、地域計）
      ******************************************************************
       PRINT-RTN           SECTION.
           INITIALIZE WK-CHI-LINE.
           MOVE WK-CHI-REGION-COD (WK-CX) TO WK-CL-REGION-COD.
           MOVE WK-CHI-YUSEN-SOKO (WK-CX) TO WK-CL-YUSEN-SOKO.
           MOVE WK-CHI-YUSEN-SOKO (WK-CX) TO WK-TANKA-SOKO-COD.
           PERFORM FIND-SOKO-MEI-RTN.
           MOVE WK-RPT-SOKO-MEI TO WK-CL-YUSEN-MEI.
           MOVE WK-CHI-GYO (WK-CX) TO WK-CL-GYO.
           MOVE WK-CHI-GAI-GYO (WK-CX) TO WK-CL-GAI-GYO.
           MOVE ZERO TO WK-HIRITSU.
           IF WK-CHI-GYO (WK-CX) > ZERO
             COMPUTE WK-HIRITSU ROUNDED =
               WK-CHI-GAI-GYO (WK-CX) * 100 / WK-CHI-GYO (WK-CX)
           END-IF.
           MOVE WK-HIRITSU TO WK-CL-HIRITSU.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE WK-CHI-LINE TO RPT-REC.
           WRITE RPT-REC.
      *
           PERFORM PRINT-GAI-RTN
             VARYING WK-GX FROM 1 BY 1
             UNTIL WK-GX > WK-GAI-CNT.
      *
           INITIALIZE WK-KEI-LINE.
           MOVE "CHIIKI KEI" TO WK-KEI-TITLE.
           MOVE WK-CHI-GYO (WK-CX) TO WK-KEI-GYO.
           MOVE WK-CHI-GAI-GYO (WK-CX) TO WK-KEI-GAI-GYO.
           MOVE WK-CHI-TSUIKA (WK-CX) TO WK-KEI-TSUIKA.
           MOVE WK-KEI-LINE TO RPT-REC.
           WRITE RPT-REC.
           ADD WK-CHI-GYO (WK-CX) TO WK-SOU-GYO.
           ADD WK-CHI-GAI-GYO (WK-CX) TO WK-SOU-GAI-GYO.
           ADD WK-CHI-TSUIKA (WK-CX) TO WK-SOU-TSUIKA.
       EXT.
           EXIT.
      *
       PRINT-GAI-RTN       SECTION.
           IF WK-GAI-REGION-COD (WK-GX) NOT = WK-CHI-REGION-COD (WK-CX)
             GO TO EXT
           END-IF.
           INITIALIZE WK-RPT-LINE.
           MOVE WK-GAI-SOKO-COD (WK-GX) TO WK-RPT-SOKO-COD.
           MOVE WK-GAI-SOKO-COD (WK-GX) TO WK-TANKA-SOKO-COD.
           PERFORM FIND-SOKO-MEI-RTN.
           MOVE WK-GAI-GYO (WK-GX) TO WK-RPT-GYO.
           MOVE WK-GAI-SURYO (WK-GX) TO WK-RPT-SURYO.
           COMPUTE WK-KG ROUNDED = WK-GAI-JURYO-G (WK-GX) / 1000.
           MOVE WK-KG TO WK-RPT-KG.
           MOVE WK-GAI-TSUIKA (WK-GX) TO WK-RPT-TSUIKA.
           IF WK-GAI-NASHI (WK-GX) > ZERO
             MOVE "TANKA NASHI" TO WK-RPT-NASHI
           END-IF.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      *    WK-TANKA-SOKO-CODの倉庫の名称をWK-RPT-SOKO-MEIへ設定する
       FIND-SOKO-MEI-RTN   SECTION.
           MOVE SPACE TO WK-RPT-SOKO-MEI.
           IF WK-SOK-CNT = ZERO
             GO TO EXT
           END-IF.
           SET WK-SOK-IDX TO 1.
           SEARCH WK-SOK-ENT
             AT END
               CONTINUE
             WHEN WK-SOK-IDX > WK-SOK-CNT
               CONTINUE
             WHEN WK-SOK-COD (WK-SOK-IDX) = WK-TANKA-SOKO-COD
               MOVE WK-SOK-MEI (WK-SOK-IDX) TO WK-RPT-SOKO-MEI
           END-SEARCH.
       EXT.
           EXIT.
      *
       SOUKEI-RTN          SECTION.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           INITIALIZE WK-KEI-LINE.
           MOVE "SOUKEI" TO WK-KEI-TITLE.
           MOVE WK-SOU-GYO TO WK-KEI-GYO.
           MOVE WK-SOU-GAI-GYO TO WK-KEI-GAI-GYO.
           MOVE WK-SOU-TSUIKA TO WK-KEI-TSUIKA.
           MOVE WK-KEI-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-ALF-FILE-ERR = "00"
             CLOSE ALF-FILE
           END-IF.
           IF WK-SHO-FILE-ERR = "00"
             CLOSE SHO-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "ALFCNT=" WK-ALF-CNT.
           DISPLAY "TAISHOCNT=" WK-TAISHO-CNT.
           DISPLAY "YUSENGAICNT=" WK-YUSEN-GAI-CNT.
           DISPLAY "TANKANASHICNT=" WK-TANKA-NASHI-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM169 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KUBM169"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 4                     TO RUNHIS-CNT-CNT.
           MOVE "ALFCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-ALF-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "TAISHOCNT"           TO RUNHIS-CNT-LABEL (2).
           MOVE WK-TAISHO-CNT         TO RUNHIS-CNT-VALUE (2).
           MOVE "YUSENGAI"            TO RUNHIS-CNT-LABEL (3).
           MOVE WK-YUSEN-GAI-CNT      TO RUNHIS-CNT-VALUE (3).
           MOVE "TANKANASHI"          TO RUNHIS-CNT-LABEL (4).
           MOVE WK-TANKA-NASHI-CNT    TO RUNHIS-CNT-VALUE (4).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KUBM169 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
