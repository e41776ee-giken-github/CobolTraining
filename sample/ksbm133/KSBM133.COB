       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KSBM133.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：商品
      * プログラム名  ：倉庫間移動提案
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。夜間に倉庫別在庫(KCCFSZA)の在庫から
      *                 引当済み数量(出庫記帳前の引当結果ALFと業務日付
      *                 に有効な仮押さえRSVの倉庫指定分)を除き、入庫先
      *                 として移動中(KCCFTRFの状態"T")の数量を加えた
      *                 在庫を倉庫別補充点マスタ(KCCFHJU)と比べる。
      *                 補充点を下回る倉庫には補充上限までの数量を、
      *                 余剰の最も多い倉庫から移動するよう提案する。
      *                 数量は商品マスタのケース入数(CFSHO-CASE-IRISU)
      *                 の倍数とし、不足分はケース単位に切り上げ、移動
      *                 元の余剰はケース単位に切り捨てる。閉鎖倉庫は
      *                 移動元・入庫先とも、委託倉庫は移動元の対象外。
      *                 承認用の移動提案リスト(RPT)と、移動指示作成
      *                 (KSBM113)の移動依頼(TIN)形式の提案ファイルを
      *                 書き出す。移動元が見つからない不足は一覧に
      *                 残し、RETURN-CODE=4とする
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT SOK-FILE
             ASSIGN TO EXTERNAL SOK
               FILE STATUS IS WK-SOK-FILE-ERR.
           SELECT SZA-FILE
             ASSIGN TO EXTERNAL SZA
               FILE STATUS IS WK-SZA-FILE-ERR.
           SELECT HJU-FILE
             ASSIGN TO EXTERNAL HJU
               FILE STATUS IS WK-HJU-FILE-ERR.
           SELECT ALF-FILE
             ASSIGN TO EXTERNAL ALF
               FILE STATUS IS WK-ALF-FILE-ERR.
           SELECT RSV-FILE
             ASSIGN TO EXTERNAL RSV
               FILE STATUS IS WK-RSV-FILE-ERR.
           SELECT TRF-FILE
             ASSIGN TO EXTERNAL TRF
               FILE STATUS IS WK-TRF-FILE-ERR.
           SELECT TIN-FILE
             ASSIGN TO EXTERNAL TIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-TIN-FILE-ERR.
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
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  SOK-FILE.
       01  SOK-REC.
           COPY KCCFSOK.
       FD  SZA-FILE.
       01  SZA-REC.
           COPY KCCFSZA.
       FD  HJU-FILE.
       01  HJU-REC.
           COPY KCCFHJU.
       FD  ALF-FILE.
       01  ALF-REC.
           COPY KCCFALF.
       FD  RSV-FILE.
       01  RSV-REC.
           COPY KCCFRSV.
       FD  TRF-FILE.
       01  TRF-REC.
           COPY KCCFTRF.
      *    移動依頼(移動指示作成KSBM113の入力と同じ形式)
       FD  TIN-FILE.
       01  TIN-REC.
           03  TIN-SHOHIN-NO           PIC  X(05).
           03  FILLER                  PIC  X(01).
           03  TIN-FROM-SOKO           PIC  X(02).
           03  FILLER                  PIC  X(01).
           03  TIN-TO-SOKO             PIC  X(02).
           03  FILLER                  PIC  X(01).
           03  TIN-SURYO               PIC  9(05).
           03  FILLER                  PIC  X(03).
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
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SZA-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-HJU-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ALF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RSV-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TRF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TIN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  SHO-END-FLG                 PIC  X(01) VALUE "N".
       01  SOK-END-FLG                 PIC  X(01) VALUE "N".
       01  SZA-END-FLG                 PIC  X(01) VALUE "N".
       01  HJU-END-FLG                 PIC  X(01) VALUE "N".
       01  ALF-END-FLG                 PIC  X(01) VALUE "N".
       01  RSV-END-FLG                 PIC  X(01) VALUE "N".
       01  TRF-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      ******************************************************************
      *  商品マスタ(ケース入数)テーブル
      ******************************************************************
       01  WK-SHO-TBL.
           03  WK-SHO-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SHO-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-SHO-IDX.
             05  WK-SHO-SHOHIN-NO      PIC  X(05).
             05  WK-SHO-CASE-IRISU     PIC  9(05).
      ******************************************************************
      *  倉庫マスタテーブル(WK-SOK-KBN："C"=閉鎖 "I"=委託倉庫)
      ******************************************************************
       01  WK-SOK-TBL.
           03  WK-SOK-CNT              PIC  9(03) VALUE ZERO.
           03  WK-SOK-ENT              OCCURS 100 TIMES
                                        INDEXED BY WK-SOK-IDX.
             05  WK-SOK-COD            PIC  X(02).
             05  WK-SOK-KBN            PIC  X(01).
      ******************************************************************
      *  商品×倉庫の在庫テーブル
      *  WK-ZAI-ZAIKO  ：倉庫別在庫(前月在庫＋当月入庫－当月出庫)
      *  WK-ZAI-HIKIATE：引当済み(ALF・仮押さえ)
      *  WK-ZAI-IDOCHU ：入庫先としての移動中数量
      *  WK-ZAI-YOJO   ：移動元として出せる余剰(提案のつど減らす)
      *  WK-ZAI-HOJU   ：補充点を下回った倉庫の補充上限までの不足
      ******************************************************************
       01  WK-ZAI-TBL.
           03  WK-ZAI-CNT              PIC  9(05) VALUE ZERO.
           03  WK-ZAI-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-ZAI-IDX.
             05  WK-ZAI-SHOHIN-NO      PIC  X(05).
             05  WK-ZAI-SOKO-COD       PIC  X(02).
             05  WK-ZAI-ZAIKO          PIC S9(09).
             05  WK-ZAI-HIKIATE        PIC S9(09).
             05  WK-ZAI-IDOCHU         PIC S9(09).
             05  WK-ZAI-HJU-FLG        PIC  X(01).
             05  WK-ZAI-MIN            PIC  9(07).
             05  WK-ZAI-MAX            PIC  9(07).
             05  WK-ZAI-YOJO           PIC S9(09).
             05  WK-ZAI-HOJU           PIC S9(09).
       01  WK-ZIX                      PIC  9(05) VALUE ZERO.
       01  WK-ZJX                      PIC  9(05) VALUE ZERO.
       01  WK-MOTO-IX                  PIC  9(05) VALUE ZERO.
       01  WK-KEY-SHOHIN-NO            PIC  X(05) VALUE SPACE.
       01  WK-KEY-SOKO-COD             PIC  X(02) VALUE SPACE.
       01  WK-ADD-FLG                  PIC  X(01) VALUE "N".
      *
      *    補充数量の計算用
       01  WK-KANO                     PIC S9(09) VALUE ZERO.
       01  WK-ICHI                     PIC S9(09) VALUE ZERO.
       01  WK-CASE-IRISU               PIC  9(05) VALUE ZERO.
       01  WK-NEED                     PIC S9(09) VALUE ZERO.
       01  WK-NEED-CASE                PIC S9(09) VALUE ZERO.
       01  WK-DASERU                   PIC S9(09) VALUE ZERO.
       01  WK-MOTO-DASERU              PIC S9(09) VALUE ZERO.
       01  WK-IDO-SURYO                PIC S9(09) VALUE ZERO.
       01  WK-CASE-SU                  PIC  9(07) VALUE ZERO.
       01  WK-HASU                     PIC  9(05) VALUE ZERO.
       01  WK-TEIAN-END-FLG            PIC  X(01) VALUE "N".
      *
       01  WK-HOJU-CNT                 PIC  9(09) VALUE ZERO.
       01  WK-TEIAN-CNT                PIC  9(09) VALUE ZERO.
       01  WK-FUSOKU-CNT               PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  移動提案リスト印字用
      ******************************************************************
       01  WK-RPT-HEAD1.
           03  FILLER                  PIC  X(31) VALUE
             "*** KSBM133 IDO TEIAN LIST ***".
           03  FILLER                  PIC  X(10) VALUE "BASE-DATE=".
           03  WK-RH1-BASE-DATE        PIC  9(08).
       01  WK-HOJU-LINE.
           03  FILLER                  PIC  X(06) VALUE "HOJU  ".
           03  FILLER                  PIC  X(08) VALUE " SHOHIN=".
           03  WK-HL-SHOHIN-NO         PIC  X(05).
           03  FILLER                  PIC  X(06) VALUE " SOKO=".
           03  WK-HL-SOKO-COD          PIC  X(02).
           03  FILLER                  PIC  X(07) VALUE " ZAIKO=".
           03  WK-HL-ZAIKO             PIC  -(06)9.
           03  FILLER                  PIC  X(06) VALUE " HIKI=".
           03  WK-HL-HIKIATE           PIC  Z(06)9.
           03  FILLER                  PIC  X(05) VALUE " IDO=".
           03  WK-HL-IDOCHU            PIC  Z(06)9.
           03  FILLER                  PIC  X(05) VALUE " MIN=".
           03  WK-HL-MIN               PIC  Z(06)9.
           03  FILLER                  PIC  X(05) VALUE " MAX=".
           03  WK-HL-MAX               PIC  Z(06)9.
       01  WK-RPT-LINE.
           03  FILLER                  PIC  X(02) VALUE SPACE.
           03  WK-RPT-KBN              PIC  X(06).
           03  FILLER                  PIC  X(06) VALUE " FROM=".
           03  WK-RPT-FROM-SOKO        PIC  X(02).
           03  FILLER                  PIC  X(04) VALUE " TO=".
           03  WK-RPT-TO-SOKO          PIC  X(02).
           03  FILLER                  PIC  X(07) VALUE " SURYO=".
           03  WK-RPT-SURYO            PIC  Z(08)9.
           03  FILLER                  PIC  X(06) VALUE " CASE=".
           03  WK-RPT-CASE-SU          PIC  Z(06)9.
           03  FILLER                  PIC  X(06) VALUE " HASU=".
           03  WK-RPT-HASU             PIC  Z(04)9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM KEISAN-RTN
               VARYING WK-ZIX FROM 1 BY 1
               UNTIL WK-ZIX > WK-ZAI-CNT
             PERFORM HOJU-RTN
               VARYING WK-ZIX FROM 1 BY 1
               UNTIL WK-ZIX > WK-ZAI-CNT
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
      ******************************************************************
      *    初期処理（業務日付の取得、マスタ・在庫・引当・移動中の
      *    読み込み）
      ******************************************************************
       INIT-RTN            SECTION.
           DISPLAY "*** KSBM133 START ***".
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
           DISPLAY "*** KSBM133 BASE-DATE=" WK-BASE-DATE.
      *
           OPEN INPUT SZA-FILE.
           IF WK-SZA-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM133 ABEND NOT SZA-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN INPUT HJU-FILE.
           IF WK-HJU-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM133 ABEND NOT HJU-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN INPUT SHO-FILE.
           IF WK-SHO-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM133 ABEND NOT SHO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT TIN-FILE.
           IF WK-TIN-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM133 ABEND NOT TIN-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM133 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
      *
           PERFORM LOAD-SHO-RTN  UNTIL SHO-END-FLG = "Y".
           CLOSE SHO-FILE.
           MOVE HIGH-VALUE TO WK-SHO-FILE-ERR.
           PERFORM LOAD-SZA-RTN  UNTIL SZA-END-FLG = "Y".
           CLOSE SZA-FILE.
           MOVE HIGH-VALUE TO WK-SZA-FILE-ERR.
           PERFORM LOAD-HJU-RTN  UNTIL HJU-END-FLG = "Y".
           CLOSE HJU-FILE.
           MOVE HIGH-VALUE TO WK-HJU-FILE-ERR.
      *    倉庫マスタは任意(無ければ全倉庫を稼働中の自社倉庫とする)
           OPEN INPUT SOK-FILE.
           IF WK-SOK-FILE-ERR = "00"
             PERFORM LOAD-SOK-RTN  UNTIL SOK-END-FLG = "Y"
             CLOSE SOK-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-SOK-FILE-ERR.
      *    引当結果・仮押さえ・移動指示は任意
           OPEN INPUT ALF-FILE.
           IF WK-ALF-FILE-ERR = "00"
             PERFORM LOAD-ALF-RTN  UNTIL ALF-END-FLG = "Y"
             CLOSE ALF-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-ALF-FILE-ERR.
           OPEN INPUT RSV-FILE.
           IF WK-RSV-FILE-ERR = "00"
             PERFORM LOAD-RSV-RTN  UNTIL RSV-END-FLG = "Y"
             CLOSE RSV-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-RSV-FILE-ERR.
           OPEN INPUT TRF-FILE.
           IF WK-TRF-FILE-ERR = "00"
             PERFORM LOAD-TRF-RTN  UNTIL TRF-END-FLG = "Y"
             CLOSE TRF-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-TRF-FILE-ERR.
      *
           MOVE WK-BASE-DATE TO WK-RH1-BASE-DATE.
           MOVE WK-RPT-HEAD1 TO RPT-REC.
           WRITE RPT-REC.
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
             DISPLAY "!!! KSBM133 ABEND : SHO TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SHO-CNT.
           SET WK-SHO-IDX TO WK-SHO-CNT.
           MOVE CFSHO-SHOHIN-NO TO WK-SHO-SHOHIN-NO (WK-SHO-IDX).
           MOVE CFSHO-CASE-IRISU TO WK-SHO-CASE-IRISU (WK-SHO-IDX).
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
             DISPLAY "*** KSBM133 WARNING SOK TABLE FULL"
             MOVE "Y" TO SOK-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-SOK-CNT.
           SET WK-SOK-IDX TO WK-SOK-CNT.
           MOVE CFSOK-SOKO-COD TO WK-SOK-COD (WK-SOK-IDX).
           MOVE SPACE TO WK-SOK-KBN (WK-SOK-IDX).
           IF CFSOK-ITAKU
             MOVE "I" TO WK-SOK-KBN (WK-SOK-IDX)
           END-IF.
           IF CFSOK-CLOSED
             MOVE "C" TO WK-SOK-KBN (WK-SOK-IDX)
           END-IF.
       EXT.
           EXIT.
      *
       LOAD-SZA-RTN        SECTION.
           READ SZA-FILE
             AT END
               MOVE "Y" TO SZA-END-FLG
               GO TO EXT
           END-READ.
           MOVE CFSZA-SHOHIN-NO TO WK-KEY-SHOHIN-NO.
           MOVE CFSZA-SOKO-COD TO WK-KEY-SOKO-COD.
           MOVE "Y" TO WK-ADD-FLG.
           PERFORM FIND-ZAI-RTN.
           COMPUTE WK-ZAI-ZAIKO (WK-ZIX) = WK-ZAI-ZAIKO (WK-ZIX)
             + CFSZA-ZENGETU-ZAIKO + CFSZA-TOUGETU-NYUKO
             - CFSZA-TOUGETU-SYUKO.
       EXT.
           EXIT.
      *
      *    補充点のある倉庫は倉庫別在庫が無くても在庫ZEROとして登録する
       LOAD-HJU-RTN        SECTION.
           READ HJU-FILE
             AT END
               MOVE "Y" TO HJU-END-FLG
               GO TO EXT
           END-READ.
           MOVE CFHJU-SHOHIN-NO TO WK-KEY-SHOHIN-NO.
           MOVE CFHJU-SOKO-COD TO WK-KEY-SOKO-COD.
           MOVE "Y" TO WK-ADD-FLG.
           PERFORM FIND-ZAI-RTN.
           MOVE "Y" TO WK-ZAI-HJU-FLG (WK-ZIX).
           MOVE CFHJU-MIN-SURYO TO WK-ZAI-MIN (WK-ZIX).
           MOVE CFHJU-MAX-SURYO TO WK-ZAI-MAX (WK-ZIX).
           IF WK-ZAI-MAX (WK-ZIX) < WK-ZAI-MIN (WK-ZIX)
             MOVE WK-ZAI-MIN (WK-ZIX) TO WK-ZAI-MAX (WK-ZIX)
           END-IF.
       EXT.
           EXIT.
      *
      *    倉庫へ引き当てた出庫記帳前の出荷
       LOAD-ALF-RTN        SECTION.
           READ ALF-FILE
             AT END
               MOVE "Y" TO ALF-END-FLG
               GO TO EXT
           END-READ.
           IF CFALF-SOKO-COD = SPACE
             GO TO EXT
           END-IF.
           MOVE CFALF-SHOHIN-NO TO WK-KEY-SHOHIN-NO.
           MOVE CFALF-SOKO-COD TO WK-KEY-SOKO-COD.
           MOVE "N" TO WK-ADD-FLG.
           PERFORM FIND-ZAI-RTN.
           IF WK-ZIX NOT = ZERO
             ADD CFALF-SURYO TO WK-ZAI-HIKIATE (WK-ZIX)
           END-IF.
       EXT.
           EXIT.
      *
      *    業務日付に有効な倉庫指定の仮押さえ
       LOAD-RSV-RTN        SECTION.
           READ RSV-FILE
             AT END
               MOVE "Y" TO RSV-END-FLG
               GO TO EXT
           END-READ.
           IF CFRSV-SOKO-COD = SPACE
            OR CFRSV-KIGEN-DATE < WK-BASE-DATE
             GO TO EXT
           END-IF.
           MOVE CFRSV-SHOHIN-NO TO WK-KEY-SHOHIN-NO.
           MOVE CFRSV-SOKO-COD TO WK-KEY-SOKO-COD.
           MOVE "N" TO WK-ADD-FLG.
           PERFORM FIND-ZAI-RTN.
           IF WK-ZIX NOT = ZERO
             ADD CFRSV-SURYO TO WK-ZAI-HIKIATE (WK-ZIX)
           END-IF.
       EXT.
           EXIT.
      *
      *    移動中の指示は入庫先の在庫見込みに加える(出庫元は指示
      *    時点で出庫記帳済み)
       LOAD-TRF-RTN        SECTION.
           READ TRF-FILE
             AT END
               MOVE "Y" TO TRF-END-FLG
               GO TO EXT
           END-READ.
           IF NOT CFTRF-IDO-CHU
             GO TO EXT
           END-IF.
           MOVE CFTRF-SHOHIN-NO TO WK-KEY-SHOHIN-NO.
           MOVE CFTRF-TO-SOKO TO WK-KEY-SOKO-COD.
           MOVE "N" TO WK-ADD-FLG.
           PERFORM FIND-ZAI-RTN.
           IF WK-ZIX NOT = ZERO
             ADD CFTRF-SURYO TO WK-ZAI-IDOCHU (WK-ZIX)
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    在庫テーブルの検索（WK-KEY-SHOHIN-NO・WK-KEY-SOKO-CODの
      *    行をWK-ZIXへ返す。無ければWK-ADD-FLG="Y"のとき追加し、
      *    "N"のときはZEROを返す）
      ******************************************************************
       FIND-ZAI-RTN        SECTION.
           MOVE ZERO TO WK-ZIX.
           IF WK-ZAI-CNT > ZERO
             SET WK-ZAI-IDX TO 1
             SEARCH WK-ZAI-ENT
               AT END
                 CONTINUE
               WHEN WK-ZAI-IDX > WK-ZAI-CNT
                 CONTINUE
               WHEN WK-ZAI-SHOHIN-NO (WK-ZAI-IDX) = WK-KEY-SHOHIN-NO
                AND WK-ZAI-SOKO-COD (WK-ZAI-IDX) = WK-KEY-SOKO-COD
                 SET WK-ZIX TO WK-ZAI-IDX
             END-SEARCH
           END-IF.
           IF WK-ZIX NOT = ZERO
            OR WK-ADD-FLG = "N"
             GO TO EXT
           END-IF.
           IF WK-ZAI-CNT >= 5000
             DISPLAY "!!! KSBM133 ABEND : ZAI TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-ZAI-CNT.
           MOVE WK-ZAI-CNT TO WK-ZIX.
           MOVE WK-KEY-SHOHIN-NO TO WK-ZAI-SHOHIN-NO (WK-ZIX).
           MOVE WK-KEY-SOKO-COD TO WK-ZAI-SOKO-COD (WK-ZIX).
           MOVE ZERO TO WK-ZAI-ZAIKO (WK-ZIX).
           MOVE ZERO TO WK-ZAI-HIKIATE (WK-ZIX).
           MOVE ZERO TO WK-ZAI-IDOCHU (WK-ZIX).
           MOVE "N" TO WK-ZAI-HJU-FLG (WK-ZIX).
           MOVE ZERO TO WK-ZAI-MIN (WK-ZIX).
           MOVE ZERO TO WK-ZAI-MAX (WK-ZIX).
           MOVE ZERO TO WK-ZAI-YOJO (WK-ZIX).
           MOVE ZERO TO WK-ZAI-HOJU (WK-ZIX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    商品×倉庫ごとの余剰・不足の算出
      *    引当可能 ＝ 在庫－引当済み
      *    在庫見込 ＝ 引当可能＋移動中
      *    補充点あり：在庫見込＜MINなら不足＝MAX－在庫見込、
      *                そうでなければ余剰＝在庫見込－MAX(引当可能まで)
      *    補充点なし：余剰＝引当可能
      ******************************************************************
       KEISAN-RTN          SECTION.
           COMPUTE WK-KANO =
             WK-ZAI-ZAIKO (WK-ZIX) - WK-ZAI-HIKIATE (WK-ZIX).
           COMPUTE WK-ICHI = WK-KANO + WK-ZAI-IDOCHU (WK-ZIX).
           MOVE ZERO TO WK-ZAI-YOJO (WK-ZIX).
           MOVE ZERO TO WK-ZAI-HOJU (WK-ZIX).
           IF WK-ZAI-HJU-FLG (WK-ZIX) = "Y"
             IF WK-ICHI < WK-ZAI-MIN (WK-ZIX)
               COMPUTE WK-ZAI-HOJU (WK-ZIX) =
                 WK-ZAI-MAX (WK-ZIX) - WK-ICHI
             ELSE
               COMPUTE WK-ZAI-YOJO (WK-ZIX) =
                 WK-ICHI - WK-ZAI-MAX (WK-ZIX)
               IF WK-ZAI-YOJO (WK-ZIX) > WK-KANO
                 MOVE WK-KANO TO WK-ZAI-YOJO (WK-ZIX)
               END-IF
             END-IF
           ELSE
             MOVE WK-KANO TO WK-ZAI-YOJO (WK-ZIX)
           END-IF.
           IF WK-ZAI-YOJO (WK-ZIX) < ZERO
             MOVE ZERO TO WK-ZAI-YOJO (WK-ZIX)
           END-IF.
      *    閉鎖倉庫は移動元・入庫先とも、委託倉庫は移動元の対象外
           IF WK-SOK-CNT = ZERO
             GO TO EXT
           END-IF.
           SET WK-SOK-IDX TO 1.
           SEARCH WK-SOK-ENT
             AT END
               CONTINUE
             WHEN WK-SOK-IDX > WK-SOK-CNT
               CONTINUE
             WHEN WK-SOK-COD (WK-SOK-IDX) = WK-ZAI-SOKO-COD (WK-ZIX)
               IF WK-SOK-KBN (WK-SOK-IDX) = "C"
                 MOVE ZERO TO WK-ZAI-HOJU (WK-ZIX)
               END-IF
               IF WK-SOK-KBN (WK-SOK-IDX) NOT = SPACE
                 MOVE ZERO TO WK-ZAI-YOJO (WK-ZIX)
               END-IF
           END-SEARCH.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    補充点を下回った倉庫1件の移動提案（余剰の最も多い倉庫から
      *    順に、不足が無くなるか移動元が尽きるまで提案する）
      ******************************************************************
       HOJU-RTN            SECTION.
           IF WK-ZAI-HOJU (WK-ZIX) NOT > ZERO
             GO TO EXT
           END-IF.
           ADD 1 TO WK-HOJU-CNT.
           INITIALIZE WK-HOJU-LINE.
           MOVE WK-ZAI-SHOHIN-NO (WK-ZIX) TO WK-HL-SHOHIN-NO.
           MOVE WK-ZAI-SOKO-COD (WK-ZIX) TO WK-HL-SOKO-COD.
           MOVE WK-ZAI-ZAIKO (WK-ZIX) TO WK-HL-ZAIKO.
           MOVE WK-ZAI-HIKIATE (WK-ZIX) TO WK-HL-HIKIATE.
           MOVE WK-ZAI-IDOCHU (WK-ZIX) TO WK-HL-IDOCHU.
           MOVE WK-ZAI-MIN (WK-ZIX) TO WK-HL-MIN.
           MOVE WK-ZAI-MAX (WK-ZIX) TO WK-HL-MAX.
           MOVE WK-HOJU-LINE TO RPT-REC.
           WRITE RPT-REC.
      *
           MOVE ZERO TO WK-CASE-IRISU.
           IF WK-SHO-CNT > ZERO
             SET WK-SHO-IDX TO 1
             SEARCH WK-SHO-ENT
               AT END
                 CONTINUE
               WHEN WK-SHO-IDX > WK-SHO-CNT
                 CONTINUE
               WHEN WK-SHO-SHOHIN-NO (WK-SHO-IDX) =
                    WK-ZAI-SHOHIN-NO (WK-ZIX)
                 MOVE WK-SHO-CASE-IRISU (WK-SHO-IDX) TO WK-CASE-IRISU
             END-SEARCH
           END-IF.
           MOVE WK-ZAI-HOJU (WK-ZIX) TO WK-NEED.
           MOVE "N" TO WK-TEIAN-END-FLG.
           PERFORM TEIAN-RTN
             UNTIL WK-NEED NOT > ZERO
                OR WK-TEIAN-END-FLG = "Y".
           IF WK-NEED > ZERO
             ADD 1 TO WK-FUSOKU-CNT
             MOVE RC-WARNING TO RETURN-CODE
             INITIALIZE WK-RPT-LINE
             MOVE "FUSOKU" TO WK-RPT-KBN
             MOVE WK-ZAI-SOKO-COD (WK-ZIX) TO WK-RPT-TO-SOKO
             MOVE WK-NEED TO WK-IDO-SURYO
             PERFORM SET-CASE-RTN
             MOVE WK-RPT-LINE TO RPT-REC
             WRITE RPT-REC
           END-IF.
       EXT.
           EXIT.
      *
      *    不足をケース単位に切り上げ、移動元の余剰をケース単位に
      *    切り捨てて、出せる数量の最も多い倉庫から1件提案する
       TEIAN-RTN           SECTION.
           MOVE WK-NEED TO WK-NEED-CASE.
           IF WK-CASE-IRISU > 1
             DIVIDE WK-NEED BY WK-CASE-IRISU
               GIVING WK-CASE-SU REMAINDER WK-HASU
             IF WK-HASU > ZERO
               ADD 1 TO WK-CASE-SU
             END-IF
             COMPUTE WK-NEED-CASE = WK-CASE-SU * WK-CASE-IRISU
           END-IF.
           MOVE ZERO TO WK-MOTO-IX.
           MOVE ZERO TO WK-MOTO-DASERU.
           PERFORM MOTO-RTN
             VARYING WK-ZJX FROM 1 BY 1
             UNTIL WK-ZJX > WK-ZAI-CNT.
           IF WK-MOTO-IX = ZERO
             MOVE "Y" TO WK-TEIAN-END-FLG
             GO TO EXT
           END-IF.
           MOVE WK-NEED-CASE TO WK-IDO-SURYO.
           IF WK-IDO-SURYO > WK-MOTO-DASERU
             MOVE WK-MOTO-DASERU TO WK-IDO-SURYO
           END-IF.
      *    移動依頼の数量は5桁まで(残りは次の提案で出す)
           IF WK-IDO-SURYO > 99999
             MOVE 99999 TO WK-IDO-SURYO
             IF WK-CASE-IRISU > 1
               DIVIDE WK-IDO-SURYO BY WK-CASE-IRISU
                 GIVING WK-CASE-SU REMAINDER WK-HASU
               SUBTRACT WK-HASU FROM WK-IDO-SURYO
             END-IF
           END-IF.
           SUBTRACT WK-IDO-SURYO FROM WK-ZAI-YOJO (WK-MOTO-IX).
           SUBTRACT WK-IDO-SURYO FROM WK-NEED.
           ADD 1 TO WK-TEIAN-CNT.
      *
           MOVE SPACE TO TIN-REC.
           MOVE WK-ZAI-SHOHIN-NO (WK-ZIX) TO TIN-SHOHIN-NO.
           MOVE WK-ZAI-SOKO-COD (WK-MOTO-IX) TO TIN-FROM-SOKO.
           MOVE WK-ZAI-SOKO-COD (WK-ZIX) TO TIN-TO-SOKO.
           MOVE WK-IDO-SURYO TO TIN-SURYO.
           WRITE TIN-REC.
      *
           INITIALIZE WK-RPT-LINE.
           MOVE "TEIAN" TO WK-RPT-KBN.
           MOVE WK-ZAI-SOKO-COD (WK-MOTO-IX) TO WK-RPT-FROM-SOKO.
           MOVE WK-ZAI-SOKO-COD (WK-ZIX) TO WK-RPT-TO-SOKO.
           PERFORM SET-CASE-RTN.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      *    同じ商品の他の倉庫のうち出せる数量の最も多い倉庫
       MOTO-RTN            SECTION.
           IF WK-ZJX = WK-ZIX
            OR WK-ZAI-SHOHIN-NO (WK-ZJX) NOT = WK-ZAI-SHOHIN-NO (WK-ZIX)
            OR WK-ZAI-YOJO (WK-ZJX) NOT > ZERO
             GO TO EXT
           END-IF.
           MOVE WK-ZAI-YOJO (WK-ZJX) TO WK-DASERU.
           IF WK-CASE-IRISU > 1
             DIVIDE WK-DASERU BY WK-CASE-IRISU
               GIVING WK-CASE-SU REMAINDER WK-HASU
             SUBTRACT WK-HASU FROM WK-DASERU
           END-IF.
           IF WK-DASERU > WK-MOTO-DASERU
             MOVE WK-DASERU TO WK-MOTO-DASERU
             MOVE WK-ZJX TO WK-MOTO-IX
           END-IF.
       EXT.
           EXIT.
      *
      *    WK-IDO-SURYOを数量・ケース数・端数として印字行へ設定する
       SET-CASE-RTN        SECTION.
           MOVE WK-IDO-SURYO TO WK-RPT-SURYO.
           IF WK-CASE-IRISU > 1
             DIVIDE WK-IDO-SURYO BY WK-CASE-IRISU
               GIVING WK-CASE-SU REMAINDER WK-HASU
             MOVE WK-CASE-SU TO WK-RPT-CASE-SU
             MOVE WK-HASU TO WK-RPT-HASU
           ELSE
             MOVE ZERO TO WK-RPT-CASE-SU
             MOVE WK-IDO-SURYO TO WK-RPT-HASU
           END-IF.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-SHO-FILE-ERR = "00"
             CLOSE SHO-FILE
           END-IF.
           IF WK-SZA-FILE-ERR = "00"
             CLOSE SZA-FILE
           END-IF.
           IF WK-HJU-FILE-ERR = "00"
             CLOSE HJU-FILE
           END-IF.
           IF WK-TIN-FILE-ERR = "00"
             CLOSE TIN-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "ZAICNT=" WK-ZAI-CNT.
           DISPLAY "HOJUCNT=" WK-HOJU-CNT.
           DISPLAY "TEIANCNT=" WK-TEIAN-CNT.
           DISPLAY "FUSOKUCNT=" WK-FUSOKU-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM133 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KSBM133"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 4                     TO RUNHIS-CNT-CNT.
           MOVE "ZAICNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-ZAI-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "HOJUCNT"             TO RUNHIS-CNT-LABEL (2).
           MOVE WK-HOJU-CNT           TO RUNHIS-CNT-VALUE (2).
           MOVE "TEIANCNT"            TO RUNHIS-CNT-LABEL (3).
           MOVE WK-TEIAN-CNT          TO RUNHIS-CNT-VALUE (3).
           MOVE "FUSOKUCNT"           TO RUNHIS-CNT-LABEL (4).
           MOVE WK-FUSOKU-CNT         TO RUNHIS-CNT-VALUE (4).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KSBM133 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
