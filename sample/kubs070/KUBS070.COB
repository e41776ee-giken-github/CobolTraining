       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KUBS070.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：納品先受入条件・出荷日調整
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。納品先マスタ(STM)の受入可能曜日・
      *                 受入時間帯(未設定の項目は得意先マスタ(TOK)の
      *                 既定値)を求め、出荷予定日に配送日数マスタ
      *                 (LDT)の運送業者・地域別の輸送日数を加えた
      *                 納品日が受入可能曜日に当たらない場合は、当たる
      *                 まで出荷日を倉庫営業日(営業日カレンダKCCFCAL、
      *                 CALCYESTERDAYの倉庫営業日モード)単位で繰り
      *                 下げる共通サブプログラム。在庫引当(KUBM080)・
      *                 納期回答(KUBS040)が出荷日の決定に、納品書
      *                 (KUBM082)・運送便マニフェスト(KUBM083)が受入
      *                 時間帯の印字に使う。ファイルは最初の呼出で
      *                 読み込んで保持する(KUBS040と同じ方式)。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT STM-FILE
             ASSIGN TO EXTERNAL STM
               FILE STATUS IS WK-STM-FILE-ERR.
           SELECT TOK-FILE
             ASSIGN TO EXTERNAL TOK
               FILE STATUS IS WK-TOK-FILE-ERR.
           SELECT LDT-FILE
             ASSIGN TO EXTERNAL LDT
               FILE STATUS IS WK-LDT-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
       FD  STM-FILE.
       01  STM-REC.
           COPY KCCFSTM.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY KCCFTOK.
       FD  LDT-FILE.
       01  LDT-REC.
           COPY KCCFLDT.
      *
       WORKING-STORAGE     SECTION.
       01  WK-STM-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-LDT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-LOADED-FLG               PIC  X(01) VALUE "N".
       01  STM-END-FLG                 PIC  X(01) VALUE "N".
       01  TOK-END-FLG                 PIC  X(01) VALUE "N".
       01  LDT-END-FLG                 PIC  X(01) VALUE "N".
      ******************************************************************
      *  納品先テーブル(地域・受入条件)
      ******************************************************************
       01  WK-STM-TBL.
           03  WK-STM-CNT              PIC  9(05) VALUE ZERO.
           03  WK-STM-ENT              OCCURS 9999 TIMES
                                        INDEXED BY WK-STM-IDX.
             05  WK-STM-TOKU-COD       PIC  X(04).
             05  WK-STM-SHIPTO-COD     PIC  X(02).
             05  WK-STM-REGION-COD     PIC  X(02).
             05  WK-STM-YOBI           PIC  X(07).
             05  WK-STM-FROM           PIC  9(04).
             05  WK-STM-TO             PIC  9(04).
       01  WK-STM-FOUND-FLG            PIC  X(01) VALUE "N".
      ******************************************************************
      *  得意先テーブル(地域・受入条件の既定値)
      ******************************************************************
       01  WK-TOK-TBL.
           03  WK-TOK-CNT              PIC  9(05) VALUE ZERO.
           03  WK-TOK-ENT              OCCURS 9999 TIMES
                                        INDEXED BY WK-TOK-IDX.
             05  WK-TOK-TOKU-COD       PIC  X(04).
             05  WK-TOK-REGION-COD     PIC  X(02).
             05  WK-TOK-YOBI           PIC  X(07).
             05  WK-TOK-FROM           PIC  9(04).
             05  WK-TOK-TO             PIC  9(04).
       01  WK-TOK-FOUND-FLG            PIC  X(01) VALUE "N".
      ******************************************************************
      *  配送日数テーブル
      ******************************************************************
       01  WK-LDT-TBL.
           03  WK-LDT-CNT              PIC  9(03) VALUE ZERO.
           03  WK-LDT-ENT              OCCURS 500 TIMES
                                        INDEXED BY WK-LDT-IDX.
             05  WK-LDT-CARRIER-COD    PIC  X(02).
             05  WK-LDT-REGION-COD     PIC  X(02).
             05  WK-LDT-NISSU          PIC  9(02).
       01  WK-LDT-FOUND-FLG            PIC  X(01) VALUE "N".
       01  WK-LOOKUP-CARRIER-COD       PIC  X(02).
      *
       01  WK-REGION-COD               PIC  X(02) VALUE SPACE.
      *受入可能曜日の指定があるか("Y"の曜日が1つ以上)
       01  WK-YOBI-CNT                 PIC  9(01) VALUE ZERO.
      *曜日位置(1=月曜～7=日曜)
       01  WK-YOBI-POS                 PIC  9(01) VALUE ZERO.
       01  WK-UKEIRE-OK-FLG            PIC  X(01) VALUE "N".
       01  WK-TRY-CNT                  PIC  9(02) VALUE ZERO.
       01  WK-MOTO-SHIP-DATE           PIC  9(08) VALUE ZERO.
       01  WK-SHIP-DATE                PIC  9(08) VALUE ZERO.
       01  WK-INT-DATE                 PIC  9(08) VALUE ZERO.
      *
      *営業日計算(CALCYESTERDAY)呼出用
           COPY CALCYESTERDAY-PARAMS.
      *
       LINKAGE             SECTION.
           COPY KUBS070-PARAMS.
      *
       PROCEDURE           DIVISION  USING  KUBS070-P1.
           MOVE SPACE TO NKB-RCD.
           MOVE ZERO TO NKB-NOHIN-DATE.
           MOVE ZERO TO NKB-YUSO-NISSU.
           IF WK-LOADED-FLG = "N"
             PERFORM LOAD-RTN
           END-IF.
           PERFORM JOKEN-RTN.
           PERFORM NISSU-RTN.
           IF NKB-SHIP-DATE NOT NUMERIC
            OR NKB-SHIP-DATE = ZERO
             GO TO EXT
           END-IF.
           MOVE NKB-SHIP-DATE TO WK-MOTO-SHIP-DATE.
           MOVE NKB-SHIP-DATE TO WK-SHIP-DATE.
           PERFORM NOHINBI-RTN.
           IF NKB-SHUTOKU
             GO TO EXT
           END-IF.
           PERFORM CHOSEI-RTN.
       EXT.
           EXIT PROGRAM.
      *
      ******************************************************************
      *    ファイルの読込(開けないファイルは空として扱う)
      ******************************************************************
       LOAD-RTN                 SECTION.
           MOVE "Y" TO WK-LOADED-FLG.
           OPEN INPUT STM-FILE.
           IF WK-STM-FILE-ERR = "00"
             PERFORM LOAD-STM-RTN  UNTIL STM-END-FLG = "Y"
             CLOSE STM-FILE
           END-IF.
           OPEN INPUT TOK-FILE.
           IF WK-TOK-FILE-ERR = "00"
             PERFORM LOAD-TOK-RTN  UNTIL TOK-END-FLG = "Y"
             CLOSE TOK-FILE
           END-IF.
           OPEN INPUT LDT-FILE.
           IF WK-LDT-FILE-ERR = "00"
             PERFORM LOAD-LDT-RTN  UNTIL LDT-END-FLG = "Y"
             CLOSE LDT-FILE
           END-IF.
       EXT.
           EXIT.
      *
       LOAD-STM-RTN             SECTION.
           READ STM-FILE
             AT END
               MOVE "Y" TO STM-END-FLG
               GO TO EXT
           END-READ.
           IF WK-STM-CNT >= 9999
             DISPLAY "*** KUBS070 WARNING STM TABLE FULL"
             MOVE "Y" TO STM-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-STM-CNT.
           SET WK-STM-IDX TO WK-STM-CNT.
           MOVE CFSTM-TOKU-COD TO WK-STM-TOKU-COD (WK-STM-IDX).
           MOVE CFSTM-SHIPTO-COD TO WK-STM-SHIPTO-COD (WK-STM-IDX).
           MOVE CFSTM-REGION-COD TO WK-STM-REGION-COD (WK-STM-IDX).
           MOVE CFSTM-UKEIRE-YOBI TO WK-STM-YOBI (WK-STM-IDX).
           IF CFSTM-UKEIRE-FROM NUMERIC
            AND CFSTM-UKEIRE-TO NUMERIC
             MOVE CFSTM-UKEIRE-FROM TO WK-STM-FROM (WK-STM-IDX)
             MOVE CFSTM-UKEIRE-TO TO WK-STM-TO (WK-STM-IDX)
           ELSE
             MOVE ZERO TO WK-STM-FROM (WK-STM-IDX)
             MOVE ZERO TO WK-STM-TO (WK-STM-IDX)
           END-IF.
       EXT.
           EXIT.
      *
       LOAD-TOK-RTN             SECTION.
           READ TOK-FILE
             AT END
               MOVE "Y" TO TOK-END-FLG
               GO TO EXT
           END-READ.
           IF WK-TOK-CNT >= 9999
             DISPLAY "*** KUBS070 WARNING TOK TABLE FULL"
             MOVE "Y" TO TOK-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-TOK-CNT.
           SET WK-TOK-IDX TO WK-TOK-CNT.
           MOVE CFTOK-TOKU-COD TO WK-TOK-TOKU-COD (WK-TOK-IDX).
           MOVE CFTOK-REGION-COD TO WK-TOK-REGION-COD (WK-TOK-IDX).
           MOVE CFTOK-UKEIRE-YOBI TO WK-TOK-YOBI (WK-TOK-IDX).
           IF CFTOK-UKEIRE-FROM NUMERIC
            AND CFTOK-UKEIRE-TO NUMERIC
             MOVE CFTOK-UKEIRE-FROM TO WK-TOK-FROM (WK-TOK-IDX)
             MOVE CFTOK-UKEIRE-TO TO WK-TOK-TO (WK-TOK-IDX)
           ELSE
             MOVE ZERO TO WK-TOK-FROM (WK-TOK-IDX)
             MOVE ZERO TO WK-TOK-TO (WK-TOK-IDX)
           END-IF.
       EXT.
           EXIT.
      *
       LOAD-LDT-RTN             SECTION.
           READ LDT-FILE
             AT END
               MOVE "Y" TO LDT-END-FLG
               GO TO EXT
           END-READ.
           IF CFLDT-NISSU NOT NUMERIC
             GO TO EXT
           END-IF.
           IF WK-LDT-CNT >= 500
             DISPLAY "*** KUBS070 WARNING LDT TABLE FULL"
             MOVE "Y" TO LDT-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-LDT-CNT.
           SET WK-LDT-IDX TO WK-LDT-CNT.
           MOVE CFLDT-CARRIER-COD TO WK-LDT-CARRIER-COD (WK-LDT-IDX).
           MOVE CFLDT-REGION-COD TO WK-LDT-REGION-COD (WK-LDT-IDX).
           MOVE CFLDT-NISSU TO WK-LDT-NISSU (WK-LDT-IDX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    受入条件の決定(納品先マスタの設定を優先し、未設定の項目は
      *    得意先マスタの既定値を使う)
      ******************************************************************
       JOKEN-RTN                SECTION.
           MOVE SPACE TO NKB-UKEIRE-YOBI.
           MOVE ZERO TO NKB-UKEIRE-FROM.
           MOVE ZERO TO NKB-UKEIRE-TO.
           MOVE NKB-REGION-COD TO WK-REGION-COD.
      *
           MOVE "N" TO WK-STM-FOUND-FLG.
           IF NKB-SHIPTO-COD NOT = SPACE
            AND WK-STM-CNT > ZERO
             SET WK-STM-IDX TO 1
             SEARCH WK-STM-ENT
               AT END
                 CONTINUE
               WHEN WK-STM-IDX > WK-STM-CNT
                 CONTINUE
               WHEN WK-STM-TOKU-COD (WK-STM-IDX) = NKB-TOKU-COD
                AND WK-STM-SHIPTO-COD (WK-STM-IDX) = NKB-SHIPTO-COD
                 MOVE "Y" TO WK-STM-FOUND-FLG
             END-SEARCH
           END-IF.
           MOVE "N" TO WK-TOK-FOUND-FLG.
           IF WK-TOK-CNT > ZERO
             SET WK-TOK-IDX TO 1
             SEARCH WK-TOK-ENT
               AT END
                 CONTINUE
               WHEN WK-TOK-IDX > WK-TOK-CNT
                 CONTINUE
               WHEN WK-TOK-TOKU-COD (WK-TOK-IDX) = NKB-TOKU-COD
                 MOVE "Y" TO WK-TOK-FOUND-FLG
             END-SEARCH
           END-IF.
      *
           IF WK-STM-FOUND-FLG = "Y"
             MOVE WK-STM-YOBI (WK-STM-IDX) TO NKB-UKEIRE-YOBI
             MOVE WK-STM-FROM (WK-STM-IDX) TO NKB-UKEIRE-FROM
             MOVE WK-STM-TO (WK-STM-IDX) TO NKB-UKEIRE-TO
             IF WK-REGION-COD = SPACE
               MOVE WK-STM-REGION-COD (WK-STM-IDX) TO WK-REGION-COD
             END-IF
           END-IF.
           IF WK-TOK-FOUND-FLG = "Y"
             IF NKB-UKEIRE-YOBI = SPACE
               MOVE WK-TOK-YOBI (WK-TOK-IDX) TO NKB-UKEIRE-YOBI
             END-IF
             IF NKB-UKEIRE-FROM = ZERO
              AND NKB-UKEIRE-TO = ZERO
               MOVE WK-TOK-FROM (WK-TOK-IDX) TO NKB-UKEIRE-FROM
               MOVE WK-TOK-TO (WK-TOK-IDX) TO NKB-UKEIRE-TO
             END-IF
             IF WK-REGION-COD = SPACE
               MOVE WK-TOK-REGION-COD (WK-TOK-IDX) TO WK-REGION-COD
             END-IF
           END-IF.
      *
           MOVE ZERO TO WK-YOBI-CNT.
           INSPECT NKB-UKEIRE-YOBI TALLYING WK-YOBI-CNT FOR ALL "Y".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    輸送日数の決定(業者別の行→標準の行の順。無ければゼロ)
      ******************************************************************
       NISSU-RTN                SECTION.
           MOVE NKB-CARRIER-COD TO WK-LOOKUP-CARRIER-COD.
           PERFORM FIND-LDT-RTN.
           IF WK-LDT-FOUND-FLG = "N"
            AND NKB-CARRIER-COD NOT = SPACE
             MOVE SPACE TO WK-LOOKUP-CARRIER-COD
             PERFORM FIND-LDT-RTN
           END-IF.
           IF WK-LDT-FOUND-FLG = "Y"
             MOVE WK-LDT-NISSU (WK-LDT-IDX) TO NKB-YUSO-NISSU
           END-IF.
       EXT.
           EXIT.
      *
       FIND-LDT-RTN             SECTION.
           MOVE "N" TO WK-LDT-FOUND-FLG.
           IF WK-LDT-CNT = ZERO
             GO TO EXT
           END-IF.
           SET WK-LDT-IDX TO 1.
           SEARCH WK-LDT-ENT
             AT END
               CONTINUE
             WHEN WK-LDT-IDX > WK-LDT-CNT
               CONTINUE
             WHEN WK-LDT-CARRIER-COD (WK-LDT-IDX)
                    = WK-LOOKUP-CARRIER-COD
              AND WK-LDT-REGION-COD (WK-LDT-IDX) = WK-REGION-COD
               MOVE "Y" TO WK-LDT-FOUND-FLG
           END-SEARCH.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    出荷日調整(納品日が受入可能曜日になるまで出荷日を倉庫営業日
      *    単位で繰り下げる。31営業日先までに無ければ調整しない)
      ******************************************************************
       CHOSEI-RTN               SECTION.
           MOVE ZERO TO WK-TRY-CNT.
           PERFORM KURISAGE-RTN
             UNTIL WK-UKEIRE-OK-FLG = "Y"
                OR WK-TRY-CNT >= 31.
           IF WK-UKEIRE-OK-FLG NOT = "Y"
             MOVE "E" TO NKB-RCD
             MOVE WK-MOTO-SHIP-DATE TO WK-SHIP-DATE
             PERFORM NOHINBI-RTN
             GO TO EXT
           END-IF.
           IF WK-SHIP-DATE NOT = WK-MOTO-SHIP-DATE
             MOVE "A" TO NKB-RCD
             MOVE WK-SHIP-DATE TO NKB-SHIP-DATE
           END-IF.
       EXT.
           EXIT.
      *
       KURISAGE-RTN             SECTION.
           ADD 1 TO WK-TRY-CNT.
           MOVE WK-SHIP-DATE TO DATE-YYYYMMDD.
           MOVE 1 TO OFFSET-DAYS.
           MOVE "W" TO BUSDAY-FLG.
           CALL "CALCYESTERDAY" USING CALCYESTERDAY-P1.
           IF ERR = "E"
             COMPUTE WK-INT-DATE =
               FUNCTION INTEGER-OF-DATE (WK-SHIP-DATE) + 1
             COMPUTE WK-SHIP-DATE =
               FUNCTION DATE-OF-INTEGER (WK-INT-DATE)
           ELSE
             MOVE RESULT-YYYYMMDD TO WK-SHIP-DATE
           END-IF.
           PERFORM NOHINBI-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    納品日計算(出荷日＋輸送日数)と受入可能曜日の判定
      ******************************************************************
       NOHINBI-RTN              SECTION.
           COMPUTE WK-INT-DATE =
             FUNCTION INTEGER-OF-DATE (WK-SHIP-DATE) + NKB-YUSO-NISSU.
           COMPUTE NKB-NOHIN-DATE =
             FUNCTION DATE-OF-INTEGER (WK-INT-DATE).
           COMPUTE WK-YOBI-POS = FUNCTION MOD (WK-INT-DATE 7).
           IF WK-YOBI-POS = ZERO
             MOVE 7 TO WK-YOBI-POS
           END-IF.
           MOVE "N" TO WK-UKEIRE-OK-FLG.
           IF WK-YOBI-CNT = ZERO
            OR NKB-UKEIRE-YOBI (WK-YOBI-POS:1) = "Y"
             MOVE "Y" TO WK-UKEIRE-OK-FLG
           END-IF.
       EXT.
           EXIT.
