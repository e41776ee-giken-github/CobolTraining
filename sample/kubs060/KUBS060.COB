       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KUBS060.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：取扱商品制限判定
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。得意先にその商品を販売してよいかを
      *                 判定する共通サブプログラム。得意先取扱商品
      *                 制限マスタ(TSR)の取扱禁止・取扱商品限定と、
      *                 免許要の商品(商品マスタCFSHO-MENKYO-KBN)に
      *                 対する得意先の免許有効期限(得意先マスタ
      *                 CFTOK-MENKYO-KIGEN)を判定日で確認する。
      *                 ファイルは最初の呼出で読み込んで保持する
      *                 (KUBS040と同じ方式)。開けないファイルは空
      *                 として扱い、その観点の制限は行わない。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT TSR-FILE
             ASSIGN TO EXTERNAL TSR
               FILE STATUS IS WK-TSR-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT TOK-FILE
             ASSIGN TO EXTERNAL TOK
               FILE STATUS IS WK-TOK-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
       FD  TSR-FILE.
       01  TSR-REC.
           COPY KCCFTSR.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY KCCFTOK.
      *
       WORKING-STORAGE     SECTION.
       01  WK-TSR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-LOADED-FLG               PIC  X(01) VALUE "N".
       01  TSR-END-FLG                 PIC  X(01) VALUE "N".
       01  SHO-END-FLG                 PIC  X(01) VALUE "N".
       01  TOK-END-FLG                 PIC  X(01) VALUE "N".
      ******************************************************************
      *  得意先取扱商品制限テーブル
      ******************************************************************
       01  WK-TSR-TBL.
           03  WK-TSR-CNT              PIC  9(05) VALUE ZERO.
           03  WK-TSR-ENT              OCCURS 5000 TIMES.
             05  WK-TSR-TOKU-COD       PIC  X(04).
             05  WK-TSR-SHOHIN-NO      PIC  X(05).
             05  WK-TSR-SEIGEN-KBN     PIC  X(01).
       01  WK-IX                       PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  免許要商品テーブル(免許要区分"Y"の商品だけを持つ)
      ******************************************************************
       01  WK-MNK-TBL.
           03  WK-MNK-CNT              PIC  9(05) VALUE ZERO.
           03  WK-MNK-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-MNK-IDX.
             05  WK-MNK-SHOHIN-NO      PIC  X(05).
      ******************************************************************
      *  得意先免許有効期限テーブル(期限の設定された得意先だけを持つ)
      ******************************************************************
       01  WK-KGN-TBL.
           03  WK-KGN-CNT              PIC  9(05) VALUE ZERO.
           03  WK-KGN-ENT              OCCURS 9999 TIMES
                                        INDEXED BY WK-KGN-IDX.
             05  WK-KGN-TOKU-COD       PIC  X(04).
             05  WK-KGN-KIGEN          PIC  9(08).
      *
       01  WK-USE-DATE                 PIC  9(08) VALUE ZERO.
       01  WK-GENTEI-FLG               PIC  X(01) VALUE "N".
       01  WK-TORIATSUKAI-FLG          PIC  X(01) VALUE "N".
      *
       LINKAGE             SECTION.
           COPY KUBS060-PARAMS.
      *
       PROCEDURE           DIVISION  USING  KUBS060-P1.
           MOVE SPACE TO SGN-RCD.
           IF WK-LOADED-FLG = "N"
             PERFORM LOAD-RTN
           END-IF.
           PERFORM HANTEI-RTN.
       EXT.
           EXIT PROGRAM.
      *
      ******************************************************************
      *    ファイルの読込(開けないファイルは空として判定する)
      ******************************************************************
       LOAD-RTN                 SECTION.
           MOVE "Y" TO WK-LOADED-FLG.
           OPEN INPUT TSR-FILE.
           IF WK-TSR-FILE-ERR = "00"
             PERFORM LOAD-TSR-RTN  UNTIL TSR-END-FLG = "Y"
             CLOSE TSR-FILE
           END-IF.
           OPEN INPUT SHO-FILE.
           IF WK-SHO-FILE-ERR = "00"
             PERFORM LOAD-SHO-RTN  UNTIL SHO-END-FLG = "Y"
             CLOSE SHO-FILE
           END-IF.
           OPEN INPUT TOK-FILE.
           IF WK-TOK-FILE-ERR = "00"
             PERFORM LOAD-TOK-RTN  UNTIL TOK-END-FLG = "Y"
             CLOSE TOK-FILE
           END-IF.
       EXT.
           EXIT.
      *
       LOAD-TSR-RTN             SECTION.
           READ TSR-FILE
             AT END
               MOVE "Y" TO TSR-END-FLG
               GO TO EXT
           END-READ.
           IF WK-TSR-CNT >= 5000
             DISPLAY "*** KUBS060 WARNING TSR TABLE FULL"
             MOVE "Y" TO TSR-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-TSR-CNT.
           MOVE CFTSR-TOKU-COD TO WK-TSR-TOKU-COD (WK-TSR-CNT).
           MOVE CFTSR-SHOHIN-NO TO WK-TSR-SHOHIN-NO (WK-TSR-CNT).
           MOVE CFTSR-SEIGEN-KBN TO WK-TSR-SEIGEN-KBN (WK-TSR-CNT).
       EXT.
           EXIT.
      *
       LOAD-SHO-RTN             SECTION.
           READ SHO-FILE
             AT END
               MOVE "Y" TO SHO-END-FLG
               GO TO EXT
           END-READ.
           IF NOT CFSHO-MENKYO-YOU
             GO TO EXT
           END-IF.
           IF WK-MNK-CNT >= 5000
             DISPLAY "*** KUBS060 WARNING MNK TABLE FULL"
             MOVE "Y" TO SHO-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-MNK-CNT.
           SET WK-MNK-IDX TO WK-MNK-CNT.
           MOVE CFSHO-SHOHIN-NO TO WK-MNK-SHOHIN-NO (WK-MNK-IDX).
       EXT.
           EXIT.
      *
       LOAD-TOK-RTN             SECTION.
           READ TOK-FILE
             AT END
               MOVE "Y" TO TOK-END-FLG
               GO TO EXT
           END-READ.
           IF CFTOK-MENKYO-KIGEN NOT NUMERIC
             OR CFTOK-MENKYO-KIGEN = ZERO
             GO TO EXT
           END-IF.
           IF WK-KGN-CNT >= 9999
             DISPLAY "*** KUBS060 WARNING KGN TABLE FULL"
             MOVE "Y" TO TOK-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-KGN-CNT.
           SET WK-KGN-IDX TO WK-KGN-CNT.
           MOVE CFTOK-TOKU-COD TO WK-KGN-TOKU-COD (WK-KGN-IDX).
           MOVE CFTOK-MENKYO-KIGEN TO WK-KGN-KIGEN (WK-KGN-IDX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    判定(取扱禁止→取扱商品限定→免許の順)
      ******************************************************************
       HANTEI-RTN               SECTION.
           IF SGN-HANTEI-DATE = ZERO
             MOVE FUNCTION CURRENT-DATE (1:8) TO WK-USE-DATE
           ELSE
             MOVE SGN-HANTEI-DATE TO WK-USE-DATE
           END-IF.
      *
           MOVE "N" TO WK-GENTEI-FLG.
           MOVE "N" TO WK-TORIATSUKAI-FLG.
           PERFORM TSR-SCAN-RTN
             VARYING WK-IX FROM 1 BY 1
             UNTIL WK-IX > WK-TSR-CNT
                OR SGN-KINSHI.
           IF SGN-KINSHI
             GO TO EXT
           END-IF.
           IF WK-GENTEI-FLG = "Y"
            AND WK-TORIATSUKAI-FLG = "N"
             MOVE "G" TO SGN-RCD
             GO TO EXT
           END-IF.
      *
           IF WK-MNK-CNT = ZERO
             GO TO EXT
           END-IF.
           SET WK-MNK-IDX TO 1.
           SEARCH WK-MNK-ENT
             AT END
               GO TO EXT
             WHEN WK-MNK-SHOHIN-NO (WK-MNK-IDX) = SGN-SHOHIN-NO
               CONTINUE
           END-SEARCH.
           IF WK-KGN-CNT = ZERO
             MOVE "M" TO SGN-RCD
             GO TO EXT
           END-IF.
           SET WK-KGN-IDX TO 1.
           SEARCH WK-KGN-ENT
             AT END
               MOVE "M" TO SGN-RCD
             WHEN WK-KGN-TOKU-COD (WK-KGN-IDX) = SGN-TOKU-COD
               IF WK-KGN-KIGEN (WK-KGN-IDX) < WK-USE-DATE
                 MOVE "M" TO SGN-RCD
               END-IF
           END-SEARCH.
       EXT.
           EXIT.
      *
      *    得意先の制限行を見て、取扱禁止・取扱商品限定の該当を記録する
       TSR-SCAN-RTN             SECTION.
           IF WK-TSR-TOKU-COD (WK-IX) NOT = SGN-TOKU-COD
             GO TO EXT
           END-IF.
           IF WK-TSR-SEIGEN-KBN (WK-IX) = "T"
             MOVE "Y" TO WK-GENTEI-FLG
             IF WK-TSR-SHOHIN-NO (WK-IX) = SGN-SHOHIN-NO
               MOVE "Y" TO WK-TORIATSUKAI-FLG
             END-IF
             GO TO EXT
           END-IF.
           IF WK-TSR-SEIGEN-KBN (WK-IX) = "K"
            AND WK-TSR-SHOHIN-NO (WK-IX) = SGN-SHOHIN-NO
             MOVE "K" TO SGN-RCD
           END-IF.
       EXT.
           EXIT.
