       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KCBS090.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：共通
      * プログラム名  ：在庫更新前イメージ退避
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。在庫を更新するバッチが変更する
      *                 レコードの変更前イメージを、実行ID(プログラム
      *                 ID＋実行開始日時)付きで更新前イメージジャー
      *                 ナル(BIJ、KCCFBIJ形式)へ追記する共通サブ
      *                 プログラム。実行IDは開始指示("S")で受け取って
      *                 保持し、追記("W")のたびに実行内の通番を振る。
      *                 開始指示を受けていない間の追記は何もしない。
      *                 追記のたびに開閉しないよう最初の追記でEXTEND
      *                 で開いたまま保持し、呼出元のTERM処理からの
      *                 クローズ指示("X")で閉じる(KCBS070と同じ方式)。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BIJ-FILE
             ASSIGN TO EXTERNAL BIJ
               FILE STATUS IS WK-BIJ-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
       FD  BIJ-FILE.
       01  BIJ-REC.
           COPY KCCFBIJ.
      *
       WORKING-STORAGE     SECTION.
       01  WK-BIJ-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-BIJ-OPEN-FLG             PIC  X(01) VALUE "N".
      *    開始指示で受け取った実行ID("N"の間は追記しない)
       01  WK-RUN-FLG                  PIC  X(01) VALUE "N".
       01  WK-RUN-ID.
           03  WK-RUN-PGM-ID           PIC  X(08) VALUE SPACE.
           03  WK-RUN-DATE             PIC  9(08) VALUE ZERO.
           03  WK-RUN-TIME             PIC  9(06) VALUE ZERO.
       01  WK-SEQ                      PIC  9(07) VALUE ZERO.
      *
       LINKAGE             SECTION.
           COPY KCBS090P.
      *
       PROCEDURE           DIVISION  USING  KCBS090-P1.
           MOVE SPACE TO BIJ-ERR.
           EVALUATE TRUE
             WHEN BIJ-FUNC-START
               PERFORM START-RTN
             WHEN BIJ-FUNC-WRITE
               PERFORM WRITE-BIJ-RTN
             WHEN BIJ-FUNC-CLOSE
               PERFORM CLOSE-RTN
             WHEN OTHER
               MOVE "Y" TO BIJ-ERR
           END-EVALUATE.
       EXT.
           EXIT PROGRAM.
      *
      ******************************************************************
      *    実行開始処理（実行IDを保持し通番を振り直す）
      ******************************************************************
       START-RTN                SECTION.
           IF BIJ-RUN-PGM-ID = SPACE
             MOVE "Y" TO BIJ-ERR
             GO TO EXT
           END-IF.
           MOVE BIJ-RUN-PGM-ID TO WK-RUN-PGM-ID.
           MOVE BIJ-RUN-DATE TO WK-RUN-DATE.
           MOVE BIJ-RUN-TIME TO WK-RUN-TIME.
           MOVE ZERO TO WK-SEQ.
           MOVE "Y" TO WK-RUN-FLG.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    変更前イメージ1件追記処理（初回実行時はファイルが存在せず
      *    EXTENDできないため、その場合だけOUTPUTで新規作成する）
      ******************************************************************
       WRITE-BIJ-RTN            SECTION.
           IF WK-RUN-FLG = "N"
             GO TO EXT
           END-IF.
           IF WK-BIJ-OPEN-FLG = "N"
             OPEN EXTEND BIJ-FILE
             IF WK-BIJ-FILE-ERR NOT = "00"
               OPEN OUTPUT BIJ-FILE
             END-IF
             IF WK-BIJ-FILE-ERR = "00"
               MOVE "Y" TO WK-BIJ-OPEN-FLG
             END-IF
           END-IF.
           IF WK-BIJ-OPEN-FLG = "N"
             MOVE "Y" TO BIJ-ERR
             GO TO EXT
           END-IF.
      *
           ADD 1 TO WK-SEQ.
           MOVE SPACE TO BIJ-REC.
           MOVE WK-RUN-PGM-ID TO CFBIJ-RUN-PGM-ID.
           MOVE WK-RUN-DATE TO CFBIJ-RUN-DATE.
           MOVE WK-RUN-TIME TO CFBIJ-RUN-TIME.
           MOVE WK-SEQ TO CFBIJ-SEQ.
           MOVE BIJ-RESOURCE TO CFBIJ-RESOURCE.
           MOVE BIJ-ACTION TO CFBIJ-ACTION.
           MOVE BIJ-KEY TO CFBIJ-KEY.
           MOVE BIJ-IMAGE TO CFBIJ-IMAGE.
           WRITE BIJ-REC.
           IF WK-BIJ-FILE-ERR NOT = "00"
             MOVE "Y" TO BIJ-ERR
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    クローズ処理（呼出元のTERM処理から指示される。以降の追記は
      *    次の開始指示まで行わない）
      ******************************************************************
       CLOSE-RTN                SECTION.
           IF WK-BIJ-OPEN-FLG = "Y"
             CLOSE BIJ-FILE
             MOVE "N" TO WK-BIJ-OPEN-FLG
           END-IF.
           MOVE "N" TO WK-RUN-FLG.
       EXT.
           EXIT.
