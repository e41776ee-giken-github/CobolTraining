       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KSBM122.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：商品
      * プログラム名  ：買掛金年齢表
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。買掛金台帳(KCCFAPF)の未払・一部
      *                 支払の行について残額(金額－支払済額)を、業務
      *                 日付(KCCFBSD)から見た支払期日(CFAPF-DUE-DATE)
      *                 の経過日数で期日未到来／30日以内／60日以内／
      *                 90日以内／120日以内／120日超の区分(超過分は
      *                 売掛金年齢表KUBM076と同じ区切り)に振り分け、
      *                 仕入先別の年齢表と区分別総合計を印字する。期日
      *                 が台帳に無い行は仕入先の支払条件からKUBS010で
      *                 算出する(KSBM111と同じ求め方)。KSBM111の支払
      *                 処理の前に、期日超過の買掛金と資金需要を確認
      *                 する。会社は環境変数KAISHA-COD(省略時"01")で
      *                 指定し、その会社の行だけを集計する(会社コード
      *                 SPACEの行は"01")。見出しに会社コードを印字する。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT APF-FILE
             ASSIGN TO EXTERNAL APF
               FILE STATUS IS WK-APF-FILE-ERR.
           SELECT SIR-FILE
             ASSIGN TO EXTERNAL SIR
               FILE STATUS IS WK-SIR-FILE-ERR.
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
       FD  APF-FILE.
       01  APF-REC.
           COPY KCCFAPF.
       FD  SIR-FILE.
       01  SIR-REC.
           COPY KCCFSIR.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(150).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
           COPY KUBS010-PARAMS.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-BSD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-APF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SIR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  APF-END-FLG                 PIC  X(01) VALUE "N".
       01  SIR-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      *    集計する会社(環境変数KAISHA-COD。省略時"01")
       01  WK-KAISHA-COD               PIC  X(02) VALUE "01".
       01  WK-ENV-KAISHA-COD           PIC  X(02) VALUE SPACE.
       01  WK-ROW-KAISHA-COD           PIC  X(02) VALUE SPACE.
       01  WK-BASE-INT                 PIC  9(08) VALUE ZERO.
      ******************************************************************
      *  仕入先別年齢集計テーブル(区分1=期日未到来 2=超過30日以内
      *  3=31-60日 4=61-90日 5=91-120日 6=120日超)
      ******************************************************************
       01  WK-SIR-TBL.
           03  WK-SIR-CNT              PIC  9(04) VALUE ZERO.
           03  WK-SIR-ENT              OCCURS 1000 TIMES
                                        INDEXED BY WK-SIR-IDX.
             05  WK-SIR-SUPPLIER-COD   PIC  X(06).
             05  WK-SIR-SUPPLIER-MEI   PIC  X(20).
             05  WK-SIR-TERMS-COD      PIC  X(02).
             05  WK-SIR-BUCKET         PIC S9(13) OCCURS 6 TIMES.
             05  WK-SIR-GOKEI          PIC S9(13).
       01  WK-SIR-FOUND-FLG            PIC  X(01) VALUE "N".
      *
      *  区分別総合計
       01  WK-SOU-TBL.
           03  WK-SOU-BUCKET           PIC S9(13) OCCURS 6 TIMES
                                        VALUE ZERO.
       01  WK-SOU-GOKEI                PIC S9(13) VALUE ZERO.
      *
       01  WK-USE-DUE-DATE             PIC  9(08) VALUE ZERO.
       01  WK-KEIKA-NISSU              PIC S9(05) VALUE ZERO.
       01  WK-ZANDAKA                  PIC S9(13) VALUE ZERO.
       01  WK-BUCKET-NO                PIC  9(01) VALUE ZERO.
       01  WK-IX                       PIC  9(05) VALUE ZERO.
       01  WK-APF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-OPEN-CNT                 PIC  9(09) VALUE ZERO.
       01  WK-PRT-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-SIR-NASHI-CNT            PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  印字用
      ******************************************************************
       01  WK-RPT-TITLE.
           03  FILLER                  PIC  X(34) VALUE
             "*** KSBM122 KAIKAKEKIN NENREIHYO ".
           03  FILLER                  PIC  X(10) VALUE "BASE-DATE=".
           03  WK-RPT-TITLE-BASE       PIC  9(08).
           03  FILLER                  PIC  X(08) VALUE " KAISHA=".
           03  WK-RPT-TITLE-KAISHA     PIC  X(02).
           03  FILLER                  PIC  X(04) VALUE " ***".
       01  WK-RPT-SUBTITLE.
           03  FILLER                  PIC  X(27) VALUE
             "SIRCOD SUPPLIER-MEI".
           03  FILLER                  PIC  X(16) VALUE
             "      NOT-DUE".
           03  FILLER                  PIC  X(16) VALUE
             "        1-30".
           03  FILLER                  PIC  X(16) VALUE
             "       31-60".
           03  FILLER                  PIC  X(16) VALUE
             "       61-90".
           03  FILLER                  PIC  X(16) VALUE
             "      91-120".
           03  FILLER                  PIC  X(16) VALUE
             "     120OVER".
           03  FILLER                  PIC  X(16) VALUE
             "       TOTAL".
       01  WK-RPT-LINE.
           03  WK-RPT-SUPPLIER-COD     PIC  X(06).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-SUPPLIER-MEI     PIC  X(20).
           03  WK-RPT-BUCKET1          PIC  ---,---,---,--9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-BUCKET2          PIC  ---,---,---,--9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-BUCKET3          PIC  ---,---,---,--9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-BUCKET4          PIC  ---,---,---,--9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-BUCKET5          PIC  ---,---,---,--9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-BUCKET6          PIC  ---,---,---,--9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-GOKEI            PIC  ---,---,---,--9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL APF-END-FLG = "Y"
             PERFORM PRINT-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KSBM122 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
           DISPLAY "KAISHA-COD" UPON ENVIRONMENT-NAME.
           ACCEPT WK-ENV-KAISHA-COD FROM ENVIRONMENT-VALUE.
           IF WK-ENV-KAISHA-COD NOT = SPACE
             MOVE WK-ENV-KAISHA-COD TO WK-KAISHA-COD
           END-IF.
           DISPLAY "*** KSBM122 KAISHA=" WK-KAISHA-COD.
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
           MOVE FUNCTION INTEGER-OF-DATE (WK-BASE-DATE)
             TO WK-BASE-INT.
      *
           OPEN INPUT APF-FILE.
           IF WK-APF-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM122 ABEND NOT APF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT SIR-FILE
             IF WK-SIR-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM122 ABEND NOT SIR-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RPT-FILE
             IF WK-RPT-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM122 ABEND NOT RPT-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "N"
             GO TO EXT
           END-IF.
      *
           MOVE WK-BASE-DATE TO WK-RPT-TITLE-BASE.
           MOVE WK-KAISHA-COD TO WK-RPT-TITLE-KAISHA.
           MOVE WK-RPT-TITLE TO RPT-REC.
           WRITE RPT-REC.
           MOVE WK-RPT-SUBTITLE TO RPT-REC.
           WRITE RPT-REC.
           PERFORM LOAD-SIR-RTN  UNTIL SIR-END-FLG = "Y".
           PERFORM READ-APF-RTN.
       EXT.
           EXIT.
      *
       LOAD-SIR-RTN        SECTION.
           READ SIR-FILE
             AT END
               MOVE "Y" TO SIR-END-FLG
               GO TO EXT
           END-READ.
           IF WK-SIR-CNT >= 1000
             DISPLAY "!!! KSBM122 ABEND : SIR TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SIR-CNT.
           SET WK-SIR-IDX TO WK-SIR-CNT.
           MOVE CFSIR-SUPPLIER-COD
             TO WK-SIR-SUPPLIER-COD (WK-SIR-IDX).
           MOVE CFSIR-SUPPLIER-MEI
             TO WK-SIR-SUPPLIER-MEI (WK-SIR-IDX).
           MOVE CFSIR-TERMS-COD TO WK-SIR-TERMS-COD (WK-SIR-IDX).
           PERFORM CLEAR-BUCKET-RTN.
       EXT.
           EXIT.
      *
       CLEAR-BUCKET-RTN    SECTION.
           MOVE ZERO TO WK-SIR-BUCKET (WK-SIR-IDX 1).
           MOVE ZERO TO WK-SIR-BUCKET (WK-SIR-IDX 2).
           MOVE ZERO TO WK-SIR-BUCKET (WK-SIR-IDX 3).
           MOVE ZERO TO WK-SIR-BUCKET (WK-SIR-IDX 4).
           MOVE ZERO TO WK-SIR-BUCKET (WK-SIR-IDX 5).
           MOVE ZERO TO WK-SIR-BUCKET (WK-SIR-IDX 6).
           MOVE ZERO TO WK-SIR-GOKEI (WK-SIR-IDX).
       EXT.
           EXIT.
      *
       READ-APF-RTN        SECTION.
       NEXT-READ.
           READ APF-FILE
             AT END
               MOVE "Y" TO APF-END-FLG
             NOT AT END
               ADD 1 TO WK-APF-CNT
           END-READ.
           IF APF-END-FLG = "Y"
             GO TO EXT
           END-IF.
      *    他社の行は読み飛ばす
           MOVE CFAPF-KAISHA-COD TO WK-ROW-KAISHA-COD.
           PERFORM SET-ROW-KAISHA-RTN.
           IF WK-ROW-KAISHA-COD NOT = WK-KAISHA-COD
             GO TO NEXT-READ
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    台帳1件ごとの年齢区分振り分け
      ******************************************************************
       MAIN-RTN            SECTION.
           IF NOT (CFAPF-OPEN OR CFAPF-PARTIAL)
             GO TO NEXT-READ
           END-IF.
           COMPUTE WK-ZANDAKA =
             CFAPF-KINGAKU - CFAPF-SHIHARAI-KINGAKU.
           IF WK-ZANDAKA = ZERO
             GO TO NEXT-READ
           END-IF.
           ADD 1 TO WK-OPEN-CNT.
      *
      *    仕入先マスタの検索(マスタに無い仕入先は名称空白で追加)
           MOVE "N" TO WK-SIR-FOUND-FLG.
           SET WK-SIR-IDX TO 1.
           IF WK-SIR-CNT > ZERO
             SEARCH WK-SIR-ENT
               AT END
                 CONTINUE
               WHEN WK-SIR-SUPPLIER-COD (WK-SIR-IDX)
                      = CFAPF-SUPPLIER-COD
                 MOVE "Y" TO WK-SIR-FOUND-FLG
             END-SEARCH
           END-IF.
           IF WK-SIR-FOUND-FLG = "N"
             IF WK-SIR-CNT >= 1000
               DISPLAY "!!! KSBM122 ABEND : SIR TABLE FULL !!!"
               MOVE RC-ABEND TO RETURN-CODE
               PERFORM TERM-RTN
               STOP RUN
             END-IF
             ADD 1 TO WK-SIR-NASHI-CNT
             DISPLAY "*** KSBM122 WARNING SIR NASHI "
               CFAPF-SUPPLIER-COD
             MOVE RC-WARNING TO RETURN-CODE
             ADD 1 TO WK-SIR-CNT
             SET WK-SIR-IDX TO WK-SIR-CNT
             MOVE CFAPF-SUPPLIER-COD
               TO WK-SIR-SUPPLIER-COD (WK-SIR-IDX)
             MOVE SPACE TO WK-SIR-SUPPLIER-MEI (WK-SIR-IDX)
             MOVE SPACE TO WK-SIR-TERMS-COD (WK-SIR-IDX)
             PERFORM CLEAR-BUCKET-RTN
           END-IF.
      *
      *    支払期日の決定(台帳に無ければ支払条件から算出)
           MOVE CFAPF-DUE-DATE TO WK-USE-DUE-DATE.
           IF WK-USE-DUE-DATE = ZERO
             MOVE CFAPF-KEIJO-DATE TO DUE-BASE-DATE
             MOVE WK-SIR-TERMS-COD (WK-SIR-IDX) TO DUE-TERMS-COD
             MOVE RETURN-CODE TO WK-SAVE-RTN-CODE
             CALL "KUBS010" USING KUBS010-P1
             MOVE WK-SAVE-RTN-CODE TO RETURN-CODE
             IF DUE-ERR-YES
               MOVE CFAPF-KEIJO-DATE TO WK-USE-DUE-DATE
             ELSE
               MOVE DUE-DATE TO WK-USE-DUE-DATE
             END-IF
           END-IF.
      *
      *    経過日数(業務日付－支払期日)による区分判定
           COMPUTE WK-KEIKA-NISSU = WK-BASE-INT
             - FUNCTION INTEGER-OF-DATE (WK-USE-DUE-DATE).
           EVALUATE TRUE
             WHEN WK-KEIKA-NISSU <= 0
               MOVE 1 TO WK-BUCKET-NO
             WHEN WK-KEIKA-NISSU <= 30
               MOVE 2 TO WK-BUCKET-NO
             WHEN WK-KEIKA-NISSU <= 60
               MOVE 3 TO WK-BUCKET-NO
             WHEN WK-KEIKA-NISSU <= 90
               MOVE 4 TO WK-BUCKET-NO
             WHEN WK-KEIKA-NISSU <= 120
               MOVE 5 TO WK-BUCKET-NO
             WHEN OTHER
               MOVE 6 TO WK-BUCKET-NO
           END-EVALUATE.
           ADD WK-ZANDAKA TO WK-SIR-BUCKET (WK-SIR-IDX WK-BUCKET-NO).
           ADD WK-ZANDAKA TO WK-SIR-GOKEI (WK-SIR-IDX).
           ADD WK-ZANDAKA TO WK-SOU-BUCKET (WK-BUCKET-NO).
           ADD WK-ZANDAKA TO WK-SOU-GOKEI.
       NEXT-READ.
           PERFORM READ-APF-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    年齢表の印字(残高のある仕入先のみ)と総合計
      ******************************************************************
       PRINT-RTN           SECTION.
           PERFORM PRINT-ONE-RTN
             VARYING WK-IX FROM 1 BY 1
             UNTIL WK-IX > WK-SIR-CNT.
           MOVE SPACE TO WK-RPT-LINE.
           MOVE "TOTAL" TO WK-RPT-SUPPLIER-MEI.
           MOVE WK-SOU-BUCKET (1) TO WK-RPT-BUCKET1.
           MOVE WK-SOU-BUCKET (2) TO WK-RPT-BUCKET2.
           MOVE WK-SOU-BUCKET (3) TO WK-RPT-BUCKET3.
           MOVE WK-SOU-BUCKET (4) TO WK-RPT-BUCKET4.
           MOVE WK-SOU-BUCKET (5) TO WK-RPT-BUCKET5.
           MOVE WK-SOU-BUCKET (6) TO WK-RPT-BUCKET6.
           MOVE WK-SOU-GOKEI TO WK-RPT-GOKEI.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       PRINT-ONE-RTN       SECTION.
           IF WK-SIR-BUCKET (WK-IX 1) = ZERO
            AND WK-SIR-BUCKET (WK-IX 2) = ZERO
            AND WK-SIR-BUCKET (WK-IX 3) = ZERO
            AND WK-SIR-BUCKET (WK-IX 4) = ZERO
            AND WK-SIR-BUCKET (WK-IX 5) = ZERO
            AND WK-SIR-BUCKET (WK-IX 6) = ZERO
             GO TO EXT
           END-IF.
           MOVE SPACE TO WK-RPT-LINE.
           MOVE WK-SIR-SUPPLIER-COD (WK-IX) TO WK-RPT-SUPPLIER-COD.
           MOVE WK-SIR-SUPPLIER-MEI (WK-IX) TO WK-RPT-SUPPLIER-MEI.
           MOVE WK-SIR-BUCKET (WK-IX 1) TO WK-RPT-BUCKET1.
           MOVE WK-SIR-BUCKET (WK-IX 2) TO WK-RPT-BUCKET2.
           MOVE WK-SIR-BUCKET (WK-IX 3) TO WK-RPT-BUCKET3.
           MOVE WK-SIR-BUCKET (WK-IX 4) TO WK-RPT-BUCKET4.
           MOVE WK-SIR-BUCKET (WK-IX 5) TO WK-RPT-BUCKET5.
           MOVE WK-SIR-BUCKET (WK-IX 6) TO WK-RPT-BUCKET6.
           MOVE WK-SIR-GOKEI (WK-IX) TO WK-RPT-GOKEI.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
           ADD 1 TO WK-PRT-CNT.
       EXT.
           EXIT.
      *
      *    行の会社(SPACEは"01")
       SET-ROW-KAISHA-RTN  SECTION.
           IF WK-ROW-KAISHA-COD = SPACE
             MOVE "01" TO WK-ROW-KAISHA-COD
           END-IF.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-APF-FILE-ERR = "00"
             CLOSE APF-FILE
           END-IF.
           IF WK-SIR-FILE-ERR = "00"
             CLOSE SIR-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "APFCNT=" WK-APF-CNT.
           DISPLAY "OPENCNT=" WK-OPEN-CNT.
           DISPLAY "PRTCNT=" WK-PRT-CNT.
           DISPLAY "SIRNASHICNT=" WK-SIR-NASHI-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM122 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KSBM122"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 3                     TO RUNHIS-CNT-CNT.
           MOVE "APFCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-APF-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "OPENCNT"             TO RUNHIS-CNT-LABEL (2).
           MOVE WK-OPEN-CNT           TO RUNHIS-CNT-VALUE (2).
           MOVE "PRTCNT"              TO RUNHIS-CNT-LABEL (3).
           MOVE WK-PRT-CNT            TO RUNHIS-CNT-VALUE (3).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KSBM122 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
