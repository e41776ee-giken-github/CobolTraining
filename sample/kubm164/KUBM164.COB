       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KUBM164.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：受注承認保留解除
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。承認保留判定(KUBM163)が保留した受注
      *                 (HLD、KUCF020形式)について、承認者の判断(APR：
      *                 受注番号・オペレータＩＤ・処置A/R)を反映する。
      *                 オペレータの受注承認権限はKCBS030(リソース
      *                 "JSN"、会社は受注明細の会社コード。SPACEは
      *                 "01")で確認し、権限の無い判断は反映せずに
      *                 警告として一覧に残す。承認("A")した受注の明細は名称付加
      *                 後の受注データ形式(RLS、KUCF010)で書き出し、
      *                 次回の在庫引当(KUBM080)の入力に加える。却下
      *                 ("R")した受注は引当へ回さない。承認・却下は
      *                 KUSTMPで承認者ＩＤとともに受注ステータスへ
      *                 刻印する(受注ステータス照会KUBM085で表示)。
      *                 判断の無い受注は新世代の保留ファイル(HLO)へ
      *                 引き継ぐ。結果は一覧(RPT)へ印字する。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT APR-FILE
             ASSIGN TO EXTERNAL APR
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-APR-FILE-ERR.
           SELECT HLD-FILE
             ASSIGN TO EXTERNAL HLD
               FILE STATUS IS WK-HLD-FILE-ERR.
           SELECT HLO-FILE
             ASSIGN TO EXTERNAL HLO
               FILE STATUS IS WK-HLO-FILE-ERR.
           SELECT RLS-FILE
             ASSIGN TO EXTERNAL RLS
               FILE STATUS IS WK-RLS-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
      *    承認判断(受注番号・オペレータＩＤ・処置)
       FD  APR-FILE.
       01  APR-REC.
           03  APR-JUCHU-NO            PIC  9(04).
           03  FILLER                  PIC  X(01).
           03  APR-OPE-ID              PIC  X(05).
           03  FILLER                  PIC  X(01).
      *    処置："A"=承認  "R"=却下
           03  APR-ACTION              PIC  X(01).
           03  FILLER                  PIC  X(08).
       FD  HLD-FILE.
       01  HLD-REC.
           COPY KUCF020.
       FD  HLO-FILE.
       01  HLO-REC.
           COPY KUCF020.
       FD  RLS-FILE.
       01  RLS-REC                     PIC  X(130).
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(90).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
           COPY KCBS030P.
           COPY KUSTMP-PARAMS.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-APR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-HLD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-HLO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RLS-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
      *    実行履歴に残す承認オペレータ(最後に受け付けた承認判断)
       01  WK-OPERATOR-ID              PIC  X(05) VALUE SPACE.
       01  APR-END-FLG                 PIC  X(01) VALUE "N".
       01  HLD-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-TODAY                    PIC  9(08) VALUE ZERO.
       01  WK-NOW-TIME                 PIC  9(06) VALUE ZERO.
      ******************************************************************
      *  承認判断テーブル(同じ受注は後の判断を採る)
      ******************************************************************
       01  WK-APR-TBL.
           03  WK-APR-CNT              PIC  9(04) VALUE ZERO.
           03  WK-APR-ENT              OCCURS 500 TIMES
                                        INDEXED BY WK-APR-IDX.
             05  WK-APR-JUCHU-NO       PIC  9(04).
             05  WK-APR-OPE-ID         PIC  X(05).
             05  WK-APR-ACTION         PIC  X(01).
      *      保留ファイルの該当受注："N"=未処理  "Y"=刻印済み
      *      "E"=受注の会社について承認権限なし
             05  WK-APR-HIT-FLG        PIC  X(01).
       01  WK-IX                       PIC  9(04) VALUE ZERO.
      *    保留明細の受注イメージ(会社コードの参照用)
       01  WK-JUCHU-IMAGE.
           COPY KUCF010.
      *
       01  WK-APR-READ-CNT             PIC  9(09) VALUE ZERO.
       01  WK-KENGEN-NG-CNT            PIC  9(09) VALUE ZERO.
       01  WK-SHONIN-CNT               PIC  9(09) VALUE ZERO.
       01  WK-KYAKKA-CNT               PIC  9(09) VALUE ZERO.
       01  WK-HLO-CNT                  PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  一覧印字用
      ******************************************************************
       01  WK-RPT-LINE.
           03  WK-RPT-KBN              PIC  X(10).
           03  FILLER                  PIC  X(07) VALUE " JUCHU=".
           03  WK-RPT-JUCHU-NO         PIC  9(04).
           03  FILLER                  PIC  X(06) VALUE " TOKU=".
           03  WK-RPT-TOKU-COD         PIC  X(04).
           03  FILLER                  PIC  X(06) VALUE " RIYU=".
           03  WK-RPT-RIYU             PIC  X(02).
           03  FILLER                  PIC  X(05) VALUE " OPE=".
           03  WK-RPT-OPE-ID           PIC  X(05).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-MSG              PIC  X(40).
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM LOAD-APR-RTN  UNTIL APR-END-FLG = "Y"
             PERFORM MAIN-RTN      UNTIL HLD-END-FLG = "Y"
             PERFORM MIHORYU-RTN
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX > WK-APR-CNT
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KUBM164 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
           MOVE WK-RUNHIS-START-DATE TO WK-TODAY.
           MOVE WK-RUNHIS-START-TIME TO WK-NOW-TIME.
      *
           OPEN INPUT APR-FILE.
           IF WK-APR-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM164 ABEND NOT APR-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT HLD-FILE
             IF WK-HLD-FILE-ERR NOT = "00"
               DISPLAY "*** KUBM164 ABEND NOT HLD-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT HLO-FILE
             IF WK-HLO-FILE-ERR NOT = "00"
               DISPLAY "*** KUBM164 ABEND NOT HLO-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RLS-FILE
             IF WK-RLS-FILE-ERR NOT = "00"
               DISPLAY "*** KUBM164 ABEND NOT RLS-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RPT-FILE
             IF WK-RPT-FILE-ERR NOT = "00"
               DISPLAY "*** KUBM164 ABEND NOT RPT-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             MOVE "*** KUBM164 JUCHU SHONIN HORYU KAIJO ***"
               TO RPT-REC
             WRITE RPT-REC
             PERFORM READ-APR-RTN
           END-IF.
       EXT.
           EXIT.
      *
       READ-APR-RTN        SECTION.
           READ APR-FILE
             AT END
               MOVE "Y" TO APR-END-FLG
           END-READ.
       EXT.
           EXIT.
      *
      *    承認判断の読込(権限は保留明細の会社で確認する)
       LOAD-APR-RTN        SECTION.
           ADD 1 TO WK-APR-READ-CNT.
           INITIALIZE WK-RPT-LINE.
           MOVE APR-JUCHU-NO TO WK-RPT-JUCHU-NO.
           MOVE APR-OPE-ID TO WK-RPT-OPE-ID.
           IF APR-ACTION NOT = "A"
            AND APR-ACTION NOT = "R"
             MOVE "INPUT-NG" TO WK-RPT-KBN
             MOVE "INVALID ACTION (A/R)" TO WK-RPT-MSG
             MOVE WK-RPT-LINE TO RPT-REC
             WRITE RPT-REC
             MOVE RC-WARNING TO RETURN-CODE
             GO TO NEXT-REC
           END-IF.
      *    同じ受注への判断が既にあれば後の判断で置き換える
           IF WK-APR-CNT > ZERO
             SET WK-APR-IDX TO 1
             SEARCH WK-APR-ENT
               AT END
                 CONTINUE
               WHEN WK-APR-JUCHU-NO (WK-APR-IDX) = APR-JUCHU-NO
                 MOVE APR-OPE-ID TO WK-APR-OPE-ID (WK-APR-IDX)
                 MOVE APR-ACTION TO WK-APR-ACTION (WK-APR-IDX)
                 GO TO NEXT-REC
             END-SEARCH
           END-IF.
           IF WK-APR-CNT >= 500
             DISPLAY "!!! KUBM164 ABEND : APR TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-APR-CNT.
           SET WK-APR-IDX TO WK-APR-CNT.
           MOVE APR-JUCHU-NO TO WK-APR-JUCHU-NO (WK-APR-IDX).
           MOVE APR-OPE-ID TO WK-APR-OPE-ID (WK-APR-IDX).
           MOVE APR-ACTION TO WK-APR-ACTION (WK-APR-IDX).
           MOVE "N" TO WK-APR-HIT-FLG (WK-APR-IDX).
       NEXT-REC.
           PERFORM READ-APR-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    保留明細1件ごとの判断反映
      ******************************************************************
       MAIN-RTN            SECTION.
           READ HLD-FILE
             AT END
               MOVE "Y" TO HLD-END-FLG
               GO TO EXT
           END-READ.
           IF WK-APR-CNT > ZERO
             SET WK-APR-IDX TO 1
             SEARCH WK-APR-ENT
               AT END
                 CONTINUE
               WHEN WK-APR-JUCHU-NO (WK-APR-IDX)
                      = UF020-JUCHU-NO OF HLD-REC
                 PERFORM HANDAN-RTN
                 GO TO EXT
             END-SEARCH
           END-IF.
      *    判断の無い受注は保留のまま新世代へ引き継ぐ
           MOVE HLD-REC TO HLO-REC.
           WRITE HLO-REC.
           ADD 1 TO WK-HLO-CNT.
       EXT.
           EXIT.
      *
       HANDAN-RTN          SECTION.
      *    受注の最初の明細で承認権限を確認する
           IF WK-APR-HIT-FLG (WK-APR-IDX) = "N"
             PERFORM KENGEN-RTN
           END-IF.
      *    権限の無い判断は反映せず保留のまま新世代へ引き継ぐ
           IF WK-APR-HIT-FLG (WK-APR-IDX) = "E"
             MOVE HLD-REC TO HLO-REC
             WRITE HLO-REC
             ADD 1 TO WK-HLO-CNT
             GO TO EXT
           END-IF.
           IF WK-APR-ACTION (WK-APR-IDX) = "A"
             MOVE UF020-JUCHU-IMAGE OF HLD-REC TO RLS-REC
             WRITE RLS-REC
           END-IF.
      *    受注ステータスへの刻印と一覧印字は受注ごとに1回
           IF WK-APR-HIT-FLG (WK-APR-IDX) = "Y"
             GO TO EXT
           END-IF.
           MOVE "Y" TO WK-APR-HIT-FLG (WK-APR-IDX).
           MOVE "S" TO STMP-FUNCTION.
           MOVE UF020-JUCHU-NO OF HLD-REC TO STMP-JUCHU-NO.
           MOVE WK-APR-ACTION (WK-APR-IDX) TO STMP-STAGE.
           MOVE WK-TODAY TO STMP-DATE.
           MOVE WK-NOW-TIME TO STMP-TIME.
           MOVE WK-APR-OPE-ID (WK-APR-IDX) TO STMP-OPE-ID.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KUSTMP" USING KUSTMP-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF STMP-ERR-YES
             DISPLAY "*** KUBM164 WARNING KUSTMP ERR JUCHU="
               UF020-JUCHU-NO OF HLD-REC
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
      *
           INITIALIZE WK-RPT-LINE.
           MOVE UF020-JUCHU-NO OF HLD-REC TO WK-RPT-JUCHU-NO.
           MOVE UF020-TOKU-COD OF HLD-REC TO WK-RPT-TOKU-COD.
           MOVE UF020-HORYU-RIYU OF HLD-REC TO WK-RPT-RIYU.
           MOVE WK-APR-OPE-ID (WK-APR-IDX) TO WK-RPT-OPE-ID.
           IF WK-APR-ACTION (WK-APR-IDX) = "A"
             ADD 1 TO WK-SHONIN-CNT
             MOVE "SHONIN" TO WK-RPT-KBN
             MOVE "HIKIATE E KAIJO" TO WK-RPT-MSG
           ELSE
             ADD 1 TO WK-KYAKKA-CNT
             MOVE "KYAKKA" TO WK-RPT-KBN
             MOVE "HIKIATE TAISHO GAI" TO WK-RPT-MSG
           END-IF.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      *    受注の会社(SPACEは"01")についてオペレータの受注承認権限を
      *    確認する。権限が無ければ判断を"E"とし警告を一覧に残す
       KENGEN-RTN          SECTION.
           MOVE UF020-JUCHU-IMAGE OF HLD-REC TO WK-JUCHU-IMAGE.
           MOVE WK-APR-OPE-ID (WK-APR-IDX) TO S030-OPE-ID.
           MOVE "JSN" TO S030-RESOURCE.
           IF UF010-KAISHA-COD = SPACE
             MOVE "01" TO S030-KAISHA-COD
           ELSE
             MOVE UF010-KAISHA-COD TO S030-KAISHA-COD
           END-IF.
           CALL "KCBS030" USING KCBS030-P1.
           IF S030-RCD = "E"
             MOVE "E" TO WK-APR-HIT-FLG (WK-APR-IDX)
             ADD 1 TO WK-KENGEN-NG-CNT
             INITIALIZE WK-RPT-LINE
             MOVE "KENGEN-NG" TO WK-RPT-KBN
             MOVE UF020-JUCHU-NO OF HLD-REC TO WK-RPT-JUCHU-NO
             MOVE UF020-TOKU-COD OF HLD-REC TO WK-RPT-TOKU-COD
             MOVE UF020-HORYU-RIYU OF HLD-REC TO WK-RPT-RIYU
             MOVE WK-APR-OPE-ID (WK-APR-IDX) TO WK-RPT-OPE-ID
             MOVE S030-REASON TO WK-RPT-MSG
             MOVE WK-RPT-LINE TO RPT-REC
             WRITE RPT-REC
             MOVE RC-WARNING TO RETURN-CODE
             GO TO EXT
           END-IF.
           MOVE WK-APR-OPE-ID (WK-APR-IDX) TO WK-OPERATOR-ID.
       EXT.
           EXIT.
      *
      *    保留ファイルに無い受注への判断は警告として一覧に残す
       MIHORYU-RTN         SECTION.
           IF WK-APR-HIT-FLG (WK-IX) NOT = "N"
             GO TO EXT
           END-IF.
           INITIALIZE WK-RPT-LINE.
           MOVE "MI-HORYU" TO WK-RPT-KBN.
           MOVE WK-APR-JUCHU-NO (WK-IX) TO WK-RPT-JUCHU-NO.
           MOVE WK-APR-OPE-ID (WK-IX) TO WK-RPT-OPE-ID.
           MOVE "JUCHU NOT ON HOLD FILE" TO WK-RPT-MSG.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE RC-WARNING TO RETURN-CODE.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-APR-FILE-ERR = "00"
             CLOSE APR-FILE
           END-IF.
           IF WK-HLD-FILE-ERR = "00"
             CLOSE HLD-FILE
           END-IF.
           IF WK-HLO-FILE-ERR = "00"
             CLOSE HLO-FILE
           END-IF.
           IF WK-RLS-FILE-ERR = "00"
             CLOSE RLS-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
      *    KUSTMPが開いたまま保持しているステータスファイルを閉じる
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           MOVE "X" TO STMP-FUNCTION.
           CALL "KUSTMP" USING KUSTMP-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
      *
           DISPLAY "APRCNT=" WK-APR-READ-CNT.
           DISPLAY "SHONINCNT=" WK-SHONIN-CNT.
           DISPLAY "KYAKKACNT=" WK-KYAKKA-CNT.
           DISPLAY "KENGENNGCNT=" WK-KENGEN-NG-CNT.
           DISPLAY "HLOCNT=" WK-HLO-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM164 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KUBM164"             TO RUNHIS-PGM-ID.
           MOVE WK-OPERATOR-ID        TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "APRCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-APR-READ-CNT       TO RUNHIS-CNT-VALUE (1).
           MOVE "SHONINCNT"           TO RUNHIS-CNT-LABEL (2).
           MOVE WK-SHONIN-CNT         TO RUNHIS-CNT-VALUE (2).
           MOVE "KYAKKACNT"           TO RUNHIS-CNT-LABEL (3).
           MOVE WK-KYAKKA-CNT         TO RUNHIS-CNT-VALUE (3).
           MOVE "KENGENNGCN"          TO RUNHIS-CNT-LABEL (4).
           MOVE WK-KENGEN-NG-CNT      TO RUNHIS-CNT-VALUE (4).
           MOVE "HLOCNT"              TO RUNHIS-CNT-LABEL (5).
           MOVE WK-HLO-CNT            TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KUBM164 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
