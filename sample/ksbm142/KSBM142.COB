       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KSBM142.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：商品
      * プログラム名  ：入荷ＡＳＮ差異リスト
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。入荷検収(KSBM060)の後に実行し、
      *                 入荷ＡＳＮ登録簿(KCCFASN。旧世代ASF→新世代
      *                 ASO)の入荷待ちの行を在庫移動履歴(KCCFIDJ)の
      *                 検収入庫(参照"PO-"＋発注番号、または参照先頭
      *                 6桁＝発注番号。倉庫間移動の入庫KSBM114は除く)
      *                 と突き合わせる。出荷日以降の
      *                 同じ発注番号・商品番号の入庫を登録簿の順に
      *                 ＡＳＮへ割り当て、出荷数量と一致すれば一致
      *                 ("K")、異なれば差異("S")とする。入荷予定日
      *                 から所定の日数(環境変数KSBM142-NISSU、3桁。
      *                 未設定は7日)を過ぎても入庫の無いＡＳＮは未着
      *                 ("M")とする。差異・未着の行を仕入先名とともに
      *                 差異リスト(RPT)へ印字する。確定した状態は
      *                 仕入先評価(KSBM119)が差異件数として集計する
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT ASF-FILE
             ASSIGN TO EXTERNAL ASF
               FILE STATUS IS WK-ASF-FILE-ERR.
           SELECT ASO-FILE
             ASSIGN TO EXTERNAL ASO
               FILE STATUS IS WK-ASO-FILE-ERR.
           SELECT IDJ-FILE
             ASSIGN TO EXTERNAL IDJ
               FILE STATUS IS WK-IDJ-FILE-ERR.
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
       FD  ASF-FILE.
       01  ASF-REC.
           COPY KCCFASN.
       FD  ASO-FILE.
       01  ASO-REC.
           COPY KCCFASN.
       FD  IDJ-FILE.
       01  IDJ-REC.
           COPY KCCFIDJ.
       FD  SIR-FILE.
       01  SIR-REC.
           COPY KCCFSIR.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(130).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-BSD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ASF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ASO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IDJ-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SIR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  ASF-END-FLG                 PIC  X(01) VALUE "N".
       01  IDJ-END-FLG                 PIC  X(01) VALUE "N".
       01  SIR-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
       01  WK-BASE-DAYS                PIC S9(09) VALUE ZERO.
      ******************************************************************
      *  未着とみなす日数(環境変数KSBM142-NISSU。未設定は7日)
      ******************************************************************
       01  WK-NISSU-X                  PIC  X(03) VALUE SPACE.
       01  WK-NISSU-N REDEFINES WK-NISSU-X
                                       PIC  9(03).
       01  WK-NISSU                    PIC  9(03) VALUE 7.
       01  WK-LIMIT-DAYS               PIC S9(09) VALUE ZERO.
      ******************************************************************
      *  検収入庫テーブル(発注番号付きの入庫。割当済みの印を持つ)
      ******************************************************************
       01  WK-NYK-TBL.
           03  WK-NYK-CNT              PIC  9(05) VALUE ZERO.
           03  WK-NYK-ENT              OCCURS 20000 TIMES.
             05  WK-NYK-HATCHU-NO      PIC  9(06).
             05  WK-NYK-SHOHIN-NO      PIC  X(05).
             05  WK-NYK-DATE           PIC  9(08).
             05  WK-NYK-SURYO          PIC S9(07).
             05  WK-NYK-USED-FLG       PIC  X(01).
       01  WK-NYK-IX                   PIC  9(05) VALUE ZERO.
       01  WK-REF-HATCHU-X             PIC  X(06) VALUE SPACE.
       01  WK-REF-HATCHU-N REDEFINES WK-REF-HATCHU-X
                                       PIC  9(06).
      *    割当の上限日(確定済みの行は検収日まで。入荷待ちは上限なし)
       01  WK-TO-DATE                  PIC  9(08) VALUE ZERO.
       01  WK-KENSHU-SURYO             PIC S9(07) VALUE ZERO.
       01  WK-KENSHU-DATE              PIC  9(08) VALUE ZERO.
       01  WK-SAGAKU                   PIC S9(07) VALUE ZERO.
      ******************************************************************
      *  仕入先マスタテーブル(仕入先名)
      ******************************************************************
       01  WK-SIR-TBL.
           03  WK-SIR-CNT              PIC  9(04) VALUE ZERO.
           03  WK-SIR-ENT              OCCURS 1000 TIMES
                                        INDEXED BY WK-SIR-IDX.
             05  WK-SIR-SUPPLIER-COD   PIC  X(06).
             05  WK-SIR-SUPPLIER-MEI   PIC  X(20).
      *
       01  WK-ASF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-ITCHI-CNT                PIC  9(09) VALUE ZERO.
       01  WK-SAGAKU-CNT               PIC  9(09) VALUE ZERO.
       01  WK-MICHAKU-CNT              PIC  9(09) VALUE ZERO.
       01  WK-MACHI-CNT                PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  差異リスト印字用
      ******************************************************************
       01  WK-RPT-HEAD.
           03  FILLER                  PIC  X(08) VALUE "KBN".
           03  FILLER                  PIC  X(07) VALUE "SIR".
           03  FILLER                  PIC  X(21) VALUE "SHIIRESAKI".
           03  FILLER                  PIC  X(11) VALUE "ASN-NO".
           03  FILLER                  PIC  X(07) VALUE "PO".
           03  FILLER                  PIC  X(06) VALUE "SHOHIN".
           03  FILLER                  PIC  X(07) VALUE "   ASN".
           03  FILLER                  PIC  X(08) VALUE "  KENSHU".
           03  FILLER                  PIC  X(09) VALUE "   SAGAKU".
           03  FILLER                  PIC  X(09) VALUE " YOTEI".
           03  FILLER                  PIC  X(10) VALUE "  LOT".
       01  WK-RPT-LINE.
           03  WK-RPT-KBN              PIC  X(07).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-SUPPLIER-COD     PIC  X(06).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-SUPPLIER-MEI     PIC  X(20).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-ASN-NO           PIC  X(10).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-HATCHU-NO        PIC  9(06).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-ASN-SURYO        PIC  ZZZZZ9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-KENSHU-SURYO     PIC  ZZZZZZ9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-SAGAKU           PIC  -ZZZZZZ9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-YOTEI-DATE       PIC  9(08).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-LOT-NO           PIC  X(10).
       01  WK-RPT-TOTAL.
           03  FILLER                  PIC  X(07) VALUE "ITCHI=".
           03  WK-RPT-ITCHI            PIC  ZZZZZZZZ9.
           03  FILLER                  PIC  X(09) VALUE " SAGAKU=".
           03  WK-RPT-SAGAKU-CNT       PIC  ZZZZZZZZ9.
           03  FILLER                  PIC  X(10) VALUE " MICHAKU=".
           03  WK-RPT-MICHAKU          PIC  ZZZZZZZZ9.
           03  FILLER                  PIC  X(08) VALUE " MACHI=".
           03  WK-RPT-MACHI            PIC  ZZZZZZZZ9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM LOAD-IDJ-RTN  UNTIL IDJ-END-FLG = "Y"
             PERFORM MAIN-RTN      UNTIL ASF-END-FLG = "Y"
             PERFORM TOTAL-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KSBM142 START ***".
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
           COMPUTE WK-BASE-DAYS =
             FUNCTION INTEGER-OF-DATE (WK-BASE-DATE).
      *
           DISPLAY "KSBM142-NISSU" UPON ENVIRONMENT-NAME.
           ACCEPT WK-NISSU-X FROM ENVIRONMENT-VALUE.
           IF WK-NISSU-X NOT = SPACE
            AND WK-NISSU-N IS NUMERIC
             MOVE WK-NISSU-N TO WK-NISSU
           END-IF.
      *
           OPEN INPUT ASF-FILE.
           IF WK-ASF-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM142 ABEND NOT ASF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT IDJ-FILE
             IF WK-IDJ-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM142 ABEND NOT IDJ-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT SIR-FILE
             IF WK-SIR-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM142 ABEND NOT SIR-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT ASO-FILE
             IF WK-ASO-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM142 ABEND NOT ASO-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RPT-FILE
             IF WK-RPT-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM142 ABEND NOT RPT-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "N"
             GO TO EXT
           END-IF.
      *
           PERFORM LOAD-SIR-RTN  UNTIL SIR-END-FLG = "Y".
           MOVE SPACE TO RPT-REC.
           STRING "*** KSBM142 NYUKA ASN SAGAKU LIST *** " WK-BASE-DATE
             DELIMITED BY SIZE INTO RPT-REC
           END-STRING.
           WRITE RPT-REC.
           MOVE WK-RPT-HEAD TO RPT-REC.
           WRITE RPT-REC.
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
             DISPLAY "!!! KSBM142 ABEND : SIR TABLE FULL !!!"
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
       EXT.
           EXIT.
      *
      *    発注番号付きの入庫だけを控える(参照の形式は仕入先評価
      *    KSBM119と同じ。倉庫間移動の入庫は参照が移動番号のため除く)
       LOAD-IDJ-RTN        SECTION.
           READ IDJ-FILE
             AT END
               MOVE "Y" TO IDJ-END-FLG
               GO TO EXT
           END-READ.
           IF NOT CFIDJ-NYUKO
            OR CFIDJ-PGM-ID = "KSBM114"
             GO TO EXT
           END-IF.
           IF CFIDJ-REF (1:3) = "PO-"
             MOVE CFIDJ-REF (4:6) TO WK-REF-HATCHU-X
           ELSE
             MOVE CFIDJ-REF (1:6) TO WK-REF-HATCHU-X
           END-IF.
           IF WK-REF-HATCHU-N IS NOT NUMERIC
             GO TO EXT
           END-IF.
           IF WK-NYK-CNT >= 20000
             DISPLAY "!!! KSBM142 ABEND : NYK TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-NYK-CNT.
           MOVE WK-REF-HATCHU-N TO WK-NYK-HATCHU-NO (WK-NYK-CNT).
           MOVE CFIDJ-SHOHIN-NO TO WK-NYK-SHOHIN-NO (WK-NYK-CNT).
           MOVE CFIDJ-DATE TO WK-NYK-DATE (WK-NYK-CNT).
           MOVE CFIDJ-SURYO TO WK-NYK-SURYO (WK-NYK-CNT).
           MOVE "N" TO WK-NYK-USED-FLG (WK-NYK-CNT).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    登録簿1行の判定
      *    確定済みの行も、後の行が同じ入庫を二重に数えないよう
      *    出荷日から検収日までの入庫を割当済みにしてから引き継ぐ
      ******************************************************************
       MAIN-RTN            SECTION.
           READ ASF-FILE
             AT END
               MOVE "Y" TO ASF-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-ASF-CNT.
           MOVE ASF-REC TO ASO-REC.
           IF NOT CFASN-NYUKA-MACHI OF ASF-REC
             MOVE CFASN-KENSHU-DATE OF ASF-REC TO WK-TO-DATE
             PERFORM ALLOC-RTN
             GO TO WRITE-ASO
           END-IF.
      *
           MOVE 99999999 TO WK-TO-DATE.
           PERFORM ALLOC-RTN.
           IF WK-KENSHU-SURYO = ZERO
             COMPUTE WK-LIMIT-DAYS =
               FUNCTION INTEGER-OF-DATE
                 (CFASN-NYUKA-YOTEI-DATE OF ASF-REC) + WK-NISSU
             IF WK-BASE-DAYS > WK-LIMIT-DAYS
               MOVE "M" TO CFASN-STATUS OF ASO-REC
               ADD 1 TO WK-MICHAKU-CNT
               MOVE "MICHAKU" TO WK-RPT-KBN
               PERFORM PRINT-RTN
             ELSE
               ADD 1 TO WK-MACHI-CNT
             END-IF
             GO TO WRITE-ASO
           END-IF.
      *
           MOVE WK-KENSHU-SURYO TO CFASN-KENSHU-SURYO OF ASO-REC.
           MOVE WK-KENSHU-DATE TO CFASN-KENSHU-DATE OF ASO-REC.
           IF WK-KENSHU-SURYO = CFASN-SHUKKA-SURYO OF ASF-REC
             MOVE "K" TO CFASN-STATUS OF ASO-REC
             ADD 1 TO WK-ITCHI-CNT
           ELSE
             MOVE "S" TO CFASN-STATUS OF ASO-REC
             ADD 1 TO WK-SAGAKU-CNT
             MOVE RC-WARNING TO RETURN-CODE
             MOVE "SAGAKU" TO WK-RPT-KBN
             PERFORM PRINT-RTN
           END-IF.
       WRITE-ASO.
           WRITE ASO-REC.
       EXT.
           EXIT.
      *
      *    出荷日からWK-TO-DATEまでの未割当の入庫を割り当てる
       ALLOC-RTN           SECTION.
           MOVE ZERO TO WK-KENSHU-SURYO.
           MOVE ZERO TO WK-KENSHU-DATE.
           PERFORM ALLOC-ONE-RTN
             VARYING WK-NYK-IX FROM 1 BY 1
             UNTIL WK-NYK-IX > WK-NYK-CNT.
       EXT.
           EXIT.
      *
       ALLOC-ONE-RTN       SECTION.
           IF WK-NYK-USED-FLG (WK-NYK-IX) = "Y"
            OR WK-NYK-HATCHU-NO (WK-NYK-IX)
                 NOT = CFASN-HATCHU-NO OF ASF-REC
            OR WK-NYK-SHOHIN-NO (WK-NYK-IX)
                 NOT = CFASN-SHOHIN-NO OF ASF-REC
            OR WK-NYK-DATE (WK-NYK-IX)
                 < CFASN-SHUKKA-DATE OF ASF-REC
            OR WK-NYK-DATE (WK-NYK-IX) > WK-TO-DATE
             GO TO EXT
           END-IF.
           MOVE "Y" TO WK-NYK-USED-FLG (WK-NYK-IX).
           ADD WK-NYK-SURYO (WK-NYK-IX) TO WK-KENSHU-SURYO.
           IF WK-NYK-DATE (WK-NYK-IX) > WK-KENSHU-DATE
             MOVE WK-NYK-DATE (WK-NYK-IX) TO WK-KENSHU-DATE
           END-IF.
       EXT.
           EXIT.
      *
       PRINT-RTN           SECTION.
           MOVE CFASN-SUPPLIER-COD OF ASF-REC TO WK-RPT-SUPPLIER-COD.
           MOVE SPACE TO WK-RPT-SUPPLIER-MEI.
           IF WK-SIR-CNT > ZERO
             SET WK-SIR-IDX TO 1
             SEARCH WK-SIR-ENT
               AT END
                 CONTINUE
               WHEN WK-SIR-IDX > WK-SIR-CNT
                 CONTINUE
               WHEN WK-SIR-SUPPLIER-COD (WK-SIR-IDX)
                      = CFASN-SUPPLIER-COD OF ASF-REC
                 MOVE WK-SIR-SUPPLIER-MEI (WK-SIR-IDX)
                   TO WK-RPT-SUPPLIER-MEI
             END-SEARCH
           END-IF.
           MOVE CFASN-ASN-NO OF ASF-REC TO WK-RPT-ASN-NO.
           MOVE CFASN-HATCHU-NO OF ASF-REC TO WK-RPT-HATCHU-NO.
           MOVE CFASN-SHOHIN-NO OF ASF-REC TO WK-RPT-SHOHIN-NO.
           MOVE CFASN-SHUKKA-SURYO OF ASF-REC TO WK-RPT-ASN-SURYO.
           MOVE WK-KENSHU-SURYO TO WK-RPT-KENSHU-SURYO.
           COMPUTE WK-SAGAKU =
             WK-KENSHU-SURYO - CFASN-SHUKKA-SURYO OF ASF-REC.
           MOVE WK-SAGAKU TO WK-RPT-SAGAKU.
           MOVE CFASN-NYUKA-YOTEI-DATE OF ASF-REC
             TO WK-RPT-YOTEI-DATE.
           MOVE CFASN-LOT-NO OF ASF-REC TO WK-RPT-LOT-NO.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       TOTAL-RTN           SECTION.
           MOVE WK-ITCHI-CNT TO WK-RPT-ITCHI.
           MOVE WK-SAGAKU-CNT TO WK-RPT-SAGAKU-CNT.
           MOVE WK-MICHAKU-CNT TO WK-RPT-MICHAKU.
           MOVE WK-MACHI-CNT TO WK-RPT-MACHI.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE WK-RPT-TOTAL TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-ASF-FILE-ERR = "00"
             CLOSE ASF-FILE
           END-IF.
           IF WK-ASO-FILE-ERR = "00"
             CLOSE ASO-FILE
           END-IF.
           IF WK-IDJ-FILE-ERR = "00"
             CLOSE IDJ-FILE
           END-IF.
           IF WK-SIR-FILE-ERR = "00"
             CLOSE SIR-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "ASFCNT=" WK-ASF-CNT.
           DISPLAY "ITCHICNT=" WK-ITCHI-CNT.
           DISPLAY "SAGAKUCNT=" WK-SAGAKU-CNT.
           DISPLAY "MICHAKUCNT=" WK-MICHAKU-CNT.
           DISPLAY "MACHICNT=" WK-MACHI-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM142 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KSBM142"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "ASFCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-ASF-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "ITCHICNT"            TO RUNHIS-CNT-LABEL (2).
           MOVE WK-ITCHI-CNT          TO RUNHIS-CNT-VALUE (2).
           MOVE "SAGAKUCNT"           TO RUNHIS-CNT-LABEL (3).
           MOVE WK-SAGAKU-CNT         TO RUNHIS-CNT-VALUE (3).
           MOVE "MICHAKUCNT"          TO RUNHIS-CNT-LABEL (4).
           MOVE WK-MICHAKU-CNT        TO RUNHIS-CNT-VALUE (4).
           MOVE "MACHICNT"            TO RUNHIS-CNT-LABEL (5).
           MOVE WK-MACHI-CNT          TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KSBM142 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
