      *                 積上げでは、同じ入荷済み行を別の先方請求書
      *                 番号で翌日再請求されると照合を通ってしまう
      *                 ため、数量ブレーク判定に累計を含める
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：仕入先マスタ(KCCFSIR)の適格請求書発行事業者の
      *                 登録番号・登録日と請求書の日付から、仕入税額
      *                 控除の区分(全額・経過措置80％／50％・控除不可)
      *                 をKSBS020で判定して台帳(CFAPF-KOJO-KBN)へ設定
      *                 する。明細の消費税額を商品の税区分と消費税率
      *                 マスタ(KCCFZEI)から求め(円未満切捨て)、請求書
      *                 単位に控除対象分を仮払消費税、控除できない分を
      *                 控除対象外消費税として買掛金と対にした仕訳
      *                 データ(JNL、KCCFJNL形式)を書き出す。経過措置
      *                 の請求書は照合結果一覧にも印字する
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：会社コードに対応。環境変数KAISHA-COD(省略時
      *                 "01")の会社として買掛金台帳(CFAPF-KAISHA-COD)
      *                 と仕訳データに会社コードを設定する。二重計上
      *                 の判定は同じ会社の台帳行だけで行う
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
           SELECT APF-FILE
             ASSIGN TO EXTERNAL APF
               FILE STATUS IS WK-APF-FILE-ERR.
           SELECT SIR-FILE
             ASSIGN TO EXTERNAL SIR
               FILE STATUS IS WK-SIR-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CFSHO-SHOHIN-NO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT ZEI-FILE
             ASSIGN TO EXTERNAL ZEI
               FILE STATUS IS WK-ZEI-FILE-ERR.
           SELECT JNL-FILE
             ASSIGN TO EXTERNAL JNL
               FILE STATUS IS WK-JNL-FILE-ERR.
           SELECT PFO-FILE
             ASSIGN TO EXTERNAL PFO
               FILE STATUS IS WK-PFO-FILE-ERR.
       FD  APF-FILE.
       01  APF-REC.
           COPY KCCFAPF.
       FD  SIR-FILE.
       01  SIR-REC.
           COPY KCCFSIR.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  ZEI-FILE.
       01  ZEI-REC.
           COPY KCCFZEI.
       FD  JNL-FILE.
       01  JNL-REC.
           COPY KCCFJNL.
      *    照合済み数量の累計を書き戻した発注データ新世代
       FD  PFO-FILE.
       01  PFO-REC.
       01  WK-POF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-APG-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-APF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SIR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ZEI-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-JNL-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-PFO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-EXF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
      *    計上先の会社(環境変数KAISHA-COD。省略時"01")
       01  WK-KAISHA-COD               PIC  X(02) VALUE "01".
       01  WK-ENV-KAISHA-COD           PIC  X(02) VALUE SPACE.
       01  WK-ROW-KAISHA-COD           PIC  X(02) VALUE SPACE.
       01  API-END-FLG                 PIC  X(01) VALUE "N".
       01  POF-END-FLG                 PIC  X(01) VALUE "N".
       01  APG-END-FLG                 PIC  X(01) VALUE "N".
       01  SIR-END-FLG                 PIC  X(01) VALUE "N".
       01  ZEI-END-FLG                 PIC  X(01) VALUE "N".
      *    控除区分判定(KSBS020)呼出用
           COPY KSBS020-PARAMS.
      ******************************************************************
      *  仕入先マスタテーブル(適格請求書発行事業者の登録状況)
      ******************************************************************
       01  WK-SIR-TBL.
           03  WK-SIR-CNT              PIC  9(04) VALUE ZERO.
           03  WK-SIR-ENT              OCCURS 1000 TIMES
                                        INDEXED BY WK-SIR-IDX.
             05  WK-SIR-SUPPLIER-COD   PIC  X(06).
             05  WK-SIR-TOROKU-NO      PIC  X(14).
             05  WK-SIR-TOROKU-DATE    PIC  9(08).
      ******************************************************************
      *  消費税率マスタテーブル
      ******************************************************************
       01  WK-ZEI-TBL.
           03  WK-ZEI-CNT              PIC  9(03) VALUE ZERO.
           03  WK-ZEI-ENT              OCCURS 99 TIMES.
             05  WK-ZEI-TBL-KBN        PIC  X(01).
             05  WK-ZEI-TBL-EFFDATE    PIC  9(08).
             05  WK-ZEI-TBL-RITSU      PIC S9(02)V9(02).
       01  WK-ZEI-IX                   PIC  9(03) VALUE ZERO.
       01  WK-BEST-EFFDATE             PIC  9(08) VALUE ZERO.
       01  WK-RITSU                    PIC S9(02)V9(02) VALUE ZERO.
       01  WK-LINE-ZEI                 PIC S9(11) VALUE ZERO.
      ******************************************************************
      *  計上済み仕入先請求書テーブル(再投入の検出用)
      ******************************************************************
             05  WK-INV-INVOICE-NO     PIC  X(10).
             05  WK-INV-INVOICE-DATE   PIC  9(08).
             05  WK-INV-KINGAKU        PIC S9(13).
             05  WK-INV-ZEI            PIC S9(13).
       01  WK-IX                       PIC  9(04) VALUE ZERO.
      *    請求書1通分の仕入税額の控除対象・控除対象外
       01  WK-KOJO-ZEI                 PIC S9(13) VALUE ZERO.
       01  WK-FUKA-ZEI                 PIC S9(13) VALUE ZERO.
       01  WK-JNL-KANJO-COD            PIC  X(04) VALUE SPACE.
       01  WK-JNL-TAISHAKU             PIC  X(01) VALUE SPACE.
       01  WK-JNL-KINGAKU              PIC S9(13) VALUE ZERO.
      *
       01  WK-API-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-MATCH-CNT                PIC  9(09) VALUE ZERO.
       01  WK-EXC-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-APF-OUT-CNT              PIC  9(09) VALUE ZERO.
       01  WK-KEIKA-CNT                PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  照合結果一覧印字用
      ******************************************************************
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
           DISPLAY "KAISHA-COD" UPON ENVIRONMENT-NAME.
           ACCEPT WK-ENV-KAISHA-COD FROM ENVIRONMENT-VALUE.
           IF WK-ENV-KAISHA-COD NOT = SPACE
             MOVE WK-ENV-KAISHA-COD TO WK-KAISHA-COD
           END-IF.
           DISPLAY "*** KSBM110 KAISHA=" WK-KAISHA-COD.
      *
           OPEN INPUT API-FILE.
           IF WK-API-FILE-ERR NOT = "00"
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT SIR-FILE
             IF WK-SIR-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM110 ABEND NOT SIR-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT ZEI-FILE
             IF WK-ZEI-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM110 ABEND NOT ZEI-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT SHO-FILE
             IF WK-SHO-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM110 ABEND NOT SHO-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
      *    計上済みの台帳を先に読み切ってから追記を開く(同一ファイル)
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT APG-FILE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT JNL-FILE
             IF WK-JNL-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM110 ABEND NOT JNL-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT PFO-FILE
             IF WK-PFO-FILE-ERR NOT = "00"
           MOVE "*** KSBM110 SANTEN SHOGO LIST ***" TO RPT-REC.
           WRITE RPT-REC.
           PERFORM LOAD-POF-RTN  UNTIL POF-END-FLG = "Y".
           PERFORM LOAD-SIR-RTN  UNTIL SIR-END-FLG = "Y".
           CLOSE SIR-FILE.
           MOVE HIGH-VALUE TO WK-SIR-FILE-ERR.
           PERFORM LOAD-ZEI-RTN  UNTIL ZEI-END-FLG = "Y".
           CLOSE ZEI-FILE.
           MOVE HIGH-VALUE TO WK-ZEI-FILE-ERR.
           PERFORM READ-API-RTN.
       EXT.
           EXIT.
               MOVE "Y" TO APG-END-FLG
               GO TO EXT
           END-READ.
      *    二重計上の判定は計上先の会社の台帳行だけで行う
           IF CFAPF-KAISHA-COD OF APG-REC = SPACE
             MOVE "01" TO WK-ROW-KAISHA-COD
           ELSE
             MOVE CFAPF-KAISHA-COD OF APG-REC TO WK-ROW-KAISHA-COD
           END-IF.
           IF WK-ROW-KAISHA-COD NOT = WK-KAISHA-COD
             GO TO EXT
           END-IF.
           IF WK-APG-CNT >= 5000
             DISPLAY "*** KSBM110 WARNING APG TABLE FULL"
             MOVE RC-WARNING TO RETURN-CODE
           MOVE POF-REC TO WK-POF-REC2 (WK-POF-IDX).
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
             DISPLAY "!!! KSBM110 ABEND : SIR TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SIR-CNT.
           SET WK-SIR-IDX TO WK-SIR-CNT.
           MOVE CFSIR-SUPPLIER-COD TO WK-SIR-SUPPLIER-COD (WK-SIR-IDX).
           MOVE CFSIR-TOROKU-NO TO WK-SIR-TOROKU-NO (WK-SIR-IDX).
           IF CFSIR-TOROKU-DATE IS NUMERIC
             MOVE CFSIR-TOROKU-DATE TO WK-SIR-TOROKU-DATE (WK-SIR-IDX)
           ELSE
             MOVE ZERO TO WK-SIR-TOROKU-DATE (WK-SIR-IDX)
           END-IF.
       EXT.
           EXIT.
      *
       LOAD-ZEI-RTN        SECTION.
           READ ZEI-FILE
             AT END
               MOVE "Y" TO ZEI-END-FLG
               GO TO EXT
           END-READ.
           IF WK-ZEI-CNT >= 99
             DISPLAY "!!! KSBM110 ABEND : ZEI TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-ZEI-CNT.
           MOVE CFZEI-ZEI-KBN TO WK-ZEI-TBL-KBN (WK-ZEI-CNT).
           MOVE CFZEI-EFF-DATE TO WK-ZEI-TBL-EFFDATE (WK-ZEI-CNT).
           MOVE CFZEI-RITSU TO WK-ZEI-TBL-RITSU (WK-ZEI-CNT).
       EXT.
           EXIT.
      *
       READ-API-RTN        SECTION.
           READ API-FILE
               MOVE CFAPI-INVOICE-DATE
                 TO WK-INV-INVOICE-DATE (WK-INV-IDX)
               MOVE ZERO TO WK-INV-KINGAKU (WK-INV-IDX)
               MOVE ZERO TO WK-INV-ZEI (WK-INV-IDX)
             WHEN WK-INV-SUPPLIER-COD (WK-INV-IDX)
                    = CFAPI-SUPPLIER-COD
              AND WK-INV-INVOICE-NO (WK-INV-IDX) = CFAPI-INVOICE-NO
               CONTINUE
           END-SEARCH.
           ADD CFAPI-KINGAKU TO WK-INV-KINGAKU (WK-INV-IDX).
      *
      *    明細の消費税額(商品の税区分の請求日時点の税率。切捨て)
           MOVE CFAPI-SHOHIN-NO TO CFSHO-SHOHIN-NO.
           READ SHO-FILE
             INVALID KEY
               MOVE "1" TO CFSHO-ZEI-KBN
           END-READ.
           MOVE ZERO TO WK-RITSU.
           MOVE ZERO TO WK-BEST-EFFDATE.
           PERFORM SCAN-ZEI-RTN
             VARYING WK-ZEI-IX FROM 1 BY 1
             UNTIL WK-ZEI-IX > WK-ZEI-CNT.
           COMPUTE WK-LINE-ZEI = CFAPI-KINGAKU * WK-RITSU / 100.
           ADD WK-LINE-ZEI TO WK-INV-ZEI (WK-INV-IDX).
       EXT.
           EXIT.
      *
      *    請求日以前で最も新しい効力発生日の税率(KCCFZEIの取り決め)
       SCAN-ZEI-RTN        SECTION.
           IF WK-ZEI-TBL-KBN (WK-ZEI-IX) = CFSHO-ZEI-KBN
            AND WK-ZEI-TBL-EFFDATE (WK-ZEI-IX) <= CFAPI-INVOICE-DATE
            AND WK-ZEI-TBL-EFFDATE (WK-ZEI-IX) >= WK-BEST-EFFDATE
             MOVE WK-ZEI-TBL-EFFDATE (WK-ZEI-IX) TO WK-BEST-EFFDATE
             MOVE WK-ZEI-TBL-RITSU (WK-ZEI-IX) TO WK-RITSU
           END-IF.
       EXT.
           EXIT.
      *
           MOVE ZERO TO CFAPF-SHIHARAI-KINGAKU OF APF-REC.
           MOVE "O" TO CFAPF-STATUS OF APF-REC.
           MOVE ZERO TO CFAPF-DUE-DATE OF APF-REC.
      *
      *    仕入先の登録状況と請求日から仕入税額控除の区分を判定する
      *    (マスタに無い仕入先は未登録として扱う)
           MOVE "K" TO TRK-FUNCTION.
           MOVE SPACE TO TRK-TOROKU-NO.
           MOVE ZERO TO TRK-TOROKU-DATE.
           SET WK-SIR-IDX TO 1.
           SEARCH WK-SIR-ENT
             AT END
               CONTINUE
             WHEN WK-SIR-IDX > WK-SIR-CNT
               CONTINUE
             WHEN WK-SIR-SUPPLIER-COD (WK-SIR-IDX)
                    = WK-INV-SUPPLIER-COD (WK-IX)
               MOVE WK-SIR-TOROKU-NO (WK-SIR-IDX) TO TRK-TOROKU-NO
               MOVE WK-SIR-TOROKU-DATE (WK-SIR-IDX) TO TRK-TOROKU-DATE
           END-SEARCH.
           MOVE WK-INV-INVOICE-DATE (WK-IX) TO TRK-DATE.
           CALL "KSBS020" USING KSBS020-P1.
           MOVE TRK-KOJO-KBN TO CFAPF-KOJO-KBN OF APF-REC.
           MOVE WK-KAISHA-COD TO CFAPF-KAISHA-COD OF APF-REC.
           WRITE APF-REC.
           ADD 1 TO WK-APF-OUT-CNT.
      *
           COMPUTE WK-KOJO-ZEI =
             WK-INV-ZEI (WK-IX) * TRK-KOJO-RITSU / 100.
           COMPUTE WK-FUKA-ZEI = WK-INV-ZEI (WK-IX) - WK-KOJO-ZEI.
           IF TRK-KOJO-KBN NOT = "1"
             ADD 1 TO WK-KEIKA-CNT
             MOVE SPACE TO WK-RPT-LINE
             MOVE "KEIKA" TO WK-RPT-KBN
             MOVE WK-INV-SUPPLIER-COD (WK-IX) TO WK-RPT-SUPPLIER-COD
             MOVE WK-INV-INVOICE-NO (WK-IX) TO WK-RPT-INVOICE-NO
             MOVE ZERO TO WK-RPT-HATCHU-NO
             STRING "MITOROKU KOJO "    DELIMITED BY SIZE
                    TRK-KOJO-RITSU      DELIMITED BY SIZE
                    "%"                 DELIMITED BY SIZE
               INTO WK-RPT-MSG
             END-STRING
             MOVE WK-RPT-LINE TO RPT-REC
             WRITE RPT-REC
           END-IF.
      *
      *    仕入税額の仕訳(借方 仮払消費税・控除対象外消費税／貸方
      *    買掛金)
           IF WK-INV-ZEI (WK-IX) = ZERO
             GO TO EXT
           END-IF.
           IF WK-KOJO-ZEI NOT = ZERO
             MOVE "1180" TO WK-JNL-KANJO-COD
             MOVE "D" TO WK-JNL-TAISHAKU
             MOVE WK-KOJO-ZEI TO WK-JNL-KINGAKU
             PERFORM WRITE-JNL-RTN
           END-IF.
           IF WK-FUKA-ZEI NOT = ZERO
             MOVE "8570" TO WK-JNL-KANJO-COD
             MOVE "D" TO WK-JNL-TAISHAKU
             MOVE WK-FUKA-ZEI TO WK-JNL-KINGAKU
             PERFORM WRITE-JNL-RTN
           END-IF.
           MOVE "2110" TO WK-JNL-KANJO-COD.
           MOVE "C" TO WK-JNL-TAISHAKU.
           MOVE WK-INV-ZEI (WK-IX) TO WK-JNL-KINGAKU.
           PERFORM WRITE-JNL-RTN.
       EXT.
           EXIT.
      *
       WRITE-JNL-RTN       SECTION.
           MOVE SPACE TO JNL-REC.
           MOVE "KSBM110" TO CFJNL-PGM-ID.
           MOVE WK-KAISHA-COD TO CFJNL-KAISHA-COD.
           MOVE WK-INV-INVOICE-DATE (WK-IX) TO CFJNL-DATE.
           MOVE WK-JNL-KANJO-COD TO CFJNL-KANJO-COD.
           MOVE WK-JNL-TAISHAKU TO CFJNL-TAISHAKU.
           MOVE WK-JNL-KINGAKU TO CFJNL-KINGAKU.
           MOVE WK-INV-INVOICE-NO (WK-IX) TO CFJNL-REF.
           MOVE "SHIIRE SHOHIZEI" TO CFJNL-TEKIYO.
           WRITE JNL-REC.
       EXT.
           EXIT.
      *
           IF WK-APF-FILE-ERR = "00"
             CLOSE APF-FILE
           END-IF.
           IF WK-SIR-FILE-ERR = "00"
             CLOSE SIR-FILE
           END-IF.
           IF WK-ZEI-FILE-ERR = "00"
             CLOSE ZEI-FILE
           END-IF.
           IF WK-SHO-FILE-ERR = "00"
             CLOSE SHO-FILE
           END-IF.
           IF WK-JNL-FILE-ERR = "00"
             CLOSE JNL-FILE
           END-IF.
           IF WK-PFO-FILE-ERR = "00"
             CLOSE PFO-FILE
           END-IF.
           DISPLAY "MATCHCNT=" WK-MATCH-CNT.
           DISPLAY "EXCCNT=" WK-EXC-CNT.
           DISPLAY "APFCNT=" WK-APF-OUT-CNT.
           DISPLAY "KEIKACNT=" WK-KEIKA-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM110 END ***".
       EXT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "APICNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-API-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "MATCHCNT"            TO RUNHIS-CNT-LABEL (2).
           MOVE WK-EXC-CNT            TO RUNHIS-CNT-VALUE (3).
           MOVE "APFCNT"              TO RUNHIS-CNT-LABEL (4).
           MOVE WK-APF-OUT-CNT        TO RUNHIS-CNT-VALUE (4).
           MOVE "KEIKACNT"            TO RUNHIS-CNT-LABEL (5).
           MOVE WK-KEIKA-CNT          TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
