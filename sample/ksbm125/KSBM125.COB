       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KSBM125.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：商品
      * プログラム名  ：支払通知書作成
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。支払データ作成(KSBM111)の実行ごとに
      *                 書き出される支払明細(KCCFPAD)を仕入先別に
      *                 まとめ、支払通知書(RPT)を印字する。通知書には
      *                 仕入先マスタ(KCCFSIR)の名称・住所、振込日、
      *                 振込手数料の負担区分を載せ、支払った仕入請求書
      *                 ごとに請求額・売掛買掛相殺額(相殺明細台帳
      *                 KCCFNTLの買掛側)・返品デビットノート控除額・
      *                 先方負担手数料・振込額を、続けて消し込んだ
      *                 デビットノートを印字する。ＥＤＩ取引先
      *                 (CFSIR-EDI-TORIHIKI)には同じ内容の支払通知
      *                 データ(EDI：ＣＳＶ。ヘッダ"H"・明細"D"・合計
      *                 "T")を書き出す。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT PAD-FILE
             ASSIGN TO EXTERNAL PAD
               FILE STATUS IS WK-PAD-FILE-ERR.
           SELECT SIR-FILE
             ASSIGN TO EXTERNAL SIR
               FILE STATUS IS WK-SIR-FILE-ERR.
           SELECT NTL-FILE
             ASSIGN TO EXTERNAL NTL
               FILE STATUS IS WK-NTL-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-FILE-ERR.
           SELECT EDI-FILE
             ASSIGN TO EXTERNAL EDI
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-EDI-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
       FD  BSD-FILE.
       01  BSD-REC.
           COPY KCCFBSD.
       FD  PAD-FILE.
       01  PAD-REC.
           COPY KCCFPAD.
       FD  SIR-FILE.
       01  SIR-REC.
           COPY KCCFSIR.
       FD  NTL-FILE.
       01  NTL-REC.
           COPY KCCFNTL.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(132).
       FD  EDI-FILE.
       01  EDI-REC                     PIC  X(132).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-BSD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-PAD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SIR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-NTL-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-EDI-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  PAD-END-FLG                 PIC  X(01) VALUE "N".
       01  SIR-END-FLG                 PIC  X(01) VALUE "N".
       01  NTL-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      ******************************************************************
      *  仕入先マスタテーブル(名称・住所・ＥＤＩ区分)
      ******************************************************************
       01  WK-SIR-TBL.
           03  WK-SIR-CNT              PIC  9(04) VALUE ZERO.
           03  WK-SIR-ENT              OCCURS 1000 TIMES
                                        INDEXED BY WK-SIR-IDX.
             05  WK-SIR-SUPPLIER-COD   PIC  X(06).
             05  WK-SIR-SUPPLIER-MEI   PIC  X(20).
             05  WK-SIR-ADDRESS        PIC  X(40).
             05  WK-SIR-EDI-KBN        PIC  X(01).
       01  WK-SIR-FOUND-FLG            PIC  X(01) VALUE "N".
      ******************************************************************
      *  相殺明細(買掛側)テーブル
      ******************************************************************
       01  WK-NTL-TBL.
           03  WK-NTL-CNT              PIC  9(05) VALUE ZERO.
           03  WK-NTL-ENT              OCCURS 5000 TIMES.
             05  WK-NTL-SUPPLIER-COD   PIC  X(06).
             05  WK-NTL-AP-INVOICE-NO  PIC  X(10).
             05  WK-NTL-KINGAKU        PIC S9(13).
      ******************************************************************
      *  支払明細テーブルと仕入先一覧(出現順)
      ******************************************************************
       01  WK-PAD-TBL.
           03  WK-PAD-CNT              PIC  9(05) VALUE ZERO.
           03  WK-PAD-ENT              OCCURS 5000 TIMES.
             05  WK-PAD-SUPPLIER-COD   PIC  X(06).
             05  WK-PAD-INVOICE-NO     PIC  X(10).
             05  WK-PAD-KBN            PIC  X(01).
             05  WK-PAD-SEIKYU         PIC S9(13).
             05  WK-PAD-KOJO           PIC S9(13).
             05  WK-PAD-TESURYO        PIC S9(07).
             05  WK-PAD-FURIKOMI       PIC S9(13).
             05  WK-PAD-TESURYO-FUTAN  PIC  X(01).
       01  WK-SUP-TBL.
           03  WK-SUP-CNT              PIC  9(04) VALUE ZERO.
           03  WK-SUP-ENT              OCCURS 1000 TIMES
                                        INDEXED BY WK-SUP-IDX.
             05  WK-SUP-SUPPLIER-COD   PIC  X(06).
       01  WK-SUP-FOUND-FLG            PIC  X(01) VALUE "N".
       01  WK-FURIKOMI-DATE            PIC  9(08) VALUE ZERO.
       01  WK-I                        PIC  9(05) VALUE ZERO.
       01  WK-J                        PIC  9(05) VALUE ZERO.
       01  WK-S                        PIC  9(04) VALUE ZERO.
      *
      *    仕入先1件分の編集用
       01  WK-CUR-SUPPLIER-COD         PIC  X(06) VALUE SPACE.
       01  WK-CUR-EDI-FLG              PIC  X(01) VALUE "N".
       01  WK-CUR-FUTAN                PIC  X(01) VALUE SPACE.
       01  WK-SOSAI                    PIC S9(13) VALUE ZERO.
       01  WK-JUTO                     PIC S9(13) VALUE ZERO.
       01  WK-GK-SEIKYU                PIC S9(13) VALUE ZERO.
       01  WK-GK-SOSAI                 PIC S9(13) VALUE ZERO.
       01  WK-GK-KOJO                  PIC S9(13) VALUE ZERO.
       01  WK-GK-TESURYO               PIC S9(13) VALUE ZERO.
       01  WK-GK-FURIKOMI              PIC S9(13) VALUE ZERO.
       01  WK-GK-JUTO                  PIC S9(13) VALUE ZERO.
       01  WK-GK-KENSU                 PIC  9(05) VALUE ZERO.
      *
       01  WK-PAD-REC-CNT              PIC  9(09) VALUE ZERO.
       01  WK-TSUCHI-CNT               PIC  9(09) VALUE ZERO.
       01  WK-EDI-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-SIR-NASHI-CNT            PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  ＥＤＩ(ＣＳＶ)編集用
      ******************************************************************
       01  WK-CSV-DATE                 PIC  9(08) VALUE ZERO.
       01  WK-CSV-KINGAKU1             PIC  9(13) VALUE ZERO.
       01  WK-CSV-KINGAKU2             PIC  9(13) VALUE ZERO.
       01  WK-CSV-KINGAKU3             PIC  9(13) VALUE ZERO.
       01  WK-CSV-KINGAKU4             PIC  9(13) VALUE ZERO.
       01  WK-CSV-KINGAKU5             PIC  9(13) VALUE ZERO.
       01  WK-CSV-KINGAKU6             PIC  9(13) VALUE ZERO.
       01  WK-CSV-KENSU                PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  支払通知書印字用
      ******************************************************************
       01  WK-RPT-HEAD1.
           03  FILLER                  PIC  X(28) VALUE
             "*** SHIHARAI TSUCHISHO ***".
           03  FILLER                  PIC  X(05) VALUE "DATE=".
           03  WK-RH1-DATE             PIC  9(08).
       01  WK-RPT-HEAD2.
           03  FILLER                  PIC  X(11) VALUE "SHIIRESAKI=".
           03  WK-RH2-SUPPLIER-COD     PIC  X(06).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RH2-SUPPLIER-MEI     PIC  X(20).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RH2-ADDRESS          PIC  X(40).
       01  WK-RPT-HEAD3.
           03  FILLER                  PIC  X(12) VALUE "FURIKOMI-BI=".
           03  WK-RH3-FURIKOMI-DATE    PIC  9(08).
           03  FILLER                  PIC  X(09) VALUE " TESURYO=".
           03  WK-RH3-FUTAN            PIC  X(12).
       01  WK-RPT-MEISAI.
           03  WK-RPM-KBN              PIC  X(06).
           03  WK-RPM-INVOICE-NO       PIC  X(10).
           03  FILLER                  PIC  X(08) VALUE " SEIKYU=".
           03  WK-RPM-SEIKYU           PIC  -(11)9.
           03  FILLER                  PIC  X(07) VALUE " SOSAI=".
           03  WK-RPM-SOSAI            PIC  -(11)9.
           03  FILLER                  PIC  X(08) VALUE " HENPIN=".
           03  WK-RPM-KOJO             PIC  -(11)9.
           03  FILLER                  PIC  X(09) VALUE " TESURYO=".
           03  WK-RPM-TESURYO          PIC  -(07)9.
           03  FILLER                  PIC  X(10) VALUE " FURIKOMI=".
           03  WK-RPM-FURIKOMI         PIC  -(11)9.
           03  FILLER                  PIC  X(06) VALUE " JUTO=".
           03  WK-RPM-JUTO             PIC  -(11)9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM TSUCHI-RTN
               VARYING WK-S FROM 1 BY 1 UNTIL WK-S > WK-SUP-CNT
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
      ******************************************************************
      *    初期処理（マスタ・相殺明細・支払明細の先読み）
      ******************************************************************
       INIT-RTN            SECTION.
           DISPLAY "*** KSBM125 START ***".
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
           OPEN INPUT SIR-FILE.
           IF WK-SIR-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM125 ABEND NOT SIR-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-SIR-RTN  UNTIL SIR-END-FLG = "Y".
           CLOSE SIR-FILE.
           MOVE HIGH-VALUE TO WK-SIR-FILE-ERR.
      *
      *    相殺明細台帳は相殺処理(KCBM114)の運用が無ければ存在しない
           OPEN INPUT NTL-FILE.
           IF WK-NTL-FILE-ERR = "00"
             PERFORM LOAD-NTL-RTN  UNTIL NTL-END-FLG = "Y"
             CLOSE NTL-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-NTL-FILE-ERR.
      *
           OPEN INPUT PAD-FILE.
           IF WK-PAD-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM125 ABEND NOT PAD-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-PAD-RTN  UNTIL PAD-END-FLG = "Y".
           CLOSE PAD-FILE.
           MOVE HIGH-VALUE TO WK-PAD-FILE-ERR.
      *
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM125 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT EDI-FILE.
           IF WK-EDI-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM125 ABEND NOT EDI-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
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
             DISPLAY "!!! KSBM125 ABEND : SIR TABLE FULL !!!"
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
           MOVE CFSIR-ADDRESS TO WK-SIR-ADDRESS (WK-SIR-IDX).
           MOVE CFSIR-EDI-KBN TO WK-SIR-EDI-KBN (WK-SIR-IDX).
       EXT.
           EXIT.
      *
      *    買掛側("K")の相殺明細だけを積む。
       LOAD-NTL-RTN        SECTION.
           READ NTL-FILE
             AT END
               MOVE "Y" TO NTL-END-FLG
               GO TO EXT
           END-READ.
           IF NOT CFNTL-KAIKAKE
             GO TO EXT
           END-IF.
           IF WK-NTL-CNT >= 5000
             DISPLAY "!!! KSBM125 ABEND : NTL TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-NTL-CNT.
           MOVE CFNTL-SUPPLIER-COD TO WK-NTL-SUPPLIER-COD (WK-NTL-CNT).
           MOVE CFNTL-AP-INVOICE-NO
             TO WK-NTL-AP-INVOICE-NO (WK-NTL-CNT).
           MOVE CFNTL-KINGAKU TO WK-NTL-KINGAKU (WK-NTL-CNT).
       EXT.
           EXIT.
      *
      *    支払明細を積み、仕入先を出現順に一覧へ登録する。
       LOAD-PAD-RTN        SECTION.
           READ PAD-FILE
             AT END
               MOVE "Y" TO PAD-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-PAD-REC-CNT.
           IF WK-PAD-CNT >= 5000
             DISPLAY "!!! KSBM125 ABEND : PAD TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-PAD-CNT.
           MOVE CFPAD-SUPPLIER-COD TO WK-PAD-SUPPLIER-COD (WK-PAD-CNT).
           MOVE CFPAD-INVOICE-NO TO WK-PAD-INVOICE-NO (WK-PAD-CNT).
           MOVE CFPAD-MEISAI-KBN TO WK-PAD-KBN (WK-PAD-CNT).
           MOVE CFPAD-SEIKYU-KINGAKU TO WK-PAD-SEIKYU (WK-PAD-CNT).
           MOVE CFPAD-KOJO-KINGAKU TO WK-PAD-KOJO (WK-PAD-CNT).
           MOVE CFPAD-TESURYO TO WK-PAD-TESURYO (WK-PAD-CNT).
           MOVE CFPAD-FURIKOMI-KINGAKU
             TO WK-PAD-FURIKOMI (WK-PAD-CNT).
           MOVE CFPAD-TESURYO-FUTAN
             TO WK-PAD-TESURYO-FUTAN (WK-PAD-CNT).
           MOVE CFPAD-SHIHARAI-DATE TO WK-FURIKOMI-DATE.
      *
           MOVE "N" TO WK-SUP-FOUND-FLG.
           IF WK-SUP-CNT > ZERO
             SET WK-SUP-IDX TO 1
             SEARCH WK-SUP-ENT
               AT END
                 CONTINUE
               WHEN WK-SUP-IDX > WK-SUP-CNT
                 CONTINUE
               WHEN WK-SUP-SUPPLIER-COD (WK-SUP-IDX)
                      = CFPAD-SUPPLIER-COD
                 MOVE "Y" TO WK-SUP-FOUND-FLG
             END-SEARCH
           END-IF.
           IF WK-SUP-FOUND-FLG = "Y"
             GO TO EXT
           END-IF.
           IF WK-SUP-CNT >= 1000
             DISPLAY "!!! KSBM125 ABEND : SUP TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SUP-CNT.
           MOVE CFPAD-SUPPLIER-COD TO WK-SUP-SUPPLIER-COD (WK-SUP-CNT).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    仕入先1件分の支払通知書(印字とＥＤＩデータ)
      ******************************************************************
       TSUCHI-RTN          SECTION.
           MOVE WK-SUP-SUPPLIER-COD (WK-S) TO WK-CUR-SUPPLIER-COD.
           MOVE ZERO TO WK-GK-SEIKYU WK-GK-SOSAI WK-GK-KOJO
                        WK-GK-TESURYO WK-GK-FURIKOMI WK-GK-JUTO
                        WK-GK-KENSU.
           MOVE SPACE TO WK-CUR-FUTAN.
           MOVE "N" TO WK-CUR-EDI-FLG.
      *
           MOVE "N" TO WK-SIR-FOUND-FLG.
           IF WK-SIR-CNT > ZERO
             SET WK-SIR-IDX TO 1
             SEARCH WK-SIR-ENT
               AT END
                 CONTINUE
               WHEN WK-SIR-IDX > WK-SIR-CNT
                 CONTINUE
               WHEN WK-SIR-SUPPLIER-COD (WK-SIR-IDX)
                      = WK-CUR-SUPPLIER-COD
                 MOVE "Y" TO WK-SIR-FOUND-FLG
             END-SEARCH
           END-IF.
      *
           MOVE WK-BASE-DATE TO WK-RH1-DATE.
           MOVE WK-RPT-HEAD1 TO RPT-REC.
           WRITE RPT-REC.
           MOVE WK-CUR-SUPPLIER-COD TO WK-RH2-SUPPLIER-COD.
           IF WK-SIR-FOUND-FLG = "Y"
             MOVE WK-SIR-SUPPLIER-MEI (WK-SIR-IDX)
               TO WK-RH2-SUPPLIER-MEI
             MOVE WK-SIR-ADDRESS (WK-SIR-IDX) TO WK-RH2-ADDRESS
             IF WK-SIR-EDI-KBN (WK-SIR-IDX) = "E"
               MOVE "Y" TO WK-CUR-EDI-FLG
             END-IF
           ELSE
             MOVE "*** SIR NASHI ***" TO WK-RH2-SUPPLIER-MEI
             MOVE SPACE TO WK-RH2-ADDRESS
             ADD 1 TO WK-SIR-NASHI-CNT
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           MOVE WK-RPT-HEAD2 TO RPT-REC.
           WRITE RPT-REC.
      *
      *    手数料負担区分は明細の写しから取る
           PERFORM GET-FUTAN-RTN
             VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-PAD-CNT.
           MOVE WK-FURIKOMI-DATE TO WK-RH3-FURIKOMI-DATE.
           IF WK-CUR-FUTAN = "S"
             MOVE "SENPO FUTAN" TO WK-RH3-FUTAN
           ELSE
             MOVE "TOHO FUTAN" TO WK-RH3-FUTAN
           END-IF.
           MOVE WK-RPT-HEAD3 TO RPT-REC.
           WRITE RPT-REC.
      *
           IF WK-CUR-EDI-FLG = "Y"
             MOVE WK-FURIKOMI-DATE TO WK-CSV-DATE
             MOVE SPACE TO EDI-REC
             STRING "H," DELIMITED BY SIZE
                    WK-CUR-SUPPLIER-COD DELIMITED BY SPACE
                    "," DELIMITED BY SIZE
                    WK-CSV-DATE DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    WK-CUR-FUTAN DELIMITED BY SIZE
               INTO EDI-REC
             END-STRING
             WRITE EDI-REC
           END-IF.
      *
      *    仕入請求書の支払明細、続けてデビットノートの消込明細
           PERFORM MEISAI-I-RTN
             VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-PAD-CNT.
           PERFORM MEISAI-D-RTN
             VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-PAD-CNT.
      *
           MOVE "GOKEI " TO WK-RPM-KBN.
           MOVE SPACE TO WK-RPM-INVOICE-NO.
           MOVE WK-GK-SEIKYU TO WK-RPM-SEIKYU.
           MOVE WK-GK-SOSAI TO WK-RPM-SOSAI.
           MOVE WK-GK-KOJO TO WK-RPM-KOJO.
           MOVE WK-GK-TESURYO TO WK-RPM-TESURYO.
           MOVE WK-GK-FURIKOMI TO WK-RPM-FURIKOMI.
           MOVE WK-GK-JUTO TO WK-RPM-JUTO.
           MOVE WK-RPT-MEISAI TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           ADD 1 TO WK-TSUCHI-CNT.
      *
           IF WK-CUR-EDI-FLG = "Y"
             MOVE WK-GK-SEIKYU TO WK-CSV-KINGAKU1
             MOVE WK-GK-SOSAI TO WK-CSV-KINGAKU2
             MOVE WK-GK-KOJO TO WK-CSV-KINGAKU3
             MOVE WK-GK-TESURYO TO WK-CSV-KINGAKU4
             MOVE WK-GK-FURIKOMI TO WK-CSV-KINGAKU5
             MOVE WK-GK-KENSU TO WK-CSV-KENSU
             MOVE SPACE TO EDI-REC
             STRING "T," DELIMITED BY SIZE
                    WK-CUR-SUPPLIER-COD DELIMITED BY SPACE
                    "," DELIMITED BY SIZE
                    WK-CSV-KENSU DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    WK-CSV-KINGAKU1 DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    WK-CSV-KINGAKU2 DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    WK-CSV-KINGAKU3 DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    WK-CSV-KINGAKU4 DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    WK-CSV-KINGAKU5 DELIMITED BY SIZE
               INTO EDI-REC
             END-STRING
             WRITE EDI-REC
             ADD 1 TO WK-EDI-CNT
           END-IF.
       EXT.
           EXIT.
      *
       GET-FUTAN-RTN       SECTION.
           IF WK-PAD-SUPPLIER-COD (WK-I) = WK-CUR-SUPPLIER-COD
            AND WK-PAD-TESURYO-FUTAN (WK-I) NOT = SPACE
             MOVE WK-PAD-TESURYO-FUTAN (WK-I) TO WK-CUR-FUTAN
           END-IF.
       EXT.
           EXIT.
      *
      *    仕入請求書1件：相殺額は相殺明細台帳の買掛側を合計する
       MEISAI-I-RTN        SECTION.
           IF WK-PAD-SUPPLIER-COD (WK-I) NOT = WK-CUR-SUPPLIER-COD
            OR WK-PAD-KBN (WK-I) NOT = "I"
             GO TO EXT
           END-IF.
           MOVE ZERO TO WK-SOSAI.
           PERFORM SUM-NTL-RTN
             VARYING WK-J FROM 1 BY 1 UNTIL WK-J > WK-NTL-CNT.
           COMPUTE WK-JUTO = WK-PAD-KOJO (WK-I)
                           + WK-PAD-TESURYO (WK-I)
                           + WK-PAD-FURIKOMI (WK-I).
           MOVE "SEIKYU" TO WK-RPM-KBN.
           PERFORM PRINT-MEISAI-RTN.
       EXT.
           EXIT.
      *
      *    デビットノート1件：控除額のみ
       MEISAI-D-RTN        SECTION.
           IF WK-PAD-SUPPLIER-COD (WK-I) NOT = WK-CUR-SUPPLIER-COD
            OR WK-PAD-KBN (WK-I) NOT = "D"
             GO TO EXT
           END-IF.
           MOVE ZERO TO WK-SOSAI.
           MOVE ZERO TO WK-JUTO.
           MOVE "HENPIN" TO WK-RPM-KBN.
           PERFORM PRINT-MEISAI-RTN.
       EXT.
           EXIT.
      *
       SUM-NTL-RTN         SECTION.
           IF WK-NTL-SUPPLIER-COD (WK-J) = WK-CUR-SUPPLIER-COD
            AND WK-NTL-AP-INVOICE-NO (WK-J) = WK-PAD-INVOICE-NO (WK-I)
             ADD WK-NTL-KINGAKU (WK-J) TO WK-SOSAI
           END-IF.
       EXT.
           EXIT.
      *
       PRINT-MEISAI-RTN    SECTION.
           MOVE WK-PAD-INVOICE-NO (WK-I) TO WK-RPM-INVOICE-NO.
           MOVE WK-PAD-SEIKYU (WK-I) TO WK-RPM-SEIKYU.
           MOVE WK-SOSAI TO WK-RPM-SOSAI.
           MOVE WK-PAD-KOJO (WK-I) TO WK-RPM-KOJO.
           MOVE WK-PAD-TESURYO (WK-I) TO WK-RPM-TESURYO.
           MOVE WK-PAD-FURIKOMI (WK-I) TO WK-RPM-FURIKOMI.
           MOVE WK-JUTO TO WK-RPM-JUTO.
           MOVE WK-RPT-MEISAI TO RPT-REC.
           WRITE RPT-REC.
      *
           IF WK-PAD-KBN (WK-I) = "I"
             ADD WK-PAD-SEIKYU (WK-I) TO WK-GK-SEIKYU
             ADD WK-SOSAI TO WK-GK-SOSAI
             ADD WK-PAD-KOJO (WK-I) TO WK-GK-KOJO
             ADD WK-PAD-TESURYO (WK-I) TO WK-GK-TESURYO
             ADD WK-PAD-FURIKOMI (WK-I) TO WK-GK-FURIKOMI
             ADD WK-JUTO TO WK-GK-JUTO
           END-IF.
           ADD 1 TO WK-GK-KENSU.
      *
           IF WK-CUR-EDI-FLG = "Y"
             MOVE WK-PAD-SEIKYU (WK-I) TO WK-CSV-KINGAKU1
             MOVE WK-SOSAI TO WK-CSV-KINGAKU2
             MOVE WK-PAD-KOJO (WK-I) TO WK-CSV-KINGAKU3
             MOVE WK-PAD-TESURYO (WK-I) TO WK-CSV-KINGAKU4
             MOVE WK-PAD-FURIKOMI (WK-I) TO WK-CSV-KINGAKU5
             MOVE WK-JUTO TO WK-CSV-KINGAKU6
             MOVE SPACE TO EDI-REC
             STRING "D," DELIMITED BY SIZE
                    WK-PAD-INVOICE-NO (WK-I) DELIMITED BY SPACE
                    "," DELIMITED BY SIZE
                    WK-PAD-KBN (WK-I) DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    WK-CSV-KINGAKU1 DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    WK-CSV-KINGAKU2 DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    WK-CSV-KINGAKU3 DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    WK-CSV-KINGAKU4 DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    WK-CSV-KINGAKU5 DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    WK-CSV-KINGAKU6 DELIMITED BY SIZE
               INTO EDI-REC
             END-STRING
             WRITE EDI-REC
           END-IF.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-SIR-FILE-ERR = "00"
             CLOSE SIR-FILE
           END-IF.
           IF WK-NTL-FILE-ERR = "00"
             CLOSE NTL-FILE
           END-IF.
           IF WK-PAD-FILE-ERR = "00"
             CLOSE PAD-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           IF WK-EDI-FILE-ERR = "00"
             CLOSE EDI-FILE
           END-IF.
           DISPLAY "PADCNT=" WK-PAD-REC-CNT.
           DISPLAY "TSUCHICNT=" WK-TSUCHI-CNT.
           DISPLAY "EDICNT=" WK-EDI-CNT.
           DISPLAY "SIRNASHICNT=" WK-SIR-NASHI-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM125 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KSBM125"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 4                     TO RUNHIS-CNT-CNT.
           MOVE "PADCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-PAD-REC-CNT        TO RUNHIS-CNT-VALUE (1).
           MOVE "TSUCHICNT"           TO RUNHIS-CNT-LABEL (2).
           MOVE WK-TSUCHI-CNT         TO RUNHIS-CNT-VALUE (2).
           MOVE "EDICNT"              TO RUNHIS-CNT-LABEL (3).
           MOVE WK-EDI-CNT            TO RUNHIS-CNT-VALUE (3).
           MOVE "SIRNASHICN"          TO RUNHIS-CNT-LABEL (4).
           MOVE WK-SIR-NASHI-CNT      TO RUNHIS-CNT-VALUE (4).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KSBM125 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
