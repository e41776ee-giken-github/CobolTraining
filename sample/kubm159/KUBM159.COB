       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KUBM159.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：代引入金照合
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。運送会社の代引入金明細ＣＳＶ(DBN：
      *                 送り状番号,集金日,送金日,代引金額)を読み、送り
      *                 状番号で出荷追跡ファイル(KCCFTRK)から受注番号・
      *                 得意先を引き当てる。送金済みの明細はその得意先
      *                 の未回収の請求書(KCCFIVF)へ発行順に充当して
      *                 入金額・状態を更新し、入金消込台帳(KCCFPLF)へ
      *                 追記する。充当しきれない残額は未消込("U")として
      *                 台帳へ残す。集金済みで未送金(送金日ZERO)の明細
      *                 は未送金一覧として、出荷追跡に無い送り状番号は
      *                 警告として一覧(RPT)へ印字する。処理対象会社は
      *                 環境変数KAISHA-COD(省略時"01")。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT DBN-FILE
             ASSIGN TO EXTERNAL DBN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-DBN-FILE-ERR.
           SELECT TRK-FILE
             ASSIGN TO EXTERNAL TRK
               FILE STATUS IS WK-TRK-FILE-ERR.
           SELECT IVF-FILE
             ASSIGN TO EXTERNAL IVF
               FILE STATUS IS WK-IVF-FILE-ERR.
           SELECT IVO-FILE
             ASSIGN TO EXTERNAL IVO
               FILE STATUS IS WK-IVO-FILE-ERR.
           SELECT PLF-FILE
             ASSIGN TO EXTERNAL PLF
               FILE STATUS IS WK-PLF-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
      *    代引入金明細(運送会社提供のＣＳＶ。日付・金額はゼロ詰め)
       FD  DBN-FILE.
       01  DBN-REC                     PIC  X(80).
       FD  TRK-FILE.
       01  TRK-REC.
           COPY KCCFTRK.
       FD  IVF-FILE.
       01  IVF-REC.
           COPY KCCFIVF.
       FD  IVO-FILE.
       01  IVO-REC.
           COPY KCCFIVF.
       FD  PLF-FILE.
       01  PLF-REC.
           COPY KCCFPLF.
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
       01  WK-DBN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TRK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IVF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IVO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-PLF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  DBN-END-FLG                 PIC  X(01) VALUE "N".
       01  TRK-END-FLG                 PIC  X(01) VALUE "N".
       01  IVF-END-FLG                 PIC  X(01) VALUE "N".
      *    処理対象の会社(環境変数KAISHA-COD。省略時"01")
       01  WK-KAISHA-COD               PIC  X(02) VALUE "01".
       01  WK-ENV-KAISHA-COD           PIC  X(02) VALUE SPACE.
       01  WK-ROW-KAISHA-COD           PIC  X(02) VALUE SPACE.
      ******************************************************************
      *  ＣＳＶ分解後の項目
      ******************************************************************
       01  WK-CSV-OKURIJO-NO           PIC  X(12).
       01  WK-CSV-SHUKIN-DATE          PIC  X(08).
       01  WK-CSV-SHUKIN-DATE-N REDEFINES WK-CSV-SHUKIN-DATE
                                       PIC  9(08).
       01  WK-CSV-SOKIN-DATE           PIC  X(08).
       01  WK-CSV-SOKIN-DATE-N REDEFINES WK-CSV-SOKIN-DATE
                                       PIC  9(08).
       01  WK-CSV-KINGAKU              PIC  X(10).
       01  WK-CSV-KINGAKU-N REDEFINES WK-CSV-KINGAKU
                                       PIC  9(10).
      ******************************************************************
      *  代引入金明細テーブル
      *    SOKIN-DATE=ZEROは集金済み・未送金。ZAN-KINGAKUは請求書へ
      *    充当していない残額。
      ******************************************************************
       01  WK-RES-TBL.
           03  WK-RES-CNT              PIC  9(05) VALUE ZERO.
           03  WK-RES-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-RES-IDX.
             05  WK-RES-OKURIJO-NO     PIC  X(12).
             05  WK-RES-SHUKIN-DATE    PIC  9(08).
             05  WK-RES-SOKIN-DATE     PIC  9(08).
             05  WK-RES-KINGAKU        PIC S9(11).
             05  WK-RES-ZAN-KINGAKU    PIC S9(11).
             05  WK-RES-JUCHU-NO       PIC  9(04).
             05  WK-RES-TOKU-COD       PIC  X(04).
             05  WK-RES-TRK-FLG        PIC  X(01).
       01  WK-RES-FOUND-FLG            PIC  X(01) VALUE "N".
       01  WK-I                        PIC  9(05) VALUE ZERO.
      *
       01  WK-MISHU-KINGAKU            PIC S9(13) VALUE ZERO.
       01  WK-JUTO-KINGAKU             PIC S9(13) VALUE ZERO.
       01  WK-PLF-KANA.
           03  FILLER                  PIC  X(08) VALUE "DAIBIKI ".
           03  WK-PLF-KANA-OKURIJO     PIC  X(12).
           03  FILLER                  PIC  X(10) VALUE SPACE.
      *
       01  WK-DBN-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-IVF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-SHOGO-CNT                PIC  9(09) VALUE ZERO.
       01  WK-SHOGO-GOKEI              PIC S9(13) VALUE ZERO.
       01  WK-MISOKIN-CNT              PIC  9(09) VALUE ZERO.
       01  WK-MISOKIN-GOKEI            PIC S9(13) VALUE ZERO.
       01  WK-MISHOKOMI-CNT            PIC  9(09) VALUE ZERO.
       01  WK-MISHOKOMI-GOKEI          PIC S9(13) VALUE ZERO.
       01  WK-FUITCHI-CNT              PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  照合一覧印字用
      ******************************************************************
       01  WK-RPT-LINE.
           03  FILLER                  PIC  X(08) VALUE "OKURIJO=".
           03  WK-RPT-OKURIJO-NO       PIC  X(12).
           03  FILLER                  PIC  X(07) VALUE " JUCHU=".
           03  WK-RPT-JUCHU-NO         PIC  X(04).
           03  FILLER                  PIC  X(06) VALUE " TOKU=".
           03  WK-RPT-TOKU-COD         PIC  X(04).
           03  FILLER                  PIC  X(06) VALUE " DATE=".
           03  WK-RPT-DATE             PIC  9(08).
           03  FILLER                  PIC  X(09) VALUE " INVOICE=".
           03  WK-RPT-INVOICE-NO       PIC  X(08).
           03  FILLER                  PIC  X(09) VALUE " KINGAKU=".
           03  WK-RPT-KINGAKU          PIC  -(10)9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-MSG              PIC  X(07).
       01  WK-RPT-GOKEI.
           03  WK-RPG-TITLE            PIC  X(12).
           03  FILLER                  PIC  X(07) VALUE " KENSU=".
           03  WK-RPG-KENSU            PIC  ZZZZZZZZ9.
           03  FILLER                  PIC  X(09) VALUE " KINGAKU=".
           03  WK-RPG-GOKEI            PIC  -(12)9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL IVF-END-FLG = "Y"
             MOVE "*** MISOKIN (SHUKIN ZUMI) ***" TO RPT-REC
             WRITE RPT-REC
             PERFORM PRINT-MISOKIN-RTN
               VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-RES-CNT
             MOVE "*** MISHOKOMI / FUITCHI ***" TO RPT-REC
             WRITE RPT-REC
             PERFORM PRINT-ZAN-RTN
               VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-RES-CNT
             MOVE "SHOGO" TO WK-RPG-TITLE
             MOVE WK-SHOGO-CNT TO WK-RPG-KENSU
             MOVE WK-SHOGO-GOKEI TO WK-RPG-GOKEI
             MOVE WK-RPT-GOKEI TO RPT-REC
             WRITE RPT-REC
             MOVE "MISOKIN" TO WK-RPG-TITLE
             MOVE WK-MISOKIN-CNT TO WK-RPG-KENSU
             MOVE WK-MISOKIN-GOKEI TO WK-RPG-GOKEI
             MOVE WK-RPT-GOKEI TO RPT-REC
             WRITE RPT-REC
             MOVE "MISHOKOMI" TO WK-RPG-TITLE
             MOVE WK-MISHOKOMI-CNT TO WK-RPG-KENSU
             MOVE WK-MISHOKOMI-GOKEI TO WK-RPG-GOKEI
             MOVE WK-RPT-GOKEI TO RPT-REC
             WRITE RPT-REC
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
      ******************************************************************
      *    初期処理（代引入金明細の取込、送り状番号の引当て）
      ******************************************************************
       INIT-RTN            SECTION.
           DISPLAY "*** KUBM159 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
      *
           DISPLAY "KAISHA-COD" UPON ENVIRONMENT-NAME.
           ACCEPT WK-ENV-KAISHA-COD FROM ENVIRONMENT-VALUE.
           IF WK-ENV-KAISHA-COD NOT = SPACE
             MOVE WK-ENV-KAISHA-COD TO WK-KAISHA-COD
           END-IF.
           DISPLAY "*** KUBM159 KAISHA=" WK-KAISHA-COD.
      *
           OPEN INPUT DBN-FILE.
           IF WK-DBN-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM159 ABEND NOT DBN-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM159 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           MOVE "*** KUBM159 DAIBIKI NYUKIN SHOGO ***" TO RPT-REC.
           WRITE RPT-REC.
           PERFORM LOAD-DBN-RTN  UNTIL DBN-END-FLG = "Y".
           CLOSE DBN-FILE.
           MOVE HIGH-VALUE TO WK-DBN-FILE-ERR.
      *
           OPEN INPUT TRK-FILE.
           IF WK-TRK-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM159 ABEND NOT TRK-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-TRK-RTN  UNTIL TRK-END-FLG = "Y".
           CLOSE TRK-FILE.
           MOVE HIGH-VALUE TO WK-TRK-FILE-ERR.
      *
           OPEN INPUT IVF-FILE.
           IF WK-IVF-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM159 ABEND NOT IVF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT IVO-FILE.
           IF WK-IVO-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM159 ABEND NOT IVO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN EXTEND PLF-FILE.
           IF WK-PLF-FILE-ERR NOT = "00"
             OPEN OUTPUT PLF-FILE
           END-IF.
           IF WK-PLF-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM159 ABEND NOT PLF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
       EXT.
           EXIT.
      *
      *    代引入金明細1行をテーブルへ取り込む。日付・金額が数字で
      *    ない行は警告として印字し、照合の対象にしない。
       LOAD-DBN-RTN        SECTION.
           READ DBN-FILE
             AT END
               MOVE "Y" TO DBN-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-DBN-CNT.
           MOVE SPACE TO WK-CSV-OKURIJO-NO WK-CSV-SHUKIN-DATE
             WK-CSV-SOKIN-DATE WK-CSV-KINGAKU.
           UNSTRING DBN-REC
             DELIMITED BY ","
             INTO WK-CSV-OKURIJO-NO
                  WK-CSV-SHUKIN-DATE
                  WK-CSV-SOKIN-DATE
                  WK-CSV-KINGAKU
           END-UNSTRING.
           IF WK-CSV-SHUKIN-DATE-N IS NOT NUMERIC
            OR WK-CSV-KINGAKU-N IS NOT NUMERIC
             MOVE SPACE TO WK-RPT-JUCHU-NO WK-RPT-TOKU-COD
               WK-RPT-INVOICE-NO
             MOVE WK-CSV-OKURIJO-NO TO WK-RPT-OKURIJO-NO
             MOVE ZERO TO WK-RPT-DATE
             MOVE ZERO TO WK-RPT-KINGAKU
             MOVE "FUSEI" TO WK-RPT-MSG
             MOVE WK-RPT-LINE TO RPT-REC
             WRITE RPT-REC
             ADD 1 TO WK-FUITCHI-CNT
             MOVE RC-WARNING TO RETURN-CODE
             GO TO EXT
           END-IF.
           IF WK-CSV-SOKIN-DATE-N IS NOT NUMERIC
             MOVE ZERO TO WK-CSV-SOKIN-DATE-N
           END-IF.
           IF WK-RES-CNT >= 5000
             DISPLAY "!!! KUBM159 ABEND : RES TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-RES-CNT.
           SET WK-RES-IDX TO WK-RES-CNT.
           MOVE WK-CSV-OKURIJO-NO TO WK-RES-OKURIJO-NO (WK-RES-IDX).
           MOVE WK-CSV-SHUKIN-DATE-N
             TO WK-RES-SHUKIN-DATE (WK-RES-IDX).
           MOVE WK-CSV-SOKIN-DATE-N TO WK-RES-SOKIN-DATE (WK-RES-IDX).
           MOVE WK-CSV-KINGAKU-N TO WK-RES-KINGAKU (WK-RES-IDX).
           MOVE WK-CSV-KINGAKU-N TO WK-RES-ZAN-KINGAKU (WK-RES-IDX).
           MOVE ZERO TO WK-RES-JUCHU-NO (WK-RES-IDX).
           MOVE SPACE TO WK-RES-TOKU-COD (WK-RES-IDX).
           MOVE "N" TO WK-RES-TRK-FLG (WK-RES-IDX).
       EXT.
           EXIT.
      *
      *    出荷追跡を1件読み、同じ送り状番号の明細へ受注番号・得意先
      *    を設定する。
       LOAD-TRK-RTN        SECTION.
           READ TRK-FILE
             AT END
               MOVE "Y" TO TRK-END-FLG
               GO TO EXT
           END-READ.
           PERFORM SET-TRK-RTN
             VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-RES-CNT.
       EXT.
           EXIT.
      *
       SET-TRK-RTN         SECTION.
           IF WK-RES-OKURIJO-NO (WK-I) = CFTRK-OKURIJO-NO
             MOVE CFTRK-JUCHU-NO TO WK-RES-JUCHU-NO (WK-I)
             MOVE CFTRK-TOKU-COD TO WK-RES-TOKU-COD (WK-I)
             MOVE "Y" TO WK-RES-TRK-FLG (WK-I)
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    請求書1件ごとの代引入金の充当
      ******************************************************************
       MAIN-RTN            SECTION.
           READ IVF-FILE
             AT END
               MOVE "Y" TO IVF-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-IVF-CNT.
           MOVE IVF-REC TO IVO-REC.
      *
           IF CFIVF-KAISHA-COD OF IVF-REC = SPACE
             MOVE "01" TO WK-ROW-KAISHA-COD
           ELSE
             MOVE CFIVF-KAISHA-COD OF IVF-REC TO WK-ROW-KAISHA-COD
           END-IF.
           IF WK-ROW-KAISHA-COD NOT = WK-KAISHA-COD
             GO TO WRITE-OUT
           END-IF.
           IF NOT CFIVF-OPEN OF IVF-REC
            AND NOT CFIVF-PARTIAL OF IVF-REC
             GO TO WRITE-OUT
           END-IF.
      *
           MOVE "Y" TO WK-RES-FOUND-FLG.
           PERFORM APPLY-RTN
             UNTIL WK-RES-FOUND-FLG = "N"
                OR CFIVF-NYUKIN-KINGAKU OF IVO-REC
                     >= CFIVF-KINGAKU OF IVO-REC.
       WRITE-OUT.
           WRITE IVO-REC.
       EXT.
           EXIT.
      *
      *    同じ得意先の送金済みで残額のある明細を1件探して充当する。
       APPLY-RTN           SECTION.
           MOVE "N" TO WK-RES-FOUND-FLG.
           IF WK-RES-CNT = ZERO
             GO TO EXT
           END-IF.
           SET WK-RES-IDX TO 1.
           SEARCH WK-RES-ENT
             AT END
               GO TO EXT
             WHEN WK-RES-IDX > WK-RES-CNT
               GO TO EXT
             WHEN WK-RES-TOKU-COD (WK-RES-IDX)
                    = CFIVF-TOKU-COD OF IVF-REC
              AND WK-RES-TRK-FLG (WK-RES-IDX) = "Y"
              AND WK-RES-SOKIN-DATE (WK-RES-IDX) NOT = ZERO
              AND WK-RES-ZAN-KINGAKU (WK-RES-IDX) > ZERO
               MOVE "Y" TO WK-RES-FOUND-FLG
           END-SEARCH.
      *
           COMPUTE WK-MISHU-KINGAKU =
             CFIVF-KINGAKU OF IVO-REC
             - CFIVF-NYUKIN-KINGAKU OF IVO-REC.
           IF WK-RES-ZAN-KINGAKU (WK-RES-IDX) < WK-MISHU-KINGAKU
             MOVE WK-RES-ZAN-KINGAKU (WK-RES-IDX) TO WK-JUTO-KINGAKU
           ELSE
             MOVE WK-MISHU-KINGAKU TO WK-JUTO-KINGAKU
           END-IF.
           ADD WK-JUTO-KINGAKU TO CFIVF-NYUKIN-KINGAKU OF IVO-REC.
           SUBTRACT WK-JUTO-KINGAKU
             FROM WK-RES-ZAN-KINGAKU (WK-RES-IDX).
           IF CFIVF-NYUKIN-KINGAKU OF IVO-REC
                >= CFIVF-KINGAKU OF IVO-REC
             MOVE "C" TO CFIVF-STATUS OF IVO-REC
           ELSE
             MOVE "P" TO CFIVF-STATUS OF IVO-REC
           END-IF.
      *
           MOVE SPACE TO PLF-REC.
           MOVE WK-RES-SOKIN-DATE (WK-RES-IDX) TO CFPLF-NYUKIN-DATE.
           MOVE CFIVF-TOKU-COD OF IVF-REC TO CFPLF-TOKU-COD.
           MOVE WK-JUTO-KINGAKU TO CFPLF-KINGAKU.
           MOVE "M" TO CFPLF-STATUS.
           MOVE CFIVF-INVOICE-NO OF IVF-REC TO CFPLF-INVOICE-NO.
           MOVE WK-RES-OKURIJO-NO (WK-RES-IDX) TO WK-PLF-KANA-OKURIJO.
           MOVE WK-PLF-KANA TO CFPLF-IRAININ-KANA.
           MOVE WK-JUTO-KINGAKU TO CFPLF-JUTO-KINGAKU.
           WRITE PLF-REC.
      *
           MOVE SPACE TO WK-RPT-JUCHU-NO WK-RPT-TOKU-COD
             WK-RPT-INVOICE-NO.
           MOVE WK-RES-OKURIJO-NO (WK-RES-IDX) TO WK-RPT-OKURIJO-NO.
           MOVE WK-RES-JUCHU-NO (WK-RES-IDX) TO WK-RPT-JUCHU-NO.
           MOVE WK-RES-TOKU-COD (WK-RES-IDX) TO WK-RPT-TOKU-COD.
           MOVE WK-RES-SOKIN-DATE (WK-RES-IDX) TO WK-RPT-DATE.
           MOVE CFIVF-INVOICE-NO OF IVF-REC TO WK-RPT-INVOICE-NO.
           MOVE WK-JUTO-KINGAKU TO WK-RPT-KINGAKU.
           MOVE "SHOGO" TO WK-RPT-MSG.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
           ADD 1 TO WK-SHOGO-CNT.
           ADD WK-JUTO-KINGAKU TO WK-SHOGO-GOKEI.
       EXT.
           EXIT.
      *
      *    集金済みで運送会社から未送金の明細を印字する。
       PRINT-MISOKIN-RTN   SECTION.
           IF WK-RES-SOKIN-DATE (WK-I) NOT = ZERO
             GO TO EXT
           END-IF.
           MOVE SPACE TO WK-RPT-JUCHU-NO WK-RPT-TOKU-COD
             WK-RPT-INVOICE-NO.
           MOVE WK-RES-OKURIJO-NO (WK-I) TO WK-RPT-OKURIJO-NO.
           IF WK-RES-TRK-FLG (WK-I) = "Y"
             MOVE WK-RES-JUCHU-NO (WK-I) TO WK-RPT-JUCHU-NO
             MOVE WK-RES-TOKU-COD (WK-I) TO WK-RPT-TOKU-COD
           END-IF.
           MOVE WK-RES-SHUKIN-DATE (WK-I) TO WK-RPT-DATE.
           MOVE WK-RES-KINGAKU (WK-I) TO WK-RPT-KINGAKU.
           MOVE "MISOKIN" TO WK-RPT-MSG.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
           ADD 1 TO WK-MISOKIN-CNT.
           ADD WK-RES-KINGAKU (WK-I) TO WK-MISOKIN-GOKEI.
       EXT.
           EXIT.
      *
      *    送金済みで請求書へ充当しきれなかった残額を未消込として台帳
      *    へ残し、出荷追跡に無い送り状番号とともに警告を印字する。
       PRINT-ZAN-RTN       SECTION.
           IF WK-RES-SOKIN-DATE (WK-I) = ZERO
            OR WK-RES-ZAN-KINGAKU (WK-I) = ZERO
             GO TO EXT
           END-IF.
           MOVE SPACE TO WK-RPT-JUCHU-NO WK-RPT-TOKU-COD
             WK-RPT-INVOICE-NO.
           MOVE WK-RES-OKURIJO-NO (WK-I) TO WK-RPT-OKURIJO-NO.
           MOVE WK-RES-SOKIN-DATE (WK-I) TO WK-RPT-DATE.
           MOVE WK-RES-ZAN-KINGAKU (WK-I) TO WK-RPT-KINGAKU.
           IF WK-RES-TRK-FLG (WK-I) = "Y"
             MOVE WK-RES-JUCHU-NO (WK-I) TO WK-RPT-JUCHU-NO
             MOVE WK-RES-TOKU-COD (WK-I) TO WK-RPT-TOKU-COD
             MOVE "ZAN" TO WK-RPT-MSG
           ELSE
             MOVE "FUITCHI" TO WK-RPT-MSG
             ADD 1 TO WK-FUITCHI-CNT
           END-IF.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
      *
           MOVE SPACE TO PLF-REC.
           MOVE WK-RES-SOKIN-DATE (WK-I) TO CFPLF-NYUKIN-DATE.
           MOVE WK-RES-TOKU-COD (WK-I) TO CFPLF-TOKU-COD.
           MOVE WK-RES-ZAN-KINGAKU (WK-I) TO CFPLF-KINGAKU.
           MOVE "U" TO CFPLF-STATUS.
           MOVE ZERO TO CFPLF-INVOICE-NO.
           MOVE WK-RES-OKURIJO-NO (WK-I) TO WK-PLF-KANA-OKURIJO.
           MOVE WK-PLF-KANA TO CFPLF-IRAININ-KANA.
           MOVE ZERO TO CFPLF-JUTO-KINGAKU.
           WRITE PLF-REC.
           ADD 1 TO WK-MISHOKOMI-CNT.
           ADD WK-RES-ZAN-KINGAKU (WK-I) TO WK-MISHOKOMI-GOKEI.
           MOVE RC-WARNING TO RETURN-CODE.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-DBN-FILE-ERR = "00"
             CLOSE DBN-FILE
           END-IF.
           IF WK-TRK-FILE-ERR = "00"
             CLOSE TRK-FILE
           END-IF.
           IF WK-IVF-FILE-ERR = "00"
             CLOSE IVF-FILE
           END-IF.
           IF WK-IVO-FILE-ERR = "00"
             CLOSE IVO-FILE
           END-IF.
           IF WK-PLF-FILE-ERR = "00"
             CLOSE PLF-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "DBNCNT=" WK-DBN-CNT.
           DISPLAY "IVFCNT=" WK-IVF-CNT.
           DISPLAY "SHOGOCNT=" WK-SHOGO-CNT.
           DISPLAY "MISOKINCNT=" WK-MISOKIN-CNT.
           DISPLAY "MISHOKOMICNT=" WK-MISHOKOMI-CNT.
           DISPLAY "FUITCHICNT=" WK-FUITCHI-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM159 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KUBM159"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "DBNCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-DBN-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "SHOGOCNT"            TO RUNHIS-CNT-LABEL (2).
           MOVE WK-SHOGO-CNT          TO RUNHIS-CNT-VALUE (2).
           MOVE "SHOGOGOKEI"          TO RUNHIS-CNT-LABEL (3).
           MOVE WK-SHOGO-GOKEI        TO RUNHIS-CNT-VALUE (3).
           MOVE "MISOKINCNT"          TO RUNHIS-CNT-LABEL (4).
           MOVE WK-MISOKIN-CNT        TO RUNHIS-CNT-VALUE (4).
           MOVE "MISHOKOMIC"          TO RUNHIS-CNT-LABEL (5).
           MOVE WK-MISHOKOMI-CNT      TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KUBM159 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
