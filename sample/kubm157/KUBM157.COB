       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KUBM157.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：貸倒償却処理
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。貸倒償却指示データ(WOI：得意先
      *                 コード・請求書番号・償却理由)を読み、請求書
      *                 発行台帳(KCCFIVF)の該当する未回収請求書(請求
      *                 書番号ZEROなら得意先の未回収分すべて)を貸倒
      *                 償却済("W")にした新世代(IVO)を書き出す。償却
      *                 日・理由・承認オペレータ・償却額・うち消費税
      *                 額を台帳に記録する。オペレータの貸倒償却権限
      *                 をKCBS030(リソース"WOF")で確認する。
      *                 仕訳データ(JNL)には請求書ごとに、税抜の償却額
      *                 を貸倒引当金の残高(KCCFBDB)の範囲で取り崩し
      *                 (1190)、不足分を貸倒損失(8470)、消費税額を
      *                 仮受消費税(2150)の借方とし、貸方に売掛金
      *                 (1130)を計上する。取り崩した額は残高履歴へ
      *                 区分"T"で追記する。口座振替の依頼中("R")の
      *                 請求書は償却しない。結果は一覧(RPT)へ印字。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：仕訳データに得意先コード(CFJNL-TOKU-COD)と
      *                 出力元プログラム(CFJNL-PGM-ID)を設定
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：会社コードに対応。環境変数KAISHA-COD(省略時
      *                 "01")の会社の請求書だけを償却し、他社の行は
      *                 そのまま写す。オペレータの会社参照権限も確認
      *                 する。貸倒引当金の残高はその会社の履歴行から
      *                 求め、取崩行と仕訳データに会社コードを設定
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT WOI-FILE
             ASSIGN TO EXTERNAL WOI
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-WOI-FILE-ERR.
           SELECT IVF-FILE
             ASSIGN TO EXTERNAL IVF
               FILE STATUS IS WK-IVF-FILE-ERR.
           SELECT IVO-FILE
             ASSIGN TO EXTERNAL IVO
               FILE STATUS IS WK-IVO-FILE-ERR.
           SELECT ZEI-FILE
             ASSIGN TO EXTERNAL ZEI
               FILE STATUS IS WK-ZEI-FILE-ERR.
           SELECT BDB-FILE
             ASSIGN TO EXTERNAL BDB
               FILE STATUS IS WK-BDB-FILE-ERR.
           SELECT JNL-FILE
             ASSIGN TO EXTERNAL JNL
               FILE STATUS IS WK-JNL-FILE-ERR.
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
      *    貸倒償却指示データ
       FD  WOI-FILE.
       01  WOI-REC.
           03  WOI-TOKU-COD            PIC  X(04).
           03  FILLER                  PIC  X(01).
      *    請求書番号：ZEROなら得意先の未回収請求書すべて
           03  WOI-INVOICE-NO          PIC  9(08).
           03  FILLER                  PIC  X(01).
      *    償却理由："01"=破産  "02"=会社更生  "03"=民事再生
      *              "04"=特別清算  "05"=債権放棄  "09"=その他
           03  WOI-RIYU                PIC  X(02).
       FD  IVF-FILE.
       01  IVF-REC.
           COPY KCCFIVF.
       FD  IVO-FILE.
       01  IVO-REC.
           COPY KCCFIVF.
       FD  ZEI-FILE.
       01  ZEI-REC.
           COPY KCCFZEI.
       FD  BDB-FILE.
       01  BDB-REC.
           COPY KCCFBDB.
       FD  JNL-FILE.
       01  JNL-REC.
           COPY KCCFJNL.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(120).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
           COPY KCBS030P.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-BSD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-WOI-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IVF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IVO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ZEI-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-BDB-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-JNL-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  WOI-END-FLG                 PIC  X(01) VALUE "N".
       01  IVF-END-FLG                 PIC  X(01) VALUE "N".
       01  ZEI-END-FLG                 PIC  X(01) VALUE "N".
       01  BDB-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
       01  WK-OPERATOR-ID              PIC  X(05) VALUE SPACE.
      *    処理対象の会社(環境変数KAISHA-COD。省略時"01")
       01  WK-KAISHA-COD               PIC  X(02) VALUE "01".
       01  WK-ENV-KAISHA-COD           PIC  X(02) VALUE SPACE.
       01  WK-ROW-KAISHA-COD           PIC  X(02) VALUE SPACE.
       01  WK-TASHA-SKIP-CNT           PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  償却指示テーブル
      ******************************************************************
       01  WK-WOI-TBL.
           03  WK-WOI-CNT              PIC  9(04) VALUE ZERO.
           03  WK-WOI-ENT              OCCURS 500 TIMES
                                        INDEXED BY WK-WOI-IDX.
             05  WK-WOI-TOKU-COD       PIC  X(04).
             05  WK-WOI-INVOICE-NO     PIC  9(08).
             05  WK-WOI-RIYU           PIC  X(02).
             05  WK-WOI-HIT-CNT        PIC  9(05).
       01  WK-WOI-FOUND-FLG            PIC  X(01) VALUE "N".
       01  WK-I                        PIC  9(04) VALUE ZERO.
      ******************************************************************
      *  標準税率テーブル(税区分"1"の効力発生日順)
      ******************************************************************
       01  WK-ZEI-TBL.
           03  WK-ZEI-CNT              PIC  9(03) VALUE ZERO.
           03  WK-ZEI-ENT              OCCURS 50 TIMES.
             05  WK-ZEI-EFF-DATE       PIC  9(08).
             05  WK-ZEI-RITSU          PIC S9(02)V9(02).
       01  WK-Z                        PIC  9(03) VALUE ZERO.
       01  WK-TEKIYO-RITSU             PIC S9(02)V9(02) VALUE ZERO.
       01  WK-TEKIYO-EFF-DATE          PIC  9(08) VALUE ZERO.
      *
      *    請求書1件分の償却額
       01  WK-SHOKYAKU                 PIC S9(13) VALUE ZERO.
       01  WK-SHOKYAKU-ZEI             PIC S9(13) VALUE ZERO.
       01  WK-SHOKYAKU-HONTAI          PIC S9(13) VALUE ZERO.
       01  WK-TORIKUZUSHI              PIC S9(13) VALUE ZERO.
       01  WK-SONSHITSU                PIC S9(13) VALUE ZERO.
      *    取崩可能な貸倒引当金残高
       01  WK-HIKIATE-ZAN              PIC S9(13) VALUE ZERO.
      *
       01  WK-WOI-IN-CNT               PIC  9(09) VALUE ZERO.
       01  WK-WOI-ERR-CNT              PIC  9(09) VALUE ZERO.
       01  WK-IVF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-SHOKYAKU-CNT             PIC  9(09) VALUE ZERO.
       01  WK-SHOKYAKU-GOKEI           PIC S9(13) VALUE ZERO.
       01  WK-ZEI-GOKEI                PIC S9(13) VALUE ZERO.
       01  WK-TORIKUZUSHI-GOKEI        PIC S9(13) VALUE ZERO.
       01  WK-SONSHITSU-GOKEI          PIC S9(13) VALUE ZERO.
      ******************************************************************
      *  償却一覧印字用
      ******************************************************************
       01  WK-RPT-HEAD.
           03  FILLER                  PIC  X(35) VALUE
             "*** KASHIDAORE SHOKYAKU ICHIRAN ***".
           03  FILLER                  PIC  X(06) VALUE " DATE=".
           03  WK-RH-DATE              PIC  9(08).
           03  FILLER                  PIC  X(05) VALUE " OPE=".
           03  WK-RH-OPE               PIC  X(05).
       01  WK-RPT-LINE.
           03  FILLER                  PIC  X(05) VALUE "TOKU=".
           03  WK-RPT-TOKU-COD         PIC  X(04).
           03  FILLER                  PIC  X(05) VALUE " INV=".
           03  WK-RPT-INVOICE-NO       PIC  9(08).
           03  FILLER                  PIC  X(07) VALUE " HAKKO=".
           03  WK-RPT-HAKKO-DATE       PIC  9(08).
           03  FILLER                  PIC  X(06) VALUE " RIYU=".
           03  WK-RPT-RIYU             PIC  X(02).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-SHOKYAKU         PIC  -(12)9.
           03  FILLER                  PIC  X(05) VALUE " ZEI=".
           03  WK-RPT-ZEI              PIC  -(10)9.
           03  FILLER                  PIC  X(06) VALUE " HIKI=".
           03  WK-RPT-TORIKUZUSHI      PIC  -(12)9.
           03  FILLER                  PIC  X(06) VALUE " SON=".
           03  WK-RPT-SONSHITSU        PIC  -(12)9.
       01  WK-RPT-ERR.
           03  FILLER                  PIC  X(09) VALUE "!!! TOKU=".
           03  WK-RPE-TOKU-COD         PIC  X(04).
           03  FILLER                  PIC  X(05) VALUE " INV=".
           03  WK-RPE-INVOICE-NO       PIC  9(08).
           03  FILLER                  PIC  X(06) VALUE " RIYU=".
           03  WK-RPE-RIYU             PIC  X(02).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPE-MSG              PIC  X(40).
       01  WK-RPT-SUMMARY.
           03  WK-RPS-TITLE            PIC  X(20).
           03  WK-RPS-KINGAKU          PIC  -(13)9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL IVF-END-FLG = "Y"
             PERFORM CHECK-WOI-RTN
               VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-WOI-CNT
             PERFORM PRINT-TOTAL-RTN
             PERFORM WRITE-BDB-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
      ******************************************************************
      *    初期処理（権限確認・指示／税率／引当金残高の先読み）
      ******************************************************************
       INIT-RTN            SECTION.
           DISPLAY "*** KUBM157 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
           DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME.
           ACCEPT WK-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           DISPLAY "KAISHA-COD" UPON ENVIRONMENT-NAME.
           ACCEPT WK-ENV-KAISHA-COD FROM ENVIRONMENT-VALUE.
           IF WK-ENV-KAISHA-COD NOT = SPACE
             MOVE WK-ENV-KAISHA-COD TO WK-KAISHA-COD
           END-IF.
           DISPLAY "*** KUBM157 KAISHA=" WK-KAISHA-COD.
      *
           MOVE WK-OPERATOR-ID TO S030-OPE-ID.
           MOVE "WOF" TO S030-RESOURCE.
           MOVE WK-KAISHA-COD TO S030-KAISHA-COD.
           CALL "KCBS030" USING KCBS030-P1.
           IF S030-RCD = "E"
             DISPLAY "*** KUBM157 ABEND KENGEN NASHI : " S030-REASON
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
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
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM157 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           MOVE WK-BASE-DATE TO WK-RH-DATE.
           MOVE WK-OPERATOR-ID TO WK-RH-OPE.
           MOVE WK-RPT-HEAD TO RPT-REC.
           WRITE RPT-REC.
      *
           OPEN INPUT WOI-FILE.
           IF WK-WOI-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM157 ABEND NOT WOI-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-WOI-RTN  UNTIL WOI-END-FLG = "Y".
           CLOSE WOI-FILE.
           MOVE HIGH-VALUE TO WK-WOI-FILE-ERR.
      *
           OPEN INPUT ZEI-FILE.
           IF WK-ZEI-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM157 ABEND NOT ZEI-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-ZEI-RTN  UNTIL ZEI-END-FLG = "Y".
           CLOSE ZEI-FILE.
           MOVE HIGH-VALUE TO WK-ZEI-FILE-ERR.
      *
      *    引当金残高＝最新の月次("M")残高からその後の取崩を引いた額
      *    (残高履歴が無ければ全額を貸倒損失とする)
           OPEN INPUT BDB-FILE.
           IF WK-BDB-FILE-ERR = "00"
             PERFORM LOAD-BDB-RTN  UNTIL BDB-END-FLG = "Y"
             CLOSE BDB-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-BDB-FILE-ERR.
           IF WK-HIKIATE-ZAN < ZERO
             MOVE ZERO TO WK-HIKIATE-ZAN
           END-IF.
           DISPLAY "*** KUBM157 HIKIATEKIN ZAN=" WK-HIKIATE-ZAN.
      *
           OPEN INPUT IVF-FILE.
           IF WK-IVF-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM157 ABEND NOT IVF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT IVO-FILE.
           IF WK-IVO-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM157 ABEND NOT IVO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT JNL-FILE.
           IF WK-JNL-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM157 ABEND NOT JNL-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
       EXT.
           EXIT.
      *
      *    償却指示を検査してテーブルへ積む。
       LOAD-WOI-RTN        SECTION.
           READ WOI-FILE
             AT END
               MOVE "Y" TO WOI-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-WOI-IN-CNT.
           IF WOI-TOKU-COD = SPACE
             MOVE "TOKU-COD NOT SET" TO WK-RPE-MSG
             PERFORM WRITE-WOI-ERR-RTN
             GO TO EXT
           END-IF.
           IF WOI-INVOICE-NO NOT NUMERIC
             MOVE "INVOICE-NO NOT NUMERIC" TO WK-RPE-MSG
             PERFORM WRITE-WOI-ERR-RTN
             GO TO EXT
           END-IF.
           IF WOI-RIYU NOT = "01" AND NOT = "02" AND NOT = "03"
            AND NOT = "04" AND NOT = "05" AND NOT = "09"
             MOVE "INVALID RIYU" TO WK-RPE-MSG
             PERFORM WRITE-WOI-ERR-RTN
             GO TO EXT
           END-IF.
           IF WK-WOI-CNT >= 500
             DISPLAY "!!! KUBM157 ABEND : WOI TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-WOI-CNT.
           SET WK-WOI-IDX TO WK-WOI-CNT.
           MOVE WOI-TOKU-COD TO WK-WOI-TOKU-COD (WK-WOI-IDX).
           MOVE WOI-INVOICE-NO TO WK-WOI-INVOICE-NO (WK-WOI-IDX).
           MOVE WOI-RIYU TO WK-WOI-RIYU (WK-WOI-IDX).
           MOVE ZERO TO WK-WOI-HIT-CNT (WK-WOI-IDX).
       EXT.
           EXIT.
      *
       WRITE-WOI-ERR-RTN   SECTION.
           MOVE WOI-TOKU-COD TO WK-RPE-TOKU-COD.
           MOVE ZERO TO WK-RPE-INVOICE-NO.
           IF WOI-INVOICE-NO NUMERIC
             MOVE WOI-INVOICE-NO TO WK-RPE-INVOICE-NO
           END-IF.
           MOVE WOI-RIYU TO WK-RPE-RIYU.
           MOVE WK-RPT-ERR TO RPT-REC.
           WRITE RPT-REC.
           ADD 1 TO WK-WOI-ERR-CNT.
           MOVE RC-WARNING TO RETURN-CODE.
       EXT.
           EXIT.
      *
      *    標準税率("1")の行だけを積む(マスタは効力発生日順)。
       LOAD-ZEI-RTN        SECTION.
           READ ZEI-FILE
             AT END
               MOVE "Y" TO ZEI-END-FLG
               GO TO EXT
           END-READ.
           IF CFZEI-ZEI-KBN NOT = "1"
             GO TO EXT
           END-IF.
           IF WK-ZEI-CNT >= 50
             DISPLAY "!!! KUBM157 ABEND : ZEI TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-ZEI-CNT.
           MOVE CFZEI-EFF-DATE TO WK-ZEI-EFF-DATE (WK-ZEI-CNT).
           MOVE CFZEI-RITSU TO WK-ZEI-RITSU (WK-ZEI-CNT).
       EXT.
           EXIT.
      *
       LOAD-BDB-RTN        SECTION.
           READ BDB-FILE
             AT END
               MOVE "Y" TO BDB-END-FLG
               GO TO EXT
           END-READ.
           IF CFBDB-KAISHA-COD = SPACE
             MOVE "01" TO WK-ROW-KAISHA-COD
           ELSE
             MOVE CFBDB-KAISHA-COD TO WK-ROW-KAISHA-COD
           END-IF.
           IF WK-ROW-KAISHA-COD NOT = WK-KAISHA-COD
             GO TO EXT
           END-IF.
           IF CFBDB-GETSUJI
             MOVE CFBDB-ZANDAKA TO WK-HIKIATE-ZAN
           END-IF.
           IF CFBDB-TORIKUZUSHI
             ADD CFBDB-SAGAKU TO WK-HIKIATE-ZAN
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    請求書1件ごとの償却判定（対象外の行はそのまま写す）
      ******************************************************************
       MAIN-RTN            SECTION.
           READ IVF-FILE
             AT END
               MOVE "Y" TO IVF-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-IVF-CNT.
           MOVE IVF-REC TO IVO-REC.
      *    他社の請求書は償却対象にしない
           IF CFIVF-KAISHA-COD OF IVF-REC = SPACE
             MOVE "01" TO WK-ROW-KAISHA-COD
           ELSE
             MOVE CFIVF-KAISHA-COD OF IVF-REC TO WK-ROW-KAISHA-COD
           END-IF.
           IF WK-ROW-KAISHA-COD NOT = WK-KAISHA-COD
             ADD 1 TO WK-TASHA-SKIP-CNT
             GO TO WRITE-IVO
           END-IF.
           IF NOT CFIVF-OPEN OF IVF-REC
            AND NOT CFIVF-PARTIAL OF IVF-REC
             GO TO WRITE-IVO
           END-IF.
           COMPUTE WK-SHOKYAKU = CFIVF-KINGAKU OF IVF-REC
             - CFIVF-NYUKIN-KINGAKU OF IVF-REC.
           IF WK-SHOKYAKU <= ZERO
             GO TO WRITE-IVO
           END-IF.
      *
           MOVE "N" TO WK-WOI-FOUND-FLG.
           IF WK-WOI-CNT > ZERO
             SET WK-WOI-IDX TO 1
             SEARCH WK-WOI-ENT
               AT END
                 CONTINUE
               WHEN WK-WOI-IDX > WK-WOI-CNT
                 CONTINUE
               WHEN WK-WOI-TOKU-COD (WK-WOI-IDX)
                      = CFIVF-TOKU-COD OF IVF-REC
                AND (WK-WOI-INVOICE-NO (WK-WOI-IDX) = ZERO
                 OR WK-WOI-INVOICE-NO (WK-WOI-IDX)
                      = CFIVF-INVOICE-NO OF IVF-REC)
                 MOVE "Y" TO WK-WOI-FOUND-FLG
             END-SEARCH
           END-IF.
           IF WK-WOI-FOUND-FLG = "N"
             GO TO WRITE-IVO
           END-IF.
      *
      *    口座振替の結果待ちの請求書は結果取込後に改めて指示する
           IF CFIVF-FURIKAE-IRAI OF IVF-REC
             ADD 1 TO WK-WOI-HIT-CNT (WK-WOI-IDX)
             MOVE CFIVF-TOKU-COD OF IVF-REC TO WK-RPE-TOKU-COD
             MOVE CFIVF-INVOICE-NO OF IVF-REC TO WK-RPE-INVOICE-NO
             MOVE WK-WOI-RIYU (WK-WOI-IDX) TO WK-RPE-RIYU
             MOVE "FURIKAE IRAICHU - NOT WRITTEN OFF" TO WK-RPE-MSG
             MOVE WK-RPT-ERR TO RPT-REC
             WRITE RPT-REC
             ADD 1 TO WK-WOI-ERR-CNT
             MOVE RC-WARNING TO RETURN-CODE
             GO TO WRITE-IVO
           END-IF.
      *
           ADD 1 TO WK-WOI-HIT-CNT (WK-WOI-IDX).
           PERFORM CALC-ZEI-RTN.
           COMPUTE WK-SHOKYAKU-HONTAI = WK-SHOKYAKU - WK-SHOKYAKU-ZEI.
           IF WK-HIKIATE-ZAN >= WK-SHOKYAKU-HONTAI
             MOVE WK-SHOKYAKU-HONTAI TO WK-TORIKUZUSHI
           ELSE
             MOVE WK-HIKIATE-ZAN TO WK-TORIKUZUSHI
           END-IF.
           SUBTRACT WK-TORIKUZUSHI FROM WK-HIKIATE-ZAN.
           COMPUTE WK-SONSHITSU = WK-SHOKYAKU-HONTAI - WK-TORIKUZUSHI.
      *
           MOVE "W" TO CFIVF-STATUS OF IVO-REC.
           MOVE WK-BASE-DATE TO CFIVF-SHOKYAKU-DATE OF IVO-REC.
           MOVE WK-WOI-RIYU (WK-WOI-IDX)
             TO CFIVF-SHOKYAKU-RIYU OF IVO-REC.
           MOVE WK-OPERATOR-ID TO CFIVF-SHOKYAKU-OPE OF IVO-REC.
           MOVE WK-SHOKYAKU TO CFIVF-SHOKYAKU-KINGAKU OF IVO-REC.
           MOVE WK-SHOKYAKU-ZEI TO CFIVF-SHOKYAKU-ZEI OF IVO-REC.
           PERFORM WRITE-JNL-RTN.
      *
           ADD 1 TO WK-SHOKYAKU-CNT.
           ADD WK-SHOKYAKU TO WK-SHOKYAKU-GOKEI.
           ADD WK-SHOKYAKU-ZEI TO WK-ZEI-GOKEI.
           ADD WK-TORIKUZUSHI TO WK-TORIKUZUSHI-GOKEI.
           ADD WK-SONSHITSU TO WK-SONSHITSU-GOKEI.
           MOVE CFIVF-TOKU-COD OF IVF-REC TO WK-RPT-TOKU-COD.
           MOVE CFIVF-INVOICE-NO OF IVF-REC TO WK-RPT-INVOICE-NO.
           MOVE CFIVF-HAKKO-DATE OF IVF-REC TO WK-RPT-HAKKO-DATE.
           MOVE WK-WOI-RIYU (WK-WOI-IDX) TO WK-RPT-RIYU.
           MOVE WK-SHOKYAKU TO WK-RPT-SHOKYAKU.
           MOVE WK-SHOKYAKU-ZEI TO WK-RPT-ZEI.
           MOVE WK-TORIKUZUSHI TO WK-RPT-TORIKUZUSHI.
           MOVE WK-SONSHITSU TO WK-RPT-SONSHITSU.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       WRITE-IVO.
           WRITE IVO-REC.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    償却額に含まれる消費税額（発行日時点の標準税率で税込額
      *    から割り戻す。外貨建て請求は免税のためZERO）
      ******************************************************************
       CALC-ZEI-RTN        SECTION.
           MOVE ZERO TO WK-SHOKYAKU-ZEI.
           IF CFIVF-CURRENCY-COD OF IVF-REC NOT = SPACE
             GO TO EXT
           END-IF.
           MOVE ZERO TO WK-TEKIYO-RITSU.
           MOVE ZERO TO WK-TEKIYO-EFF-DATE.
           PERFORM FIND-ZEI-RTN
             VARYING WK-Z FROM 1 BY 1 UNTIL WK-Z > WK-ZEI-CNT.
           IF WK-TEKIYO-RITSU > ZERO
             COMPUTE WK-SHOKYAKU-ZEI = WK-SHOKYAKU * WK-TEKIYO-RITSU
               / (100 + WK-TEKIYO-RITSU)
           END-IF.
       EXT.
           EXIT.
      *
       FIND-ZEI-RTN        SECTION.
           IF WK-ZEI-EFF-DATE (WK-Z) <= CFIVF-HAKKO-DATE OF IVF-REC
            AND WK-ZEI-EFF-DATE (WK-Z) >= WK-TEKIYO-EFF-DATE
             MOVE WK-ZEI-EFF-DATE (WK-Z) TO WK-TEKIYO-EFF-DATE
             MOVE WK-ZEI-RITSU (WK-Z) TO WK-TEKIYO-RITSU
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    償却仕訳（借方 貸倒引当金・貸倒損失・仮受消費税／貸方
      *    売掛金）
      ******************************************************************
       WRITE-JNL-RTN       SECTION.
           IF WK-TORIKUZUSHI > ZERO
             MOVE SPACE TO JNL-REC
             MOVE "KUBM157" TO CFJNL-PGM-ID
             MOVE WK-KAISHA-COD TO CFJNL-KAISHA-COD
             MOVE CFIVF-TOKU-COD OF IVF-REC TO CFJNL-TOKU-COD
             MOVE WK-BASE-DATE TO CFJNL-DATE
             MOVE "1190" TO CFJNL-KANJO-COD
             MOVE "D" TO CFJNL-TAISHAKU
             MOVE WK-TORIKUZUSHI TO CFJNL-KINGAKU
             MOVE CFIVF-INVOICE-NO OF IVF-REC TO CFJNL-REF
             MOVE "KASHIDAORE SHOKYAKU" TO CFJNL-TEKIYO
             WRITE JNL-REC
           END-IF.
           IF WK-SONSHITSU > ZERO
             MOVE SPACE TO JNL-REC
             MOVE "KUBM157" TO CFJNL-PGM-ID
             MOVE WK-KAISHA-COD TO CFJNL-KAISHA-COD
             MOVE CFIVF-TOKU-COD OF IVF-REC TO CFJNL-TOKU-COD
             MOVE WK-BASE-DATE TO CFJNL-DATE
             MOVE "8470" TO CFJNL-KANJO-COD
             MOVE "D" TO CFJNL-TAISHAKU
             MOVE WK-SONSHITSU TO CFJNL-KINGAKU
             MOVE CFIVF-INVOICE-NO OF IVF-REC TO CFJNL-REF
             MOVE "KASHIDAORE SHOKYAKU" TO CFJNL-TEKIYO
             WRITE JNL-REC
           END-IF.
           IF WK-SHOKYAKU-ZEI > ZERO
             MOVE SPACE TO JNL-REC
             MOVE "KUBM157" TO CFJNL-PGM-ID
             MOVE WK-KAISHA-COD TO CFJNL-KAISHA-COD
             MOVE CFIVF-TOKU-COD OF IVF-REC TO CFJNL-TOKU-COD
             MOVE WK-BASE-DATE TO CFJNL-DATE
             MOVE "2150" TO CFJNL-KANJO-COD
             MOVE "D" TO CFJNL-TAISHAKU
             MOVE WK-SHOKYAKU-ZEI TO CFJNL-KINGAKU
             MOVE CFIVF-INVOICE-NO OF IVF-REC TO CFJNL-REF
             MOVE "KASHIDAORE SHOKYAKU" TO CFJNL-TEKIYO
             WRITE JNL-REC
           END-IF.
           MOVE SPACE TO JNL-REC.
           MOVE "KUBM157" TO CFJNL-PGM-ID.
           MOVE WK-KAISHA-COD TO CFJNL-KAISHA-COD.
           MOVE CFIVF-TOKU-COD OF IVF-REC TO CFJNL-TOKU-COD.
           MOVE WK-BASE-DATE TO CFJNL-DATE.
           MOVE "1130" TO CFJNL-KANJO-COD.
           MOVE "C" TO CFJNL-TAISHAKU.
           MOVE WK-SHOKYAKU TO CFJNL-KINGAKU.
           MOVE CFIVF-INVOICE-NO OF IVF-REC TO CFJNL-REF.
           MOVE "KASHIDAORE SHOKYAKU" TO CFJNL-TEKIYO.
           WRITE JNL-REC.
       EXT.
           EXIT.
      *
      *    対象となる請求書が1件も無かった指示を警告する。
       CHECK-WOI-RTN       SECTION.
           SET WK-WOI-IDX TO WK-I.
           IF WK-WOI-HIT-CNT (WK-WOI-IDX) > ZERO
             GO TO EXT
           END-IF.
           MOVE WK-WOI-TOKU-COD (WK-WOI-IDX) TO WK-RPE-TOKU-COD.
           MOVE WK-WOI-INVOICE-NO (WK-WOI-IDX) TO WK-RPE-INVOICE-NO.
           MOVE WK-WOI-RIYU (WK-WOI-IDX) TO WK-RPE-RIYU.
           MOVE "NO OPEN INVOICE - NOT WRITTEN OFF" TO WK-RPE-MSG.
           MOVE WK-RPT-ERR TO RPT-REC.
           WRITE RPT-REC.
           ADD 1 TO WK-WOI-ERR-CNT.
           MOVE RC-WARNING TO RETURN-CODE.
       EXT.
           EXIT.
      *
       PRINT-TOTAL-RTN     SECTION.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "SHOKYAKU GOKEI" TO WK-RPS-TITLE.
           MOVE WK-SHOKYAKU-GOKEI TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           MOVE "  UCHI SHOHIZEI" TO WK-RPS-TITLE.
           MOVE WK-ZEI-GOKEI TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           MOVE "HIKIATEKIN TORIKUZU" TO WK-RPS-TITLE.
           MOVE WK-TORIKUZUSHI-GOKEI TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           MOVE "KASHIDAORE SONSHITSU" TO WK-RPS-TITLE.
           MOVE WK-SONSHITSU-GOKEI TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           MOVE "HIKIATEKIN ZAN" TO WK-RPS-TITLE.
           MOVE WK-HIKIATE-ZAN TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      *    取り崩した額を残高履歴へ区分"T"で追記する。
       WRITE-BDB-RTN       SECTION.
           IF WK-TORIKUZUSHI-GOKEI = ZERO
             GO TO EXT
           END-IF.
           OPEN EXTEND BDB-FILE.
           IF WK-BDB-FILE-ERR NOT = "00"
             OPEN OUTPUT BDB-FILE
           END-IF.
           IF WK-BDB-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM157 ABEND NOT BDB-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             GO TO EXT
           END-IF.
           MOVE SPACE TO BDB-REC.
           MOVE WK-BASE-DATE TO CFBDB-DATE.
           MOVE "T" TO CFBDB-KBN.
           MOVE WK-KAISHA-COD TO CFBDB-KAISHA-COD.
           MOVE WK-HIKIATE-ZAN TO CFBDB-ZANDAKA.
           MOVE ZERO TO CFBDB-IPPAN.
           MOVE ZERO TO CFBDB-KOBETSU.
           COMPUTE CFBDB-SAGAKU = ZERO - WK-TORIKUZUSHI-GOKEI.
           WRITE BDB-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-IVF-FILE-ERR = "00"
             CLOSE IVF-FILE
           END-IF.
           IF WK-IVO-FILE-ERR = "00"
             CLOSE IVO-FILE
           END-IF.
           IF WK-BDB-FILE-ERR = "00"
             CLOSE BDB-FILE
           END-IF.
           IF WK-JNL-FILE-ERR = "00"
             CLOSE JNL-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "WOICNT=" WK-WOI-IN-CNT.
           DISPLAY "IVFCNT=" WK-IVF-CNT.
           DISPLAY "TASHASKIPCNT=" WK-TASHA-SKIP-CNT.
           DISPLAY "SHOKYAKUCNT=" WK-SHOKYAKU-CNT.
           DISPLAY "SHOKYAKU=" WK-SHOKYAKU-GOKEI.
           DISPLAY "TORIKUZUSHI=" WK-TORIKUZUSHI-GOKEI.
           DISPLAY "ERRCNT=" WK-WOI-ERR-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM157 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KUBM157"             TO RUNHIS-PGM-ID.
           MOVE WK-OPERATOR-ID        TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "WOICNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-WOI-IN-CNT         TO RUNHIS-CNT-VALUE (1).
           MOVE "IVFCNT"              TO RUNHIS-CNT-LABEL (2).
           MOVE WK-IVF-CNT            TO RUNHIS-CNT-VALUE (2).
           MOVE "SHOKYAKU"            TO RUNHIS-CNT-LABEL (3).
           MOVE WK-SHOKYAKU-CNT       TO RUNHIS-CNT-VALUE (3).
           MOVE "KINGAKU"             TO RUNHIS-CNT-LABEL (4).
           MOVE WK-SHOKYAKU-GOKEI     TO RUNHIS-CNT-VALUE (4).
           MOVE "ERRCNT"              TO RUNHIS-CNT-LABEL (5).
           MOVE WK-WOI-ERR-CNT        TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KUBM157 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
