       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KUBM167.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：交換品未返品請求
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。日次で交換台帳(XCF、KCCFXCH)を読み、
      *                 交換元の返品の入庫を返品振り分け記録(RDP、
      *                 KCCFRDP)の元受注番号・商品番号・交換日以後の
      *                 行と突合する。返品がそろった交換は台帳から
      *                 外し、交換日から環境変数KUBM167-NISSU(3桁。
      *                 未設定は14日)を過ぎても返品が届かない交換は
      *                 未返品の数量分の代品の金額を請求書発行台帳
      *                 (IVF)へ請求して台帳から外す。請求番号は
      *                 KCBS080の"INVOICE"カウンタで採番し、支払期日
      *                 は得意先の支払条件からKUBS010で算出する。残り
      *                 は返品入庫済みの数量を更新して新世代(XCO)へ
      *                 書き出す(XCO→XCFの差し替えは後続ジョブ
      *                 ステップの役割)。処理結果は交換品一覧(RPT)へ
      *                 印字する。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT XCF-FILE
             ASSIGN TO EXTERNAL XCF
               FILE STATUS IS WK-XCF-FILE-ERR.
           SELECT XCO-FILE
             ASSIGN TO EXTERNAL XCO
               FILE STATUS IS WK-XCO-FILE-ERR.
           SELECT RDP-FILE
             ASSIGN TO EXTERNAL RDP
               FILE STATUS IS WK-RDP-FILE-ERR.
           SELECT TOK-FILE
             ASSIGN TO EXTERNAL TOK
               FILE STATUS IS WK-TOK-FILE-ERR.
           SELECT IVF-FILE
             ASSIGN TO EXTERNAL IVF
               FILE STATUS IS WK-IVF-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CFSHO-SHOHIN-NO
               FILE STATUS IS WK-SHO-FILE-ERR.
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
       FD  XCF-FILE.
       01  XCF-REC.
           COPY KCCFXCH.
       FD  XCO-FILE.
       01  XCO-REC                     PIC  X(80).
       FD  RDP-FILE.
       01  RDP-REC.
           COPY KCCFRDP.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY KCCFTOK.
       FD  IVF-FILE.
       01  IVF-REC.
           COPY KCCFIVF.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(110).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
           COPY KCBS080P.
           COPY KUBS010-PARAMS.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-BSD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-XCF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-XCO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RDP-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IVF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  XCF-END-FLG                 PIC  X(01) VALUE "N".
       01  RDP-END-FLG                 PIC  X(01) VALUE "N".
       01  TOK-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
       01  WK-BASE-INT-DATE            PIC  9(07) VALUE ZERO.
       01  WK-KIGEN-INT-DATE           PIC  9(07) VALUE ZERO.
      ******************************************************************
      *  未返品を請求するまでの日数
      *    KUBM167-NISSU：交換日から何日過ぎても返品が届かなければ
      *                   代品を請求するか
      ******************************************************************
       01  WK-NISSU-X                  PIC  X(03) VALUE SPACE.
       01  WK-NISSU-N REDEFINES WK-NISSU-X
                                       PIC  9(03).
       01  WK-NISSU                    PIC  9(03) VALUE 14.
      ******************************************************************
      *  得意先マスタ(支払条件)テーブル
      ******************************************************************
       01  WK-TOK-TBL.
           03  WK-TOK-CNT              PIC  9(05) VALUE ZERO.
           03  WK-TOK-ENT              OCCURS 9999 TIMES
                                        INDEXED BY WK-TOK-IDX.
             05  WK-TOK-TOKU-COD       PIC  X(04).
             05  WK-TOK-TERMS-COD      PIC  X(02).
      ******************************************************************
      *  返品入庫テーブル(返品振り分け記録。WK-RDP-ZANは交換の突合に
      *  まだ使っていない数量。1件の入庫を複数の交換に二重に充てない)
      ******************************************************************
       01  WK-RDP-TBL.
           03  WK-RDP-CNT              PIC  9(05) VALUE ZERO.
           03  WK-RDP-ENT              OCCURS 20000 TIMES.
             05  WK-RDP-JUCHU-NO       PIC  9(04).
             05  WK-RDP-SHOHIN-NO      PIC  X(05).
             05  WK-RDP-DATE           PIC  9(08).
             05  WK-RDP-ZAN            PIC  9(05).
       01  WK-RX                       PIC  9(05) VALUE ZERO.
      *
       01  WK-NYUKA-SURYO              PIC  9(05) VALUE ZERO.
       01  WK-FUSOKU-SURYO             PIC  9(05) VALUE ZERO.
       01  WK-ATE-SURYO                PIC  9(05) VALUE ZERO.
       01  WK-SEIKYU-KINGAKU           PIC S9(13) VALUE ZERO.
       01  WK-SEIKYU-NO                PIC  9(08) VALUE ZERO.
       01  WK-KAISHA-COD               PIC  X(02) VALUE SPACE.
       01  WK-XCF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-NYUKA-CNT                PIC  9(09) VALUE ZERO.
       01  WK-SEIKYU-CNT               PIC  9(09) VALUE ZERO.
       01  WK-XCO-CNT                  PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  交換品一覧印字用
      ******************************************************************
       01  WK-RPT-LINE.
           03  WK-RPT-KBN              PIC  X(06).
           03  FILLER                  PIC  X(06) VALUE " TOKU=".
           03  WK-RPT-TOKU-COD         PIC  X(04).
           03  FILLER                  PIC  X(07) VALUE " KOKAN=".
           03  WK-RPT-KOKAN-JUCHU-NO   PIC  9(04).
           03  FILLER                  PIC  X(05) VALUE " RET=".
           03  WK-RPT-RET-JUCHU-NO     PIC  9(04).
           03  FILLER                  PIC  X(08) VALUE " SHOHIN=".
           03  WK-RPT-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(07) VALUE " SURYO=".
           03  WK-RPT-SURYO            PIC  Z(04)9.
           03  FILLER                  PIC  X(07) VALUE " NYUKA=".
           03  WK-RPT-NYUKA-SURYO      PIC  Z(04)9.
           03  FILLER                  PIC  X(06) VALUE " DATE=".
           03  WK-RPT-KOKAN-DATE       PIC  9(08).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-SEIKYU           PIC  X(16).
       01  WK-RPT-SEIKYU-WK.
           03  WK-RS-SEIKYU-NO         PIC  9(08).
           03  WK-RS-KINGAKU           PIC  -(07)9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL XCF-END-FLG = "Y"
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KUBM167 START ***".
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
           COMPUTE WK-BASE-INT-DATE
             = FUNCTION INTEGER-OF-DATE (WK-BASE-DATE).
           DISPLAY "KUBM167-NISSU" UPON ENVIRONMENT-NAME.
           ACCEPT WK-NISSU-X FROM ENVIRONMENT-VALUE.
           IF WK-NISSU-X NOT = SPACE
            AND WK-NISSU-N IS NUMERIC
             MOVE WK-NISSU-N TO WK-NISSU
           END-IF.
           DISPLAY "*** KUBM167 BASE-DATE=" WK-BASE-DATE
             " NISSU=" WK-NISSU.
      *
      *    交換台帳は最初の交換を受け付けるまで存在しない(その場合は
      *    空の新世代を書き出して正常終了する)
           OPEN INPUT XCF-FILE.
           IF WK-XCF-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM167 XCF-FILE NASHI"
             MOVE "Y" TO XCF-END-FLG
           END-IF.
           OPEN OUTPUT XCO-FILE.
           IF WK-XCO-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM167 ABEND NOT XCO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN EXTEND IVF-FILE
             IF WK-IVF-FILE-ERR NOT = "00"
               OPEN OUTPUT IVF-FILE
             END-IF
             IF WK-IVF-FILE-ERR NOT = "00"
               DISPLAY "*** KUBM167 ABEND NOT IVF-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT SHO-FILE
             IF WK-SHO-FILE-ERR NOT = "00"
               DISPLAY "*** KUBM167 ABEND NOT SHO-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RPT-FILE
             IF WK-RPT-FILE-ERR NOT = "00"
               DISPLAY "*** KUBM167 ABEND NOT RPT-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "N"
             GO TO EXT
           END-IF.
      *
           MOVE "*** KUBM167 KOKANHIN MIHENPIN SEIKYU ***" TO RPT-REC.
           WRITE RPT-REC.
      *    得意先マスタ・返品振り分け記録は任意(得意先が無ければ既定
      *    の支払条件、返品振り分け記録が無ければ入庫なしとする)
           OPEN INPUT TOK-FILE.
           IF WK-TOK-FILE-ERR = "00"
             PERFORM LOAD-TOK-RTN  UNTIL TOK-END-FLG = "Y"
             CLOSE TOK-FILE
           END-IF.
           OPEN INPUT RDP-FILE.
           IF WK-RDP-FILE-ERR = "00"
             PERFORM LOAD-RDP-RTN  UNTIL RDP-END-FLG = "Y"
             CLOSE RDP-FILE
           END-IF.
           IF XCF-END-FLG = "N"
             PERFORM READ-XCF-RTN
           END-IF.
       EXT.
           EXIT.
      *
       LOAD-TOK-RTN        SECTION.
           READ TOK-FILE
             AT END
               MOVE "Y" TO TOK-END-FLG
               GO TO EXT
           END-READ.
           IF WK-TOK-CNT >= 9999
             DISPLAY "*** KUBM167 WARNING TOK TABLE FULL"
             MOVE "Y" TO TOK-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-TOK-CNT.
           SET WK-TOK-IDX TO WK-TOK-CNT.
           MOVE CFTOK-TOKU-COD TO WK-TOK-TOKU-COD (WK-TOK-IDX).
           MOVE CFTOK-TERMS-COD TO WK-TOK-TERMS-COD (WK-TOK-IDX).
       EXT.
           EXIT.
      *
       LOAD-RDP-RTN        SECTION.
           READ RDP-FILE
             AT END
               MOVE "Y" TO RDP-END-FLG
               GO TO EXT
           END-READ.
           IF CFRDP-SURYO NOT NUMERIC
            OR CFRDP-SURYO = ZERO
             GO TO EXT
           END-IF.
      *    入庫が突合しきれないと未返品として請求してしまうため、
      *    テーブルあふれは警告とする
           IF WK-RDP-CNT >= 20000
             DISPLAY "*** KUBM167 WARNING RDP TABLE FULL"
             MOVE RC-WARNING TO RETURN-CODE
             MOVE "Y" TO RDP-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-RDP-CNT.
           MOVE CFRDP-JUCHU-NO TO WK-RDP-JUCHU-NO (WK-RDP-CNT).
           MOVE CFRDP-SHOHIN-NO TO WK-RDP-SHOHIN-NO (WK-RDP-CNT).
           MOVE CFRDP-DATE TO WK-RDP-DATE (WK-RDP-CNT).
           MOVE CFRDP-SURYO TO WK-RDP-ZAN (WK-RDP-CNT).
       EXT.
           EXIT.
      *
       READ-XCF-RTN        SECTION.
           READ XCF-FILE
             AT END
               MOVE "Y" TO XCF-END-FLG
           END-READ.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    交換1件の判定(返品がそろえば完了、期限を過ぎれば請求、
      *    それ以外は新世代へ)
      ******************************************************************
       MAIN-RTN            SECTION.
           ADD 1 TO WK-XCF-CNT.
      *
      *    交換日以後の返品入庫を交換の数量まで充てる
           MOVE ZERO TO WK-NYUKA-SURYO.
           PERFORM ATE-RTN
             VARYING WK-RX FROM 1 BY 1
             UNTIL WK-RX > WK-RDP-CNT
                OR WK-NYUKA-SURYO >= CFXCH-SURYO.
           MOVE WK-NYUKA-SURYO TO CFXCH-NYUKA-SURYO.
      *
           IF WK-NYUKA-SURYO >= CFXCH-SURYO
             ADD 1 TO WK-NYUKA-CNT
             MOVE "KANRYO" TO WK-RPT-KBN
             MOVE SPACE TO WK-RPT-SEIKYU
             PERFORM PRINT-RTN
             GO TO NEXT-REC
           END-IF.
      *
           MOVE ZERO TO WK-KIGEN-INT-DATE.
           IF CFXCH-KOKAN-DATE IS NUMERIC
            AND CFXCH-KOKAN-DATE >= 16010101
             COMPUTE WK-KIGEN-INT-DATE
               = FUNCTION INTEGER-OF-DATE (CFXCH-KOKAN-DATE)
               + WK-NISSU
           END-IF.
           IF WK-KIGEN-INT-DATE = ZERO
            OR WK-BASE-INT-DATE <= WK-KIGEN-INT-DATE
             MOVE XCF-REC TO XCO-REC
             WRITE XCO-REC
             ADD 1 TO WK-XCO-CNT
             MOVE "MIKAN" TO WK-RPT-KBN
             MOVE SPACE TO WK-RPT-SEIKYU
             PERFORM PRINT-RTN
             GO TO NEXT-REC
           END-IF.
      *
      *    期限切れ：未返品の数量分の代品の金額を請求する
           COMPUTE WK-FUSOKU-SURYO = CFXCH-SURYO - WK-NYUKA-SURYO.
           COMPUTE WK-SEIKYU-KINGAKU =
             CFXCH-KINGAKU-JPY * WK-FUSOKU-SURYO / CFXCH-SURYO.
           MOVE ZERO TO WK-SEIKYU-NO.
           IF WK-SEIKYU-KINGAKU > ZERO
             PERFORM SEIKYU-RTN
           END-IF.
           ADD 1 TO WK-SEIKYU-CNT.
           MOVE "SEIKYU" TO WK-RPT-KBN.
           MOVE WK-SEIKYU-NO TO WK-RS-SEIKYU-NO.
           MOVE WK-SEIKYU-KINGAKU TO WK-RS-KINGAKU.
           MOVE WK-RPT-SEIKYU-WK TO WK-RPT-SEIKYU.
           PERFORM PRINT-RTN.
       NEXT-REC.
           PERFORM READ-XCF-RTN.
       EXT.
           EXIT.
      *
      *    返品入庫1件の充当(元受注番号・商品番号が同じで交換日以後に
      *    入庫した未充当分)
       ATE-RTN             SECTION.
           IF WK-RDP-JUCHU-NO (WK-RX) NOT = CFXCH-MOTO-JUCHU-NO
            OR WK-RDP-SHOHIN-NO (WK-RX) NOT = CFXCH-SHOHIN-NO
            OR WK-RDP-DATE (WK-RX) < CFXCH-KOKAN-DATE
            OR WK-RDP-ZAN (WK-RX) = ZERO
             GO TO EXT
           END-IF.
           COMPUTE WK-ATE-SURYO = CFXCH-SURYO - WK-NYUKA-SURYO.
           IF WK-ATE-SURYO > WK-RDP-ZAN (WK-RX)
             MOVE WK-RDP-ZAN (WK-RX) TO WK-ATE-SURYO
           END-IF.
           ADD WK-ATE-SURYO TO WK-NYUKA-SURYO.
           SUBTRACT WK-ATE-SURYO FROM WK-RDP-ZAN (WK-RX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    未返品の代品の請求(請求書発行台帳への追記)
      ******************************************************************
       SEIKYU-RTN          SECTION.
           IF CFXCH-KAISHA-COD = SPACE
             MOVE "01" TO WK-KAISHA-COD
           ELSE
             MOVE CFXCH-KAISHA-COD TO WK-KAISHA-COD
           END-IF.
           MOVE "N" TO S080-FUNCTION.
           MOVE "INVOICE" TO S080-COUNTER-ID.
           MOVE WK-KAISHA-COD TO S080-KAISHA-COD.
           CALL "KCBS080" USING KCBS080-P1.
           IF S080-RCD = "E"
             DISPLAY "!!! KUBM167 ABEND : SAIBAN FUKA !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           MOVE S080-NUMBER TO WK-SEIKYU-NO.
      *
      *    支払期日は得意先の支払条件による(得意先不明は既定条件)
           MOVE SPACE TO DUE-TERMS-COD.
           IF WK-TOK-CNT > ZERO
             SET WK-TOK-IDX TO 1
             SEARCH WK-TOK-ENT
               AT END
                 CONTINUE
               WHEN WK-TOK-TOKU-COD (WK-TOK-IDX) = CFXCH-TOKU-COD
                 MOVE WK-TOK-TERMS-COD (WK-TOK-IDX)
                   TO DUE-TERMS-COD
             END-SEARCH
           END-IF.
           MOVE WK-BASE-DATE TO DUE-BASE-DATE.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KUBS010" USING KUBS010-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
      *
           MOVE SPACE TO IVF-REC.
           MOVE WK-SEIKYU-NO TO CFIVF-INVOICE-NO.
           MOVE CFXCH-TOKU-COD TO CFIVF-TOKU-COD.
           MOVE WK-BASE-DATE TO CFIVF-HAKKO-DATE.
           MOVE WK-SEIKYU-KINGAKU TO CFIVF-KINGAKU.
           MOVE ZERO TO CFIVF-NYUKIN-KINGAKU.
           MOVE "O" TO CFIVF-STATUS.
           IF DUE-ERR-YES
             MOVE WK-BASE-DATE TO CFIVF-DUE-DATE
           ELSE
             MOVE DUE-DATE TO CFIVF-DUE-DATE
           END-IF.
      *    数値の拡張項目はZEROで初期化する(SPACEのままにしない)
           MOVE ZERO TO CFIVF-VOID-DATE.
           MOVE ZERO TO CFIVF-REF-INVOICE-NO.
           MOVE ZERO TO CFIVF-GAIKA-KINGAKU.
           MOVE ZERO TO CFIVF-INV-RATE.
      *    請求額は代品の税抜金額。税率別に分けられるよう税区分を持つ
           MOVE CFXCH-SHOHIN-NO TO CFSHO-SHOHIN-NO.
           READ SHO-FILE
             INVALID KEY
               MOVE SPACE TO CFSHO-ZEI-KBN
           END-READ.
           MOVE CFSHO-ZEI-KBN TO CFIVF-ZEI-KBN.
           MOVE WK-KAISHA-COD TO CFIVF-KAISHA-COD.
           WRITE IVF-REC.
       EXT.
           EXIT.
      *
       PRINT-RTN           SECTION.
           MOVE CFXCH-TOKU-COD TO WK-RPT-TOKU-COD.
           MOVE CFXCH-KOKAN-JUCHU-NO TO WK-RPT-KOKAN-JUCHU-NO.
           MOVE CFXCH-RET-JUCHU-NO TO WK-RPT-RET-JUCHU-NO.
           MOVE CFXCH-SHOHIN-NO TO WK-RPT-SHOHIN-NO.
           MOVE CFXCH-SURYO TO WK-RPT-SURYO.
           MOVE WK-NYUKA-SURYO TO WK-RPT-NYUKA-SURYO.
           MOVE CFXCH-KOKAN-DATE TO WK-RPT-KOKAN-DATE.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           MOVE "X" TO S080-FUNCTION.
           CALL "KCBS080" USING KCBS080-P1.
           IF S080-RCD = "E"
             DISPLAY "*** KUBM167 WARNING NRG KAKIMODOSHI SHIPPAI"
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           IF WK-XCF-FILE-ERR = "00"
             CLOSE XCF-FILE
           END-IF.
           IF WK-XCO-FILE-ERR = "00"
             CLOSE XCO-FILE
           END-IF.
           IF WK-IVF-FILE-ERR = "00"
             CLOSE IVF-FILE
           END-IF.
           IF WK-SHO-FILE-ERR = "00"
             CLOSE SHO-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "XCFCNT=" WK-XCF-CNT.
           DISPLAY "NYUKACNT=" WK-NYUKA-CNT.
           DISPLAY "SEIKYUCNT=" WK-SEIKYU-CNT.
           DISPLAY "XCOCNT=" WK-XCO-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM167 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KUBM167"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 4                     TO RUNHIS-CNT-CNT.
           MOVE "XCFCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-XCF-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "NYUKACNT"            TO RUNHIS-CNT-LABEL (2).
           MOVE WK-NYUKA-CNT          TO RUNHIS-CNT-VALUE (2).
           MOVE "SEIKYUCNT"           TO RUNHIS-CNT-LABEL (3).
           MOVE WK-SEIKYU-CNT         TO RUNHIS-CNT-VALUE (3).
           MOVE "XCOCNT"              TO RUNHIS-CNT-LABEL (4).
           MOVE WK-XCO-CNT            TO RUNHIS-CNT-VALUE (4).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KUBM167 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
