      *                 そのまま引き継ぐ。全銀データはヘッダ(1)・
      *                 データ(2)・トレーラ(8)・エンド(9)の120バイト
      *                 固定形式。依頼人情報は会社固定値。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：仕入返品(KSBM123)のデビットノート(負の金額の
      *                 未払行)を同じ仕入先の支払対象から差し引く
      *                 相殺を追加。台帳を一度先読みして仕入先別に
      *                 未消化のデビットノート残と支払対象額を求め、
      *                 小さい方を相殺額として両側へ割り当てる。振込
      *                 額は相殺後の残額とし、残額ZEROの行は全銀
      *                 データを作らない。支払予定表に相殺額を印字
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：振込先口座が要修正(CFSIR-KOZA-YOSHUSEI)の
      *                 仕入先を支払対象から外し、警告を表示する。
      *                 振込不能結果取込(KSBM124)が返却分を台帳の行
      *                 へ戻せるよう、全銀データの顧客コード２に台帳
      *                 の請求書番号を入れ、振込指定区分を正しい位置
      *                 (顧客コード２の後)へ移す。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：支払通知書作成(KSBM125)用に、支払った請求書
      *                 と消し込んだデビットノートを支払明細(PAD)へ
      *                 書き出す。振込手数料が先方負担(CFSIR-SENPO-
      *                 FUTAN)の仕入先は、実行ごとに最初の振込から
      *                 手数料(環境変数KSBM111-TESURYO、未設定は440
      *                 円)を差し引く。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：会社コードに対応。環境変数KAISHA-COD(省略時
      *                 "01")の会社の台帳行だけを支払・相殺の対象とし、
      *                 他社の行はそのまま台帳新世代へ引き継ぐ
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：振込先口座の変更申請(PND、KCCFPND形式。仕入先
      *                 マスタ保守KSBM050が追記し、重要項目変更承認
      *                 KCBM119が承認するまで残る)が基準日前の所定の
      *                 日数(環境変数KSBM111-KOZA-NISSU、3桁。未設定は
      *                 30日)以内にある仕入先を、承認されるまで支払
      *                 対象から外し(相殺も行わない)、警告を表示する。
      *                 申請ファイルが無い場合は申請なしとして扱う
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
           SELECT SIR-FILE
             ASSIGN TO EXTERNAL SIR
               FILE STATUS IS WK-SIR-FILE-ERR.
           SELECT PND-FILE
             ASSIGN TO EXTERNAL PND
               FILE STATUS IS WK-PND-FILE-ERR.
           SELECT APO-FILE
             ASSIGN TO EXTERNAL APO
               FILE STATUS IS WK-APO-FILE-ERR.
           SELECT ZGN-FILE
             ASSIGN TO EXTERNAL ZGN
               FILE STATUS IS WK-ZGN-FILE-ERR.
           SELECT PAD-FILE
             ASSIGN TO EXTERNAL PAD
               FILE STATUS IS WK-PAD-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
       FD  SIR-FILE.
       01  SIR-REC.
           COPY KCCFSIR.
       FD  PND-FILE.
       01  PND-REC.
           COPY KCCFPND.
       FD  APO-FILE.
       01  APO-REC.
           COPY KCCFAPF.
       FD  ZGN-FILE.
       01  ZGN-REC                     PIC  X(120).
       FD  PAD-FILE.
       01  PAD-REC.
           COPY KCCFPAD.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(110).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
       01  WK-BSD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-APF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SIR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-PND-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-APO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ZGN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-PAD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
      *    支払元の会社(環境変数KAISHA-COD。省略時"01")
       01  WK-KAISHA-COD               PIC  X(02) VALUE "01".
       01  WK-ENV-KAISHA-COD           PIC  X(02) VALUE SPACE.
       01  WK-ROW-KAISHA-COD           PIC  X(02) VALUE SPACE.
       01  APF-END-FLG                 PIC  X(01) VALUE "N".
       01  SIR-END-FLG                 PIC  X(01) VALUE "N".
       01  PND-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      ******************************************************************
      *  先方負担の振込手数料(環境変数KSBM111-TESURYO。未設定は440円)
      ******************************************************************
       01  WK-TESURYO-X                PIC  X(05) VALUE SPACE.
       01  WK-TESURYO-N REDEFINES WK-TESURYO-X
                                       PIC  9(05).
       01  WK-TESURYO                  PIC S9(07) VALUE 440.
       01  WK-TESURYO-KOJO             PIC S9(07) VALUE ZERO.
       01  WK-TESURYO-GOKEI            PIC S9(13) VALUE ZERO.
       01  WK-PAD-KBN                  PIC  X(01) VALUE SPACE.
      ******************************************************************
      *  承認待ちの口座変更申請を見る日数(環境変数KSBM111-KOZA-NISSU。
      *  未設定は30日)と、その起点となる申請日
      ******************************************************************
       01  WK-KOZA-NISSU-X             PIC  X(03) VALUE SPACE.
       01  WK-KOZA-NISSU-N REDEFINES WK-KOZA-NISSU-X
                                       PIC  9(03).
       01  WK-KOZA-NISSU               PIC  9(03) VALUE 30.
       01  WK-PND-FROM-DATE            PIC  9(08) VALUE ZERO.
      ******************************************************************
      *  仕入先マスタテーブル(支払条件・振込先口座)
      ******************************************************************
       01  WK-SIR-TBL.
             05  WK-SIR-SHITEN-COD     PIC  X(03).
             05  WK-SIR-KOZA-NO        PIC  X(07).
             05  WK-SIR-KOZA-MEI       PIC  X(30).
             05  WK-SIR-KOZA-STATUS    PIC  X(01).
      *      口座変更の承認待ちがあれば"Y"(支払対象から外す)
             05  WK-SIR-KOZA-HORYU     PIC  X(01).
             05  WK-SIR-TESURYO-FUTAN  PIC  X(01).
      *      今回の実行で手数料を差し引き済みなら"Y"
             05  WK-SIR-TESURYO-ZUMI   PIC  X(01).
      *      デビットノート相殺用(先読みで設定。DN-ZAN=未消化の
      *      デビットノート残、DUE-GOKEI=今回の支払対象額、SOSAI-DN
      *      ／SOSAI-INV=相殺額のうちデビットノート側／請求書側へ
      *      まだ割り当てていない額)
             05  WK-SIR-DN-ZAN         PIC S9(13).
             05  WK-SIR-DUE-GOKEI      PIC S9(13).
             05  WK-SIR-SOSAI-DN       PIC S9(13).
             05  WK-SIR-SOSAI-INV      PIC S9(13).
       01  WK-SIR-FOUND-FLG            PIC  X(01) VALUE "N".
       01  WK-DUE-OK-FLG               PIC  X(01) VALUE "N".
       01  WK-PRE-END-FLG              PIC  X(01) VALUE "N".
       01  WK-ZANDAKA                  PIC S9(13) VALUE ZERO.
       01  WK-KOJO-KINGAKU             PIC S9(13) VALUE ZERO.
       01  WK-SOSAI-GOKEI              PIC S9(13) VALUE ZERO.
       01  WK-SIX                      PIC  9(05) VALUE ZERO.
      *
       01  WK-USE-DUE-DATE             PIC  9(08) VALUE ZERO.
       01  WK-PAY-KINGAKU              PIC S9(13) VALUE ZERO.
       01  WK-PAY-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-PAY-GOKEI                PIC S9(13) VALUE ZERO.
       01  WK-SIR-NASHI-CNT            PIC  9(09) VALUE ZERO.
       01  WK-KOZA-NG-CNT              PIC  9(09) VALUE ZERO.
       01  WK-KOZA-HORYU-CNT           PIC  9(09) VALUE ZERO.
       01  WK-TASHA-SKIP-CNT           PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  全銀フォーマットレコード組立用
      ******************************************************************
           03  WK-ZGD-KINGAKU          PIC  9(10).
           03  FILLER                  PIC  X(01) VALUE "0".
           03  WK-ZGD-CUSTOMER-COD     PIC  X(10).
      *    顧客コード２(買掛金台帳の請求書番号)
           03  WK-ZGD-INVOICE-NO       PIC  X(10).
           03  FILLER                  PIC  X(01) VALUE "7".
           03  FILLER                  PIC  X(08) VALUE SPACE.
       01  WK-ZGN-TRAILER.
           03  FILLER                  PIC  X(01) VALUE "8".
           03  WK-ZGT-KENSU            PIC  9(06).
           03  WK-RPT-DUE-DATE         PIC  9(08).
           03  FILLER                  PIC  X(09) VALUE " KINGAKU=".
           03  WK-RPT-KINGAKU          PIC  -(13)9.
           03  FILLER                  PIC  X(06) VALUE " KOJO=".
           03  WK-RPT-KOJO             PIC  -(13)9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
           DISPLAY "KAISHA-COD" UPON ENVIRONMENT-NAME.
           ACCEPT WK-ENV-KAISHA-COD FROM ENVIRONMENT-VALUE.
           IF WK-ENV-KAISHA-COD NOT = SPACE
             MOVE WK-ENV-KAISHA-COD TO WK-KAISHA-COD
           END-IF.
           DISPLAY "*** KSBM111 KAISHA=" WK-KAISHA-COD.
      *
           OPEN INPUT BSD-FILE.
           IF WK-BSD-FILE-ERR = "00"
           IF WK-BASE-DATE = ZERO
             MOVE FUNCTION CURRENT-DATE (1:8) TO WK-BASE-DATE
           END-IF.
      *
           DISPLAY "KSBM111-TESURYO" UPON ENVIRONMENT-NAME.
           ACCEPT WK-TESURYO-X FROM ENVIRONMENT-VALUE.
           IF WK-TESURYO-X NOT = SPACE
            AND WK-TESURYO-N IS NUMERIC
             MOVE WK-TESURYO-N TO WK-TESURYO
           END-IF.
      *
           DISPLAY "KSBM111-KOZA-NISSU" UPON ENVIRONMENT-NAME.
           ACCEPT WK-KOZA-NISSU-X FROM ENVIRONMENT-VALUE.
           IF WK-KOZA-NISSU-X NOT = SPACE
            AND WK-KOZA-NISSU-N IS NUMERIC
             MOVE WK-KOZA-NISSU-N TO WK-KOZA-NISSU
           END-IF.
           COMPUTE WK-PND-FROM-DATE =
             FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WK-BASE-DATE)
                - WK-KOZA-NISSU).
      *
           OPEN INPUT APF-FILE.
           IF WK-APF-FILE-ERR NOT = "00"
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT PAD-FILE
             IF WK-PAD-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM111 ABEND NOT PAD-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RPT-FILE
             IF WK-RPT-FILE-ERR NOT = "00"
           MOVE "*** KSBM111 SHIHARAI YOTEI-HYO ***" TO RPT-REC.
           WRITE RPT-REC.
           PERFORM LOAD-SIR-RTN  UNTIL SIR-END-FLG = "Y".
      *
      *    口座変更の承認待ち(申請ファイルが無ければ申請なし)
           OPEN INPUT PND-FILE.
           IF WK-PND-FILE-ERR = "00"
             PERFORM LOAD-PND-RTN  UNTIL PND-END-FLG = "Y"
             CLOSE PND-FILE
           END-IF.
      *
      *    台帳を先読みしてデビットノートの相殺額を決め、読み直す
           PERFORM PRE-APF-RTN  UNTIL WK-PRE-END-FLG = "Y".
           PERFORM SET-SOSAI-RTN
             VARYING WK-SIX FROM 1 BY 1
             UNTIL WK-SIX > WK-SIR-CNT.
           CLOSE APF-FILE.
           OPEN INPUT APF-FILE.
           IF WK-APF-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM111 ABEND NOT APF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
      *
           MOVE WK-BASE-DATE (5:4) TO WK-ZGH-TORIKUMI-MMDD.
           MOVE WK-ZGN-HEADER TO ZGN-REC.
           MOVE CFSIR-SHITEN-COD TO WK-SIR-SHITEN-COD (WK-SIR-IDX).
           MOVE CFSIR-KOZA-NO TO WK-SIR-KOZA-NO (WK-SIR-IDX).
           MOVE CFSIR-KOZA-MEI TO WK-SIR-KOZA-MEI (WK-SIR-IDX).
           MOVE CFSIR-KOZA-STATUS TO WK-SIR-KOZA-STATUS (WK-SIR-IDX).
           MOVE CFSIR-TESURYO-FUTAN
             TO WK-SIR-TESURYO-FUTAN (WK-SIR-IDX).
           MOVE "N" TO WK-SIR-TESURYO-ZUMI (WK-SIR-IDX).
           MOVE "N" TO WK-SIR-KOZA-HORYU (WK-SIR-IDX).
           MOVE ZERO TO WK-SIR-DN-ZAN (WK-SIR-IDX).
           MOVE ZERO TO WK-SIR-DUE-GOKEI (WK-SIR-IDX).
           MOVE ZERO TO WK-SIR-SOSAI-DN (WK-SIR-IDX).
           MOVE ZERO TO WK-SIR-SOSAI-INV (WK-SIR-IDX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    口座変更申請の読込(所定の日数以内の承認待ちがある仕入先に
      *    印を付ける)
      ******************************************************************
       LOAD-PND-RTN        SECTION.
           READ PND-FILE
             AT END
               MOVE "Y" TO PND-END-FLG
               GO TO EXT
           END-READ.
           IF NOT CFPND-RES-SIR
            OR NOT CFPND-KOMOKU-KOZA
            OR CFPND-SHINSEI-DATE < WK-PND-FROM-DATE
             GO TO EXT
           END-IF.
           IF WK-SIR-CNT > ZERO
             SET WK-SIR-IDX TO 1
             SEARCH WK-SIR-ENT
               AT END
                 CONTINUE
               WHEN WK-SIR-IDX > WK-SIR-CNT
                 CONTINUE
               WHEN WK-SIR-SUPPLIER-COD (WK-SIR-IDX) = CFPND-KEY
                 MOVE "Y" TO WK-SIR-KOZA-HORYU (WK-SIR-IDX)
             END-SEARCH
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    台帳の先読み(仕入先別のデビットノート残と支払対象額)
      ******************************************************************
       PRE-APF-RTN         SECTION.
           READ APF-FILE
             AT END
               MOVE "Y" TO WK-PRE-END-FLG
               GO TO EXT
           END-READ.
           IF NOT (CFAPF-OPEN OF APF-REC OR CFAPF-PARTIAL OF APF-REC)
             GO TO EXT
           END-IF.
           PERFORM SET-ROW-KAISHA-RTN.
           IF WK-ROW-KAISHA-COD NOT = WK-KAISHA-COD
             GO TO EXT
           END-IF.
           PERFORM FIND-SIR-RTN.
           IF WK-SIR-FOUND-FLG = "N"
             GO TO EXT
           END-IF.
           IF WK-SIR-KOZA-STATUS (WK-SIR-IDX) = "E"
            OR WK-SIR-KOZA-HORYU (WK-SIR-IDX) = "Y"
             GO TO EXT
           END-IF.
           COMPUTE WK-ZANDAKA =
             CFAPF-KINGAKU OF APF-REC
             - CFAPF-SHIHARAI-KINGAKU OF APF-REC.
           IF WK-ZANDAKA < ZERO
             SUBTRACT WK-ZANDAKA FROM WK-SIR-DN-ZAN (WK-SIR-IDX)
             GO TO EXT
           END-IF.
           IF WK-ZANDAKA = ZERO
             GO TO EXT
           END-IF.
           PERFORM GET-DUE-RTN.
           IF WK-DUE-OK-FLG = "N"
            OR WK-USE-DUE-DATE > WK-BASE-DATE
             GO TO EXT
           END-IF.
           ADD WK-ZANDAKA TO WK-SIR-DUE-GOKEI (WK-SIR-IDX).
       EXT.
           EXIT.
      *
      *    相殺額＝デビットノート残と支払対象額の小さい方
       SET-SOSAI-RTN       SECTION.
           IF WK-SIR-DN-ZAN (WK-SIX) < WK-SIR-DUE-GOKEI (WK-SIX)
             MOVE WK-SIR-DN-ZAN (WK-SIX) TO WK-SIR-SOSAI-DN (WK-SIX)
           ELSE
             MOVE WK-SIR-DUE-GOKEI (WK-SIX)
               TO WK-SIR-SOSAI-DN (WK-SIX)
           END-IF.
           MOVE WK-SIR-SOSAI-DN (WK-SIX) TO WK-SIR-SOSAI-INV (WK-SIX).
       EXT.
           EXIT.
      *
      *    台帳行の会社(SPACEは"01")
       SET-ROW-KAISHA-RTN  SECTION.
           IF CFAPF-KAISHA-COD OF APF-REC = SPACE
             MOVE "01" TO WK-ROW-KAISHA-COD
           ELSE
             MOVE CFAPF-KAISHA-COD OF APF-REC TO WK-ROW-KAISHA-COD
           END-IF.
       EXT.
           EXIT.
      *
      *    仕入先マスタテーブルの検索
       FIND-SIR-RTN        SECTION.
           MOVE "N" TO WK-SIR-FOUND-FLG.
           SET WK-SIR-IDX TO 1.
           IF WK-SIR-CNT > ZERO
                 MOVE "Y" TO WK-SIR-FOUND-FLG
             END-SEARCH
           END-IF.
       EXT.
           EXIT.
      *
      *    支払期日の決定(台帳に無ければ支払条件から算出)
       GET-DUE-RTN         SECTION.
           MOVE "Y" TO WK-DUE-OK-FLG.
           MOVE CFAPF-DUE-DATE OF APF-REC TO WK-USE-DUE-DATE.
           IF WK-USE-DUE-DATE = ZERO
             MOVE CFAPF-KEIJO-DATE OF APF-REC TO DUE-BASE-DATE
             MOVE WK-SIR-TERMS-COD (WK-SIR-IDX) TO DUE-TERMS-COD
             CALL "KUBS010" USING KUBS010-P1
             IF DUE-ERR-YES
               MOVE "N" TO WK-DUE-OK-FLG
             ELSE
               MOVE DUE-DATE TO WK-USE-DUE-DATE
             END-IF
           END-IF.
       EXT.
           EXIT.
      *
       READ-APF-RTN        SECTION.
           READ APF-FILE
             AT END
               MOVE "Y" TO APF-END-FLG
           END-READ.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    台帳1件ごとの支払判定
      ******************************************************************
       MAIN-RTN            SECTION.
           ADD 1 TO WK-APF-CNT.
           MOVE APF-REC TO APO-REC.
           IF NOT (CFAPF-OPEN OF APF-REC OR CFAPF-PARTIAL OF APF-REC)
             GO TO WRITE-OUT
           END-IF.
      *
      *    他社の台帳行は支払わずに引き継ぐ
           PERFORM SET-ROW-KAISHA-RTN.
           IF WK-ROW-KAISHA-COD NOT = WK-KAISHA-COD
             ADD 1 TO WK-TASHA-SKIP-CNT
             GO TO WRITE-OUT
           END-IF.
      *
      *    仕入先マスタの検索
           PERFORM FIND-SIR-RTN.
           IF WK-SIR-FOUND-FLG = "N"
             ADD 1 TO WK-SIR-NASHI-CNT
             DISPLAY "*** KSBM111 WARNING SIR NASHI "
               CFAPF-SUPPLIER-COD OF APF-REC
             MOVE RC-WARNING TO RETURN-CODE
             GO TO WRITE-OUT
           END-IF.
      *
      *    振込先口座が要修正の仕入先は支払わない(相殺も行わない)
           IF WK-SIR-KOZA-STATUS (WK-SIR-IDX) = "E"
             ADD 1 TO WK-KOZA-NG-CNT
             DISPLAY "*** KSBM111 WARNING KOZA YOSHUSEI "
               CFAPF-SUPPLIER-COD OF APF-REC " "
               CFAPF-INVOICE-NO OF APF-REC
             MOVE RC-WARNING TO RETURN-CODE
             GO TO WRITE-OUT
           END-IF.
      *
      *    口座変更が承認待ちの仕入先は承認まで支払わない(相殺も
      *    行わない)
           IF WK-SIR-KOZA-HORYU (WK-SIR-IDX) = "Y"
             ADD 1 TO WK-KOZA-HORYU-CNT
             DISPLAY "*** KSBM111 WARNING KOZA SHONIN MACHI "
               CFAPF-SUPPLIER-COD OF APF-REC " "
               CFAPF-INVOICE-NO OF APF-REC
             MOVE RC-WARNING TO RETURN-CODE
             GO TO WRITE-OUT
           END-IF.
      *
      *    デビットノートは相殺額の割当分だけ消し込む
           COMPUTE WK-ZANDAKA =
             CFAPF-KINGAKU OF APF-REC
             - CFAPF-SHIHARAI-KINGAKU OF APF-REC.
           IF WK-ZANDAKA < ZERO
             PERFORM APPLY-DN-RTN
             GO TO WRITE-OUT
           END-IF.
      *
      *    支払期日の決定(台帳に無ければ支払条件から算出)
           PERFORM GET-DUE-RTN.
           IF WK-DUE-OK-FLG = "N"
             MOVE RC-WARNING TO RETURN-CODE
             GO TO WRITE-OUT
           END-IF.
           MOVE WK-USE-DUE-DATE TO CFAPF-DUE-DATE OF APO-REC.
           IF WK-USE-DUE-DATE > WK-BASE-DATE
             GO TO WRITE-OUT
           END-IF.
      *
      *    支払実行(残額全額。デビットノート相殺額を差し引いて振込)
           IF WK-ZANDAKA <= ZERO
             GO TO WRITE-OUT
           END-IF.
           IF WK-SIR-SOSAI-INV (WK-SIR-IDX) < WK-ZANDAKA
             MOVE WK-SIR-SOSAI-INV (WK-SIR-IDX) TO WK-KOJO-KINGAKU
           ELSE
             MOVE WK-ZANDAKA TO WK-KOJO-KINGAKU
           END-IF.
           SUBTRACT WK-KOJO-KINGAKU FROM WK-SIR-SOSAI-INV (WK-SIR-IDX).
           COMPUTE WK-PAY-KINGAKU = WK-ZANDAKA - WK-KOJO-KINGAKU.
      *    先方負担の振込手数料は仕入先の最初の振込から差し引く
           MOVE ZERO TO WK-TESURYO-KOJO.
           IF WK-SIR-TESURYO-FUTAN (WK-SIR-IDX) = "S"
            AND WK-SIR-TESURYO-ZUMI (WK-SIR-IDX) = "N"
            AND WK-PAY-KINGAKU > WK-TESURYO
             MOVE WK-TESURYO TO WK-TESURYO-KOJO
             SUBTRACT WK-TESURYO-KOJO FROM WK-PAY-KINGAKU
             ADD WK-TESURYO-KOJO TO WK-TESURYO-GOKEI
             MOVE "Y" TO WK-SIR-TESURYO-ZUMI (WK-SIR-IDX)
           END-IF.
           MOVE CFAPF-KINGAKU OF APF-REC
             TO CFAPF-SHIHARAI-KINGAKU OF APO-REC.
           MOVE "C" TO CFAPF-STATUS OF APO-REC.
           IF WK-PAY-KINGAKU > ZERO
             ADD 1 TO WK-PAY-CNT
             ADD WK-PAY-KINGAKU TO WK-PAY-GOKEI
             PERFORM WRITE-ZGN-DATA-RTN
           END-IF.
           MOVE "I" TO WK-PAD-KBN.
           PERFORM WRITE-PAD-RTN.
           PERFORM PRINT-RTN.
       WRITE-OUT.
           WRITE APO-REC.
           PERFORM READ-APF-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    デビットノート1行の消込(仕入先の相殺額の未割当分まで)
      ******************************************************************
       APPLY-DN-RTN        SECTION.
           COMPUTE WK-KOJO-KINGAKU = ZERO - WK-ZANDAKA.
           IF WK-SIR-SOSAI-DN (WK-SIR-IDX) < WK-KOJO-KINGAKU
             MOVE WK-SIR-SOSAI-DN (WK-SIR-IDX) TO WK-KOJO-KINGAKU
           END-IF.
           IF WK-KOJO-KINGAKU <= ZERO
             GO TO EXT
           END-IF.
           SUBTRACT WK-KOJO-KINGAKU FROM WK-SIR-SOSAI-DN (WK-SIR-IDX).
           SUBTRACT WK-KOJO-KINGAKU
             FROM CFAPF-SHIHARAI-KINGAKU OF APO-REC.
           IF CFAPF-SHIHARAI-KINGAKU OF APO-REC
                = CFAPF-KINGAKU OF APO-REC
             MOVE "C" TO CFAPF-STATUS OF APO-REC
           ELSE
             MOVE "P" TO CFAPF-STATUS OF APO-REC
           END-IF.
           ADD WK-KOJO-KINGAKU TO WK-SOSAI-GOKEI.
           MOVE ZERO TO WK-PAY-KINGAKU.
           MOVE ZERO TO WK-TESURYO-KOJO.
           MOVE "D" TO WK-PAD-KBN.
           PERFORM WRITE-PAD-RTN.
           MOVE CFAPF-DUE-DATE OF APF-REC TO WK-USE-DUE-DATE.
           COMPUTE WK-KOJO-KINGAKU = ZERO - WK-KOJO-KINGAKU.
           PERFORM PRINT-RTN.
       EXT.
           EXIT.
      *
       WRITE-ZGN-DATA-RTN  SECTION.
           MOVE WK-SIR-BANK-COD (WK-SIR-IDX) TO WK-ZGD-BANK-COD.
           MOVE WK-SIR-KOZA-MEI (WK-SIR-IDX) TO WK-ZGD-KOZA-MEI.
           MOVE WK-PAY-KINGAKU TO WK-ZGD-KINGAKU.
           MOVE CFAPF-SUPPLIER-COD OF APF-REC TO WK-ZGD-CUSTOMER-COD.
           MOVE CFAPF-INVOICE-NO OF APF-REC TO WK-ZGD-INVOICE-NO.
           MOVE WK-ZGN-DATA TO ZGN-REC.
           WRITE ZGN-REC.
       EXT.
           EXIT.
      *
      *    支払明細(支払通知書の元データ)の出力
       WRITE-PAD-RTN       SECTION.
           MOVE SPACE TO PAD-REC.
           MOVE WK-BASE-DATE TO CFPAD-SHIHARAI-DATE.
           MOVE CFAPF-SUPPLIER-COD OF APF-REC TO CFPAD-SUPPLIER-COD.
           MOVE CFAPF-INVOICE-NO OF APF-REC TO CFPAD-INVOICE-NO.
           MOVE WK-PAD-KBN TO CFPAD-MEISAI-KBN.
           MOVE CFAPF-KINGAKU OF APF-REC TO CFPAD-SEIKYU-KINGAKU.
           MOVE WK-KOJO-KINGAKU TO CFPAD-KOJO-KINGAKU.
           MOVE WK-TESURYO-KOJO TO CFPAD-TESURYO.
           MOVE WK-PAY-KINGAKU TO CFPAD-FURIKOMI-KINGAKU.
           MOVE WK-SIR-TESURYO-FUTAN (WK-SIR-IDX)
             TO CFPAD-TESURYO-FUTAN.
           WRITE PAD-REC.
       EXT.
           EXIT.
      *
       WRITE-ZGN-TRAILER-RTN  SECTION.
           MOVE WK-PAY-CNT TO WK-ZGT-KENSU.
           MOVE CFAPF-INVOICE-NO OF APF-REC TO WK-RPT-INVOICE-NO.
           MOVE WK-USE-DUE-DATE TO WK-RPT-DUE-DATE.
           MOVE WK-PAY-KINGAKU TO WK-RPT-KINGAKU.
           MOVE WK-KOJO-KINGAKU TO WK-RPT-KOJO.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           IF WK-ZGN-FILE-ERR = "00"
             CLOSE ZGN-FILE
           END-IF.
           IF WK-PAD-FILE-ERR = "00"
             CLOSE PAD-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "PAYCNT=" WK-PAY-CNT.
           DISPLAY "PAYGOKEI=" WK-PAY-GOKEI.
           DISPLAY "SIRNASHICNT=" WK-SIR-NASHI-CNT.
           DISPLAY "SOSAIGOKEI=" WK-SOSAI-GOKEI.
           DISPLAY "KOZANGCNT=" WK-KOZA-NG-CNT.
           DISPLAY "KOZAHORYUCNT=" WK-KOZA-HORYU-CNT.
           DISPLAY "TESURYOGOKEI=" WK-TESURYO-GOKEI.
           DISPLAY "TASHASKIPCNT=" WK-TASHA-SKIP-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM111 END ***".
       EXT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "APFCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-APF-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "PAYCNT"              TO RUNHIS-CNT-LABEL (2).
           MOVE WK-PAY-GOKEI          TO RUNHIS-CNT-VALUE (3).
           MOVE "SIRNASHICN"          TO RUNHIS-CNT-LABEL (4).
           MOVE WK-SIR-NASHI-CNT      TO RUNHIS-CNT-VALUE (4).
           MOVE "SOSAIGOKEI"          TO RUNHIS-CNT-LABEL (5).
           MOVE WK-SOSAI-GOKEI        TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
