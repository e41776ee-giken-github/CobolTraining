      *                 ロット番号・倉庫を返す。期限切れロットは引当
      *                 対象外。呼出元のTERM処理からの書戻し指示
      *                 ("X")で残数量を新世代(LTO)へ書き出す。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：得意先の最低残存期間率による引当制限を追加。
      *                 呼出元が渡す得意先コードで得意先マスタ(TOK)
      *                 の最低残存期間率を、商品マスタ(SHO)で期限の
      *                 全期間日数を求め、基準日から期限までの日数が
      *                 全期間×率(切上げ)に満たないロットは引き当て
      *                 ない。期限内のロットがこの制限だけで引き当て
      *                 られない場合はLOT-RCD="K"を返す。両マスタは
      *                 最初の呼出で読み込み、無ければ制限なしとする
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：ロットの残数量を引き落とす前に、その行の変更前
      *                 イメージを更新前イメージジャーナル(KCBS090)へ
      *                 記録する(呼出元が実行を開始している場合のみ)
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
           SELECT LTO-FILE
             ASSIGN TO EXTERNAL LTO
               FILE STATUS IS WK-LTO-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT TOK-FILE
             ASSIGN TO EXTERNAL TOK
               FILE STATUS IS WK-TOK-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
       FD  LTO-FILE.
       01  LTO-REC.
           COPY KCCFLOT.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY KCCFTOK.
      *
       WORKING-STORAGE     SECTION.
       01  WK-LTI-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-LTO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-LOT-LOADED-FLG           PIC  X(01) VALUE "N".
       01  LTI-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  SHO-END-FLG                 PIC  X(01) VALUE "N".
       01  TOK-END-FLG                 PIC  X(01) VALUE "N".
      ******************************************************************
      *  ロット別在庫テーブル
      ******************************************************************
             05  WK-LOT-SOKO-COD       PIC  X(02).
             05  WK-LOT-EXPIRY-DATE    PIC  9(08).
             05  WK-LOT-ZAN-SURYO      PIC S9(07).
      ******************************************************************
      *  期限全期間テーブル(商品マスタの全期間日数が設定された商品)
      ******************************************************************
       01  WK-SHM-TBL.
           03  WK-SHM-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SHM-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-SHM-IDX.
             05  WK-SHM-SHOHIN-NO      PIC  X(05).
             05  WK-SHM-NISSU          PIC  9(05).
      ******************************************************************
      *  最低残存期間率テーブル(率が設定された得意先)
      ******************************************************************
       01  WK-TKR-TBL.
           03  WK-TKR-CNT              PIC  9(05) VALUE ZERO.
           03  WK-TKR-ENT              OCCURS 9999 TIMES
                                        INDEXED BY WK-TKR-IDX.
             05  WK-TKR-TOKU-COD       PIC  X(04).
             05  WK-TKR-RITSU          PIC  9(03).
       01  WK-IX                       PIC  9(05) VALUE ZERO.
       01  WK-HIT-IX                   PIC  9(05) VALUE ZERO.
       01  WK-SHOHIN-ARI-FLG           PIC  X(01) VALUE "N".
      *    残存期間の判定(ZEROは制限なし)
       01  WK-ZAN-NISSU                PIC  9(05) VALUE ZERO.
       01  WK-ZAN-RITSU                PIC  9(03) VALUE ZERO.
       01  WK-HITSUYO-NISSU            PIC  9(07) VALUE ZERO.
       01  WK-MIN-EXPIRY-DATE          PIC  9(08) VALUE ZERO.
       01  WK-KIGEN-NG-FLG             PIC  X(01) VALUE "N".
      *    更新前イメージ退避(KCBS090)呼出用
           COPY KCBS090P.
      *    ロット行の変更前イメージ編集域（KCCFLOTと同一レイアウト）
       01  WK-BIJ-LOT.
           03  WK-BIJ-LOT-SHOHIN-NO        PIC  X(05).
           03  WK-BIJ-LOT-LOT-NO           PIC  X(10).
           03  WK-BIJ-LOT-SOKO-COD         PIC  X(02).
           03  WK-BIJ-LOT-EXPIRY-DATE      PIC  9(08).
           03  WK-BIJ-LOT-ZAN-SURYO        PIC S9(07).
           03  FILLER                      PIC  X(04).
      *
       LINKAGE             SECTION.
           COPY KUBS030-PARAMS.
           END-IF.
           MOVE SPACE TO LOT-LOT-NO.
           MOVE SPACE TO LOT-SOKO-COD.
           PERFORM ZANKIGEN-RTN.
      *
      *    期限内かつ残数量の足りるロットのうち期限が最も早いもの
           MOVE "N" TO WK-SHOHIN-ARI-FLG.
           MOVE "N" TO WK-KIGEN-NG-FLG.
           MOVE ZERO TO WK-HIT-IX.
           PERFORM LOT-HIT-RTN
             VARYING WK-IX FROM 1 BY 1
      *
           EVALUATE TRUE
             WHEN WK-HIT-IX > ZERO
               PERFORM WRITE-BIJ-RTN
               SUBTRACT LOT-SURYO
                 FROM WK-LOT-ZAN-SURYO (WK-HIT-IX)
               MOVE WK-LOT-LOT-NO (WK-HIT-IX) TO LOT-LOT-NO
               MOVE WK-LOT-SOKO-COD (WK-HIT-IX) TO LOT-SOKO-COD
             WHEN WK-KIGEN-NG-FLG = "Y"
               MOVE "K" TO LOT-RCD
             WHEN WK-SHOHIN-ARI-FLG = "Y"
               MOVE "S" TO LOT-RCD
             WHEN OTHER
           END-EVALUATE.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    引当ロットの変更前イメージ記録処理（記録失敗は警告表示のみ
      *    とし、引当自体は継続する）
      ******************************************************************
       WRITE-BIJ-RTN            SECTION.
           MOVE SPACE TO WK-BIJ-LOT.
           MOVE WK-LOT-SHOHIN-NO (WK-HIT-IX) TO WK-BIJ-LOT-SHOHIN-NO.
           MOVE WK-LOT-LOT-NO (WK-HIT-IX) TO WK-BIJ-LOT-LOT-NO.
           MOVE WK-LOT-SOKO-COD (WK-HIT-IX) TO WK-BIJ-LOT-SOKO-COD.
           MOVE WK-LOT-EXPIRY-DATE (WK-HIT-IX)
             TO WK-BIJ-LOT-EXPIRY-DATE.
           MOVE WK-LOT-ZAN-SURYO (WK-HIT-IX) TO WK-BIJ-LOT-ZAN-SURYO.
           MOVE "W" TO BIJ-FUNCTION.
           MOVE "KCCFLOT" TO BIJ-RESOURCE.
           MOVE "U" TO BIJ-ACTION.
           MOVE SPACE TO BIJ-KEY.
           MOVE WK-BIJ-LOT-SHOHIN-NO TO BIJ-KEY (1:5).
           MOVE WK-BIJ-LOT-LOT-NO TO BIJ-KEY (6:10).
           MOVE WK-BIJ-LOT-SOKO-COD TO BIJ-KEY (16:2).
           MOVE WK-BIJ-LOT TO BIJ-IMAGE.
           CALL "KCBS090" USING KCBS090-P1.
           IF BIJ-ERR-YES
             DISPLAY "*** KUBS030 WARNING BIJ WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
      *
       LOT-HIT-RTN              SECTION.
           IF WK-LOT-SHOHIN-NO (WK-IX) NOT = LOT-SHOHIN-NO
           IF WK-LOT-ZAN-SURYO (WK-IX) < LOT-SURYO
             GO TO EXT
           END-IF.
      *    得意先の残存期間に満たないロットは引き当てない
           IF WK-LOT-EXPIRY-DATE (WK-IX) < WK-MIN-EXPIRY-DATE
             MOVE "Y" TO WK-KIGEN-NG-FLG
             GO TO EXT
           END-IF.
           IF WK-HIT-IX = ZERO
            OR WK-LOT-EXPIRY-DATE (WK-IX)
                 < WK-LOT-EXPIRY-DATE (WK-HIT-IX)
       EXT.
           EXIT.
      *
      ******************************************************************
      *    残存期間の下限となる期限日の決定。得意先の率と商品の全期間
      *    日数がともに設定されていれば、基準日＋全期間×率／100(日
      *    未満切上げ)。どちらかが無ければZERO(期限内なら可)
      ******************************************************************
       ZANKIGEN-RTN             SECTION.
           MOVE ZERO TO WK-MIN-EXPIRY-DATE.
           IF LOT-TOKU-COD = SPACE
            OR WK-TKR-CNT = ZERO
            OR WK-SHM-CNT = ZERO
             GO TO EXT
           END-IF.
           MOVE ZERO TO WK-ZAN-RITSU.
           SET WK-TKR-IDX TO 1.
           SEARCH WK-TKR-ENT
             AT END
               CONTINUE
             WHEN WK-TKR-IDX > WK-TKR-CNT
               CONTINUE
             WHEN WK-TKR-TOKU-COD (WK-TKR-IDX) = LOT-TOKU-COD
               MOVE WK-TKR-RITSU (WK-TKR-IDX) TO WK-ZAN-RITSU
           END-SEARCH.
           IF WK-ZAN-RITSU = ZERO
             GO TO EXT
           END-IF.
           MOVE ZERO TO WK-ZAN-NISSU.
           SET WK-SHM-IDX TO 1.
           SEARCH WK-SHM-ENT
             AT END
               CONTINUE
             WHEN WK-SHM-IDX > WK-SHM-CNT
               CONTINUE
             WHEN WK-SHM-SHOHIN-NO (WK-SHM-IDX) = LOT-SHOHIN-NO
               MOVE WK-SHM-NISSU (WK-SHM-IDX) TO WK-ZAN-NISSU
           END-SEARCH.
           IF WK-ZAN-NISSU = ZERO
             GO TO EXT
           END-IF.
           COMPUTE WK-HITSUYO-NISSU =
             (WK-ZAN-NISSU * WK-ZAN-RITSU + 99) / 100.
           COMPUTE WK-MIN-EXPIRY-DATE =
             FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (LOT-BASE-DATE)
                + WK-HITSUYO-NISSU).
       EXT.
           EXIT.
      *
      *    ロット別在庫の読込(ファイルが無い場合は空として継続)。
      *    残存期間の判定に使う商品・得意先マスタもここで読み込む
       LOAD-LOT-RTN             SECTION.
           MOVE "Y" TO WK-LOT-LOADED-FLG.
           IF WK-SHO-FILE-ERR = HIGH-VALUE
             OPEN INPUT SHO-FILE
             IF WK-SHO-FILE-ERR = "00"
               PERFORM LOAD-SHO-RTN  UNTIL SHO-END-FLG = "Y"
               CLOSE SHO-FILE
             END-IF
           END-IF.
           IF WK-TOK-FILE-ERR = HIGH-VALUE
             OPEN INPUT TOK-FILE
             IF WK-TOK-FILE-ERR = "00"
               PERFORM LOAD-TOK-RTN  UNTIL TOK-END-FLG = "Y"
               CLOSE TOK-FILE
             END-IF
           END-IF.
           OPEN INPUT LTI-FILE.
           IF WK-LTI-FILE-ERR NOT = "00"
             GO TO EXT
           CLOSE LTI-FILE.
       EXT.
           EXIT.
      *
       LOAD-SHO-RTN             SECTION.
           READ SHO-FILE
             AT END
               MOVE "Y" TO SHO-END-FLG
               GO TO EXT
           END-READ.
           IF CFSHO-SHOMI-NISSU NOT NUMERIC
            OR CFSHO-SHOMI-NISSU = ZERO
             GO TO EXT
           END-IF.
           IF WK-SHM-CNT >= 5000
             MOVE "Y" TO SHO-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-SHM-CNT.
           MOVE CFSHO-SHOHIN-NO TO WK-SHM-SHOHIN-NO (WK-SHM-CNT).
           MOVE CFSHO-SHOMI-NISSU TO WK-SHM-NISSU (WK-SHM-CNT).
       EXT.
           EXIT.
      *
       LOAD-TOK-RTN             SECTION.
           READ TOK-FILE
             AT END
               MOVE "Y" TO TOK-END-FLG
               GO TO EXT
           END-READ.
           IF CFTOK-ZANKIGEN-RITSU NOT NUMERIC
            OR CFTOK-ZANKIGEN-RITSU = ZERO
             GO TO EXT
           END-IF.
           IF WK-TKR-CNT >= 9999
             MOVE "Y" TO TOK-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-TKR-CNT.
           MOVE CFTOK-TOKU-COD TO WK-TKR-TOKU-COD (WK-TKR-CNT).
           MOVE CFTOK-ZANKIGEN-RITSU TO WK-TKR-RITSU (WK-TKR-CNT).
       EXT.
           EXIT.
      *
       LOAD-LOT-ONE-RTN         SECTION.
           READ LTI-FILE
