      *    変更内容    　：見出しマスタ(MSG-FILE)のCFMSG-WAREKI-FLGが
      *                  　"Y"の会社では発行日を和暦(KCBS020)で印字
      *                  　するようにした（マスタ無しは従来の西暦）
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：会社コードに対応。ロールアップの会社コード
      *                  　(CFRDF-KAISHA-COD)を請求書発行台帳へ設定し、
      *                  　請求書番号は会社ごとのレジスタ行から採番
      *                  　する。"02"以降の会社は会社ごとの番号帯
      *                  　((会社コード－1)×10000000)から開始し、会社
      *                  　間で番号が重複しないようにした
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：本部一括請求に対応。ロールアップの請求先
      *                  　(CFRDF-SEIKYU-TOKU-COD)が同じ連続行を1通の
      *                  　請求書にまとめて請求先(本部)宛に発行し、
      *                  　店舗別内訳を印字する。請求書発行台帳には
      *                  　請求先のコードで1行を追記する
      ******************************************************************
      *    KUBM045が書き出す得意先別ロールアップデータ(RDF-FILE)を
      *    読み、得意先マスタ(TOK-FILE)の名称・住所を付加した請求書
      *    実行をまたいでも同じ番号を二度使わないようにする。
      *    取引停止(CFTOK-CLOSED)の得意先は請求書を発行せず、例外
      *    リストへ警告行を出力して読み飛ばす。
      *    本部一括請求の店舗(得意先マスタの請求先が設定された得意
      *    先)の行は、KUBM115/KUBM118が請求先ごとに連続して書き出す
      *    ので、連続する同じ会社・請求先の行を1通にまとめて請求先
      *    宛に発行する。取引停止の判定は請求書の宛先で行う。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       01  TOK-REC.
           COPY KCCFTOK.
       FD  INR-FILE.
      *    請求書番号レジスタ（会社ごとに1レコード。最後に使用した
      *    請求書番号を保持し、発行の都度書き戻す。会社コードSPACE
      *    の行は会社コード導入前のもので、既定会社"01"の行とする）
       01  INR-REC.
           03  INR-LAST-INVOICE-NO      PIC 9(08).
           03  INR-KAISHA-COD           PIC X(02).
       FD  SEF-FILE.
       01  SEF-REC                     PIC X(100).
       FD  IVF-FILE.
       01  WK-IVF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-EXF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  RDF-END-FLG                 PIC X VALUE "N".
       01  RDF-EOF-FLG                 PIC X VALUE "N".
       01  TOK-END-FLG                 PIC X VALUE "N".
       01  RDF-CNT                     PIC 9(10) VALUE ZERO.
       01  SEIKYU-CNT                  PIC 9(10) VALUE ZERO.
      *請求書番号（レジスタから引き継ぎ、発行の都度+1して書き戻す）
       01  WK-LAST-INVOICE-NO          PIC 9(08) VALUE ZERO.
      *
      *請求書番号レジスタの会社別テーブル
       01  WK-INR-TBL.
           03  WK-INR-CNT              PIC 9(3) VALUE ZERO.
           03  WK-INR-ENT              OCCURS 99 TIMES
                                       INDEXED BY WK-INR-IDX.
             05  WK-INR-KAISHA-COD     PIC X(2).
             05  WK-INR-LAST-NO        PIC 9(8).
       01  WK-INR-IX                   PIC 9(3) VALUE ZERO.
       01  INR-END-FLG                 PIC X VALUE "N".
      *
      *請求書を発行する会社（ロールアップの会社コード。SPACEの旧
      *データは既定会社"01"）と会社ごとの番号帯の大きさ
       01  WK-RDF-KAISHA-COD           PIC X(2) VALUE "01".
       01  WK-RDF-KAISHA-N  REDEFINES  WK-RDF-KAISHA-COD
                                       PIC 9(2).
       01  WK-BAND-SIZE                PIC 9(8) VALUE 10000000.
      *
      *発行日
       01  WK-DATE-HOZON.
           03  WK-DATE-HOZON-YY        PIC 9(4).
             05  WK-TOKU-TBL-ADDRESS   PIC X(40).
             05  WK-TOKU-TBL-STATUS    PIC X(1).
       01  WK-TOKU-FOUND-FLG           PIC X(1).
       01  WK-FIND-TOKU-COD            PIC X(4) VALUE SPACE.
      *
      *請求書1通分のまとめ（連続する同じ会社・請求先のロールアップ
      *行。請求先SPACEの行は得意先自身が宛先）
       01  WK-CUR-KAISHA-COD           PIC X(2) VALUE SPACE.
       01  WK-CUR-SEIKYU-COD           PIC X(4) VALUE SPACE.
       01  WK-GRP-SEIKYU-COD           PIC X(4) VALUE SPACE.
       01  WK-GRP-FROM-DATE            PIC 9(8) VALUE ZERO.
       01  WK-GRP-TO-DATE              PIC 9(8) VALUE ZERO.
       01  WK-GRP-GYOSU                PIC 9(7) VALUE ZERO.
       01  WK-GRP-KINGAKU              PIC S9(13) VALUE ZERO.
       01  WK-GRP-ZEI                  PIC S9(11) VALUE ZERO.
       01  WK-GRP-TBL.
           03  WK-GRP-CNT              PIC 9(3) VALUE ZERO.
           03  WK-GRP-ENT              OCCURS 500 TIMES
                                       INDEXED BY WK-GRP-IDX.
             05  WK-GRP-TOKU-COD       PIC X(4).
             05  WK-GRP-TOKU-MEI       PIC X(20).
             05  WK-GRP-TEN-GYOSU      PIC 9(7).
             05  WK-GRP-TEN-KINGAKU    PIC S9(12).
             05  WK-GRP-TEN-ZEI        PIC S9(10).
      *
      *タイトル行
       01  WK-TITLE.
           03  WK-KL-GYOSU             PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(6) VALUE "　件".
      *
      *店舗別内訳（本部一括請求の請求書のみ印字する）
       01  WK-UCHIWAKE-TITLE.
           03  FILLER                  PIC X(24) VALUE
             "＜店舗別内訳＞".
       01  WK-UCHIWAKE-LINE.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-UL-TOKU-COD          PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-UL-TOKU-MEI          PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-UL-GYOSU             PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(6) VALUE "　件".
           03  WK-UL-KINGAKU           PIC ---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-UL-ZEI               PIC ---,---,---,--9.
      *
      *例外リスト出力行（取引停止・マスタ未該当の得意先）
       01  WK-EXCEPTION.
           03  FILLER                  PIC X(17) VALUE
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM MAIN-RTN UNTIL RDF-END-FLG = "Y".
           IF RDF-EOF-FLG = "Y" AND WK-GRP-CNT > 0
             PERFORM ISSUE-GROUP-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
       EXI.
           EXIT.
      ******************************************************************
      *    請求書番号レジスタ読込処理（会社別の全行をテーブルへ格納
      *    する。未作成の場合は空として扱い、会社ごとに採番開始時に
      *    行を作る。レジスタは開いたまま保持せず、発行の都度
      *    WRITE-REGISTER-RTNで全体を書き直す）
      ******************************************************************
       READ-REGISTER-RTN               SECTION.
           MOVE ZERO TO WK-INR-CNT.
           OPEN INPUT INR-FILE.
           IF WK-INR-FILE-ERR = 00
             MOVE "N" TO INR-END-FLG
             PERFORM READ-REGISTER-ONE-RTN UNTIL INR-END-FLG = "Y"
             CLOSE INR-FILE
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書番号レジスタ一件読込処理
      ******************************************************************
       READ-REGISTER-ONE-RTN           SECTION.
           READ INR-FILE
             AT END
               MOVE "Y" TO INR-END-FLG
           END-READ.
           IF INR-END-FLG = "Y"
             GO TO EXI
           END-IF.
           IF WK-INR-CNT >= 99
             DISPLAY "*** KUBM070 ABEND INR TABLE FULL"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "Y" TO RDF-END-FLG
             MOVE "Y" TO INR-END-FLG
             GO TO EXI
           END-IF.
           ADD 1 TO WK-INR-CNT.
           SET WK-INR-IDX TO WK-INR-CNT.
           IF INR-KAISHA-COD = SPACE
             MOVE "01" TO WK-INR-KAISHA-COD (WK-INR-IDX)
           ELSE
             MOVE INR-KAISHA-COD TO WK-INR-KAISHA-COD (WK-INR-IDX)
           END-IF.
           MOVE INR-LAST-INVOICE-NO TO WK-INR-LAST-NO (WK-INR-IDX).
           DISPLAY "*** KUBM070 KAISHA=" WK-INR-KAISHA-COD (WK-INR-IDX)
             " LAST-INVOICE-NO=" WK-INR-LAST-NO (WK-INR-IDX).
       EXI.
           EXIT.
      ******************************************************************
      *    請求書番号採番処理（発行会社のレジスタ行を検索し、無ければ
      *    会社の番号帯の先頭で行を作ってから+1する）
      ******************************************************************
       NEXT-INVOICE-NO-RTN             SECTION.
           SET WK-INR-IDX TO 1.
           SEARCH WK-INR-ENT
             AT END
               IF WK-INR-CNT >= 99
                 DISPLAY "*** KUBM070 ABEND INR TABLE FULL"
                 MOVE RC-ABEND TO RETURN-CODE
                 MOVE "Y" TO RDF-END-FLG
                 GO TO EXI
               END-IF
               ADD 1 TO WK-INR-CNT
               SET WK-INR-IDX TO WK-INR-CNT
               MOVE WK-RDF-KAISHA-COD TO WK-INR-KAISHA-COD (WK-INR-IDX)
               MOVE ZERO TO WK-INR-LAST-NO (WK-INR-IDX)
               IF WK-RDF-KAISHA-COD IS NUMERIC
                 AND WK-RDF-KAISHA-N > 1
                 COMPUTE WK-INR-LAST-NO (WK-INR-IDX) =
                   (WK-RDF-KAISHA-N - 1) * WK-BAND-SIZE
               END-IF
             WHEN WK-INR-IDX > WK-INR-CNT
               ADD 1 TO WK-INR-CNT
               MOVE WK-RDF-KAISHA-COD TO WK-INR-KAISHA-COD (WK-INR-IDX)
               MOVE ZERO TO WK-INR-LAST-NO (WK-INR-IDX)
               IF WK-RDF-KAISHA-COD IS NUMERIC
                 AND WK-RDF-KAISHA-N > 1
                 COMPUTE WK-INR-LAST-NO (WK-INR-IDX) =
                   (WK-RDF-KAISHA-N - 1) * WK-BAND-SIZE
               END-IF
             WHEN WK-INR-KAISHA-COD (WK-INR-IDX) = WK-RDF-KAISHA-COD
               CONTINUE
           END-SEARCH.
           ADD 1 TO WK-INR-LAST-NO (WK-INR-IDX).
           MOVE WK-INR-LAST-NO (WK-INR-IDX) TO WK-LAST-INVOICE-NO.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書番号レジスタ書き戻し処理（会社別の全行を毎回書き直す。
      *    書き戻せない場合は番号の再利用につながるため処理を打ち切る）
      ******************************************************************
       WRITE-REGISTER-RTN              SECTION.
           OPEN OUTPUT INR-FILE.
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "Y" TO RDF-END-FLG
           ELSE
             PERFORM WRITE-REGISTER-ONE-RTN
               VARYING WK-INR-IX FROM 1 BY 1
               UNTIL WK-INR-IX > WK-INR-CNT
             CLOSE INR-FILE
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書番号レジスタ一件書込処理
      ******************************************************************
       WRITE-REGISTER-ONE-RTN          SECTION.
           MOVE WK-INR-LAST-NO (WK-INR-IX) TO INR-LAST-INVOICE-NO.
           MOVE WK-INR-KAISHA-COD (WK-INR-IX) TO INR-KAISHA-COD.
           WRITE INR-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ読込処理
      ******************************************************************
       LOAD-TOKUISAKI-MASTER-RTN       SECTION.
           READ RDF-FILE
             AT END
               MOVE "Y" TO RDF-END-FLG
               MOVE "Y" TO RDF-EOF-FLG
             NOT AT END
               ADD 1 TO RDF-CNT
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    メイン処理（宛先が変わったら前の宛先の請求書を発行し、
      *    得意先マスタに該当する行を請求書1通分のまとめへ積む）
      ******************************************************************
       MAIN-RTN                        SECTION.
           IF CFRDF-KAISHA-COD = SPACE
             MOVE "01" TO WK-CUR-KAISHA-COD
           ELSE
             MOVE CFRDF-KAISHA-COD TO WK-CUR-KAISHA-COD
           END-IF.
           IF CFRDF-SEIKYU-TOKU-COD = SPACE
             MOVE CFRDF-TOKU-COD TO WK-CUR-SEIKYU-COD
           ELSE
             MOVE CFRDF-SEIKYU-TOKU-COD TO WK-CUR-SEIKYU-COD
           END-IF.
           IF WK-GRP-CNT > 0
             AND (WK-CUR-KAISHA-COD NOT = WK-RDF-KAISHA-COD
               OR WK-CUR-SEIKYU-COD NOT = WK-GRP-SEIKYU-COD)
             PERFORM ISSUE-GROUP-RTN
             IF RDF-END-FLG = "Y"
               GO TO EXI
             END-IF
           END-IF.
      *
           MOVE CFRDF-TOKU-COD TO WK-FIND-TOKU-COD.
           PERFORM FIND-TOKU-RTN.
           IF WK-TOKU-FOUND-FLG = "N"
             MOVE "TOKU-COD NOT FOUND - INVOICE SKIPPED"
               TO WK-EXC-REASON
             PERFORM WRITE-EXCEPTION-RTN
           ELSE
             PERFORM ADD-GROUP-RTN
             IF RDF-END-FLG = "Y"
               GO TO EXI
             END-IF
           END-IF.
      *
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ検索処理（WK-FIND-TOKU-CODで検索する）
      ******************************************************************
       FIND-TOKU-RTN                    SECTION.
           MOVE "N" TO WK-TOKU-FOUND-FLG.
             SEARCH WK-TOKU-ENT
               AT END
                 MOVE "N" TO WK-TOKU-FOUND-FLG
               WHEN WK-TOKU-TBL-COD (WK-TOKU-IDX) = WK-FIND-TOKU-COD
                 MOVE "Y" TO WK-TOKU-FOUND-FLG
             END-SEARCH
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書まとめ追加処理（ロールアップ1行を店舗別内訳として積み、
      *    件数・金額・期間を請求書1通分に合算する）
      ******************************************************************
       ADD-GROUP-RTN                    SECTION.
           IF WK-GRP-CNT = 0
             MOVE WK-CUR-KAISHA-COD TO WK-RDF-KAISHA-COD
             MOVE WK-CUR-SEIKYU-COD TO WK-GRP-SEIKYU-COD
             MOVE CFRDF-FROM-DATE TO WK-GRP-FROM-DATE
             MOVE CFRDF-TO-DATE TO WK-GRP-TO-DATE
             MOVE ZERO TO WK-GRP-GYOSU
             MOVE ZERO TO WK-GRP-KINGAKU
             MOVE ZERO TO WK-GRP-ZEI
           END-IF.
           IF WK-GRP-CNT >= 500
             DISPLAY "*** KUBM070 ABEND GRP TABLE FULL"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "Y" TO RDF-END-FLG
             GO TO EXI
           END-IF.
           ADD 1 TO WK-GRP-CNT.
           SET WK-GRP-IDX TO WK-GRP-CNT.
           MOVE CFRDF-TOKU-COD TO WK-GRP-TOKU-COD (WK-GRP-IDX).
           MOVE WK-TOKU-TBL-MEI (WK-TOKU-IDX)
             TO WK-GRP-TOKU-MEI (WK-GRP-IDX).
           MOVE CFRDF-GYOSU TO WK-GRP-TEN-GYOSU (WK-GRP-IDX).
           MOVE CFRDF-KINGAKU TO WK-GRP-TEN-KINGAKU (WK-GRP-IDX).
           MOVE CFRDF-ZEI-KINGAKU TO WK-GRP-TEN-ZEI (WK-GRP-IDX).
           ADD CFRDF-GYOSU TO WK-GRP-GYOSU.
           ADD CFRDF-KINGAKU TO WK-GRP-KINGAKU.
           ADD CFRDF-ZEI-KINGAKU TO WK-GRP-ZEI.
           IF CFRDF-FROM-DATE < WK-GRP-FROM-DATE
             MOVE CFRDF-FROM-DATE TO WK-GRP-FROM-DATE
           END-IF.
           IF CFRDF-TO-DATE > WK-GRP-TO-DATE
             MOVE CFRDF-TO-DATE TO WK-GRP-TO-DATE
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書1通分の発行振り分け（宛先の得意先マスタ突合。宛先が
      *    無い・取引停止の場合は例外リストへ出力して発行しない）
      ******************************************************************
       ISSUE-GROUP-RTN                  SECTION.
           MOVE WK-GRP-SEIKYU-COD TO WK-FIND-TOKU-COD.
           PERFORM FIND-TOKU-RTN.
           IF WK-TOKU-FOUND-FLG = "N"
             MOVE "BILL-TO NOT FOUND - INVOICE SKIPPED"
               TO WK-EXC-REASON
             PERFORM WRITE-EXCEPTION-RTN
           ELSE
             IF WK-TOKU-TBL-STATUS (WK-TOKU-IDX) = "9"
               MOVE "CUSTOMER CLOSED - INVOICE SKIPPED"
                 TO WK-EXC-REASON
               PERFORM WRITE-EXCEPTION-RTN
               ADD 1 TO WK-CLOSED-SKIP-CNT
             ELSE
               PERFORM WRITE-SEIKYU-RTN
             END-IF
           END-IF.
           MOVE ZERO TO WK-GRP-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書発行処理（採番・印刷・レジスタ書き戻し）
      ******************************************************************
       WRITE-SEIKYU-RTN                 SECTION.
           PERFORM NEXT-INVOICE-NO-RTN.
           IF RDF-END-FLG = "Y"
             GO TO EXI
           END-IF.
      *    採番の直後にレジスタを書き戻す（印刷途中で異常終了しても
      *    採番済み番号を再利用しないため）
           PERFORM WRITE-REGISTER-RTN.
           MOVE WK-LAST-INVOICE-NO TO WK-TITLE-INVOICE-NO.
           PERFORM EDIT-HAKKO-DATE-RTN.
           MOVE WK-TITLE TO SEF-REC.
      *    請求書は宛先単位で必ず新しいページから開始する
           WRITE SEF-REC AFTER ADVANCING PAGE.
      *
           MOVE WK-GRP-SEIKYU-COD TO WK-TL-TOKU-COD.
           MOVE WK-TOKU-TBL-MEI (WK-TOKU-IDX) TO WK-TL-TOKU-MEI.
           MOVE WK-TOKULINE TO SEF-REC.
           WRITE SEF-REC AFTER 2.
           MOVE WK-ADDRLINE TO SEF-REC.
           WRITE SEF-REC AFTER 1.
      *
           MOVE WK-GRP-FROM-DATE TO WK-KL-FROM.
           MOVE WK-GRP-TO-DATE TO WK-KL-TO.
           MOVE WK-KIKANLINE TO SEF-REC.
           WRITE SEF-REC AFTER 2.
      *
           MOVE WK-GRP-GYOSU TO WK-KL-GYOSU.
           MOVE WK-KENSULINE TO SEF-REC.
           WRITE SEF-REC AFTER 1.
      *
           MOVE WK-GRP-KINGAKU TO WK-ZL-KINGAKU.
           MOVE WK-ZEINUKI-LINE TO SEF-REC.
           WRITE SEF-REC AFTER 2.
      *
           MOVE WK-GRP-ZEI TO WK-SL-ZEI.
           MOVE WK-SHOHIZEI-LINE TO SEF-REC.
           WRITE SEF-REC AFTER 1.
      *
           COMPUTE WK-ZEIKOMI-KINGAKU =
             WK-GRP-KINGAKU + WK-GRP-ZEI.
           MOVE WK-ZEIKOMI-KINGAKU TO WK-KL-KINGAKU.
           MOVE WK-KINGAKULINE TO SEF-REC.
           WRITE SEF-REC AFTER 1.
      *
      *    本部一括請求（店舗が複数、または店舗と宛先が異なる）の
      *    ときは店舗別内訳を印字する
           IF WK-GRP-CNT > 1
             OR WK-GRP-TOKU-COD (1) NOT = WK-GRP-SEIKYU-COD
             MOVE WK-UCHIWAKE-TITLE TO SEF-REC
             WRITE SEF-REC AFTER 2
             PERFORM WRITE-UCHIWAKE-RTN
               VARYING WK-GRP-IDX FROM 1 BY 1
               UNTIL WK-GRP-IDX > WK-GRP-CNT
           END-IF.
      *
           ADD 1 TO SEIKYU-CNT.
      *
      *    請求書発行台帳へ1行追記する（未回収状態で登録し、入金消込
      *    がCFIVF-NYUKIN-KINGAKU／CFIVF-STATUSを更新する）。本部一括
      *    請求は宛先(本部)のコードで登録する
           MOVE WK-LAST-INVOICE-NO TO CFIVF-INVOICE-NO.
           MOVE WK-GRP-SEIKYU-COD TO CFIVF-TOKU-COD.
           MOVE WK-DATE-HOZON TO CFIVF-HAKKO-DATE.
           MOVE WK-ZEIKOMI-KINGAKU TO CFIVF-KINGAKU.
           MOVE ZERO TO CFIVF-NYUKIN-KINGAKU.
           MOVE "O" TO CFIVF-STATUS.
           MOVE WK-RDF-KAISHA-COD TO CFIVF-KAISHA-COD.
           WRITE IVF-REC.
           ADD 1 TO IVF-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    店舗別内訳一行印字処理
      ******************************************************************
       WRITE-UCHIWAKE-RTN               SECTION.
           MOVE WK-GRP-TOKU-COD (WK-GRP-IDX) TO WK-UL-TOKU-COD.
           MOVE WK-GRP-TOKU-MEI (WK-GRP-IDX) TO WK-UL-TOKU-MEI.
           MOVE WK-GRP-TEN-GYOSU (WK-GRP-IDX) TO WK-UL-GYOSU.
           MOVE WK-GRP-TEN-KINGAKU (WK-GRP-IDX) TO WK-UL-KINGAKU.
           MOVE WK-GRP-TEN-ZEI (WK-GRP-IDX) TO WK-UL-ZEI.
           MOVE WK-UCHIWAKE-LINE TO SEF-REC.
           WRITE SEF-REC AFTER 1.
       EXI.
           EXIT.
      ******************************************************************
      *    例外出力処理（得意先マスタ未該当・取引停止。WK-FIND-TOKU-
      *    CODの得意先を出力する）
      ******************************************************************
       WRITE-EXCEPTION-RTN              SECTION.
           MOVE WK-FIND-TOKU-COD TO WK-EXC-TOKU-COD.
           MOVE WK-EXCEPTION TO EXF-REC.
           WRITE EXF-REC AFTER 1.
           ADD 1 TO EXF-CNT.
