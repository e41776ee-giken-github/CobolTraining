      *                  　世代管理で採番した新世代データセットへ
      *                  　出力するようにした（再実行でも前回出力を
      *                  　上書きしない）
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：処理対象会社(環境変数KAISHA-COD、未指定は
      *                  　既定会社"01")の受注明細だけを集計し、RDF-
      *                  　FILEへ会社コードを設定するようにした。他社
      *                  　の明細は件数だけ数えて読み飛ばす
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：RDF-FILEの請求先得意先コードをSPACE(得意先
      *                  　自身宛)で出力するようにした。本部一括請求の
      *                  　まとめは締め日別請求(KUBM115/KUBM118)で行う
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：見本品(UF010-MIHON)の明細は無償出荷のため
      *                  　集計対象外とした(RDF-FILEにも出力しない)
      ******************************************************************
      *    KUBM040が作成する得意先別明細リストは1回分の実行（日次）
      *    単位の明細と合計しか出力しないため、週次／月次の得意先別
           03  WK-UF010-DATE-DD        PIC 9(02).
       01  WK-PERIOD-SKIP              PIC X VALUE "N".
      *
      *処理対象会社（環境変数KAISHA-COD、未指定なら既定会社"01"）
       01  WK-KAISHA-COD               PIC X(2) VALUE "01".
       01  WK-UF010-KAISHA-COD         PIC X(2) VALUE SPACE.
       01  WK-TASHA-SKIP-CNT           PIC 9(10) VALUE ZERO.
      *
      *キーブレイク
       01  WK-KEY-TOKUCOD              PIC X(4) VALUE HIGH-VALUE.
      *
             MOVE 99999999 TO WK-TO-DATE
           END-IF.
           DISPLAY "*** KUBM045 PERIOD=" WK-FROM-DATE "-" WK-TO-DATE.
      *
      *    処理対象会社
           DISPLAY "KAISHA-COD" UPON ENVIRONMENT-NAME.
           ACCEPT WK-KAISHA-COD FROM ENVIRONMENT-VALUE.
           IF WK-KAISHA-COD = SPACE
             MOVE "01" TO WK-KAISHA-COD
           END-IF.
           DISPLAY "*** KUBM045 KAISHA=" WK-KAISHA-COD.
      *
           PERFORM RESOLVE-GEN-RTN.
           IF RETURN-CODE = RC-ABEND
       EXI.
           EXIT.
      ******************************************************************
      *    集計対象期間判定処理（処理対象会社以外の明細・見本品の
      *    明細も対象外）
      ******************************************************************
       CHECK-PERIOD-RTN                 SECTION.
           MOVE UF010-JUCHU-DATE TO WK-UF010-DATE-8.
           ELSE
             MOVE "N" TO WK-PERIOD-SKIP
           END-IF.
      *
           MOVE UF010-KAISHA-COD TO WK-UF010-KAISHA-COD.
           IF WK-UF010-KAISHA-COD = SPACE
             MOVE "01" TO WK-UF010-KAISHA-COD
           END-IF.
           IF WK-UF010-KAISHA-COD NOT = WK-KAISHA-COD
             MOVE "Y" TO WK-PERIOD-SKIP
             ADD 1 TO WK-TASHA-SKIP-CNT
           END-IF.
           IF UF010-MIHON
             MOVE "Y" TO WK-PERIOD-SKIP
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
           MOVE WK-TO-DATE TO CFRDF-TO-DATE.
           MOVE WK-KAZEI-GASAN TO CFRDF-KAZEI-KINGAKU.
           MOVE WK-ZEI-GASAN TO CFRDF-ZEI-KINGAKU.
           MOVE WK-KAISHA-COD TO CFRDF-KAISHA-COD.
           MOVE SPACE TO CFRDF-SEIKYU-TOKU-COD.
           WRITE RDF-REC.
           ADD 1 TO RDF-CNT.
       EXI.
           DISPLAY "*** KUBM045 ROF=" ROF-CNT.
           DISPLAY "*** KUBM045 RDF=" RDF-CNT.
           DISPLAY "*** KUBM045 EXF=" EXF-CNT.
           DISPLAY "*** KUBM045 TASHA-SKIP=" WK-TASHA-SKIP-CNT.
           DISPLAY "*** KUBM045 CURRENCY-MISMATCH="
             WK-CURRENCY-MISMATCH-CNT.
           PERFORM WRITE-RUNHIST-RTN.
