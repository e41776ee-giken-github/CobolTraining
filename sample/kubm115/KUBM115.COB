      * 変更日／変更者：２０２６年０９月０１日　システム技研
      *       変更内容：適格請求書対応。税率別(標準・軽減)の課税対象
      *                 額・消費税額をロールアップへ設定するよう変更
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：処理対象会社(環境変数KAISHA-COD、未指定は既定
      *                 会社"01")の受注明細だけを集計し、ロールアップ
      *                 へ会社コードを設定するよう変更
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：本部一括請求に対応。請求先(CFTOK-SEIKYU-TOKU-
      *                 COD)が設定された店舗は本部の締めグループ・請求
      *                 基準で対象を判定し、ロールアップへ請求先を設定
      *                 して同じ請求先の行を連続して書き出すよう変更
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：見本品(UF010-MIHON)の明細は無償出荷のため請求
      *                 の集計から除くよう変更
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       01  WK-DAYS-TBL-R  REDEFINES  WK-DAYS-TBL.
           03  WK-DAYS-IN-MM           PIC  9(02) OCCURS 12 TIMES.
      ******************************************************************
      *  得意先テーブル(全件。請求先の締めグループで対象を判定し、
      *  今日締めの得意先はWK-TOK-TAISHO-FLGを"Y"にする)
      ******************************************************************
       01  WK-TOK-TBL.
           03  WK-TOK-CNT              PIC  9(05) VALUE ZERO.
           03  WK-TOK-ENT              OCCURS 9999 TIMES
                                        INDEXED BY WK-TOK-IDX
                                                   WK-TOK-IDX2.
             05  WK-TOK-TOKU-COD       PIC  X(04).
             05  WK-TOK-SHIME-COD      PIC  X(02).
             05  WK-TOK-BILL-BASIS     PIC  X(01).
             05  WK-TOK-SEIKYU-COD     PIC  X(04).
             05  WK-TOK-TAISHO-FLG     PIC  X(01).
       01  WK-EFF-SHIME-COD            PIC  X(02) VALUE SPACE.
       01  WK-EFF-BILL-BASIS           PIC  X(01) VALUE SPACE.
      ******************************************************************
      *  商品マスタ(税区分)テーブル
      ******************************************************************
       01  WK-RDF-TBL.
           03  WK-RDF-CNT              PIC  9(05) VALUE ZERO.
           03  WK-RDF-ENT              OCCURS 2000 TIMES
                                        INDEXED BY WK-RDF-IDX
                                                   WK-RDF-IDX2.
             05  WK-RDF-TOKU-COD       PIC  X(04).
             05  WK-RDF-SEIKYU-COD     PIC  X(04).
             05  WK-RDF-OUT-FLG        PIC  X(01).
             05  WK-RDF-GYOSU          PIC  9(07).
             05  WK-RDF-KINGAKU        PIC S9(12).
             05  WK-RDF-KAZEI          PIC S9(12).
             05  WK-RDF-ZEI10          PIC S9(10).
             05  WK-RDF-KAZEI8         PIC S9(12).
             05  WK-RDF-ZEI8           PIC S9(10).
       01  WK-GRP-SEIKYU-COD           PIC  X(04) VALUE SPACE.
       01  WK-SIGN                     PIC S9(01) VALUE +1.
       01  WK-LINE-ZEI                 PIC S9(10) VALUE ZERO.
       01  WK-ZEI-KBN-WK               PIC  X(01) VALUE SPACE.
      *    処理対象会社と明細の会社(SPACEの旧データは"01")
       01  WK-KAISHA-COD               PIC  X(02) VALUE "01".
       01  WK-UF010-KAISHA-COD         PIC  X(02) VALUE SPACE.
       01  WK-TASHA-SKIP-CNT           PIC  9(09) VALUE ZERO.
      *
       01  WK-UOF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-TAISHO-CNT               PIC  9(09) VALUE ZERO.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y" AND WK-SHIME-COD NOT = SPACE
             PERFORM MAIN-RTN  UNTIL UOF-END-FLG = "Y"
             PERFORM OUTPUT-GROUP-RTN
               VARYING WK-RDF-IDX FROM 1 BY 1
               UNTIL WK-RDF-IDX > WK-RDF-CNT
           END-IF.
             MOVE FUNCTION CURRENT-DATE (1:8) TO WK-BASE-DATE
           END-IF.
      *
      *    処理対象会社(環境変数KAISHA-COD、未指定は既定会社"01")
           DISPLAY "KAISHA-COD" UPON ENVIRONMENT-NAME.
           ACCEPT WK-KAISHA-COD FROM ENVIRONMENT-VALUE.
           IF WK-KAISHA-COD = SPACE
             MOVE "01" TO WK-KAISHA-COD
           END-IF.
      *
      *    業務日付に締めが到来するグループと期間の決定
           PERFORM DECIDE-SHIME-RTN.
           IF WK-SHIME-COD = SPACE
           END-IF.
      *
           PERFORM LOAD-TOK-RTN  UNTIL TOK-END-FLG = "Y".
           PERFORM MARK-TAISHO-RTN
             VARYING WK-TOK-IDX FROM 1 BY 1
             UNTIL WK-TOK-IDX > WK-TOK-CNT.
           PERFORM LOAD-SHO-RTN  UNTIL SHO-END-FLG = "Y".
           PERFORM LOAD-ZEI-RTN  UNTIL ZEI-END-FLG = "Y".
           PERFORM READ-UOF-RTN.
       EXT.
           EXIT.
      *
      *    得意先は全件をテーブルへ積む。対象の判定は請求先の締め
      *    グループ・請求基準が揃ってからMARK-TAISHO-RTNで行う。
      *    請求先SPACEは自社宛として自分のコードを入れておく。
       LOAD-TOK-RTN        SECTION.
           READ TOK-FILE
             AT END
               MOVE "Y" TO TOK-END-FLG
               GO TO EXT
           END-READ.
           IF WK-TOK-CNT >= 9999
             DISPLAY "!!! KUBM115 ABEND : TOK TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-TOK-CNT.
           SET WK-TOK-IDX TO WK-TOK-CNT.
           MOVE CFTOK-TOKU-COD TO WK-TOK-TOKU-COD (WK-TOK-IDX).
           MOVE CFTOK-SHIME-COD TO WK-TOK-SHIME-COD (WK-TOK-IDX).
           MOVE CFTOK-BILL-BASIS TO WK-TOK-BILL-BASIS (WK-TOK-IDX).
           IF CFTOK-SEIKYU-TOKU-COD = SPACE
             MOVE CFTOK-TOKU-COD TO WK-TOK-SEIKYU-COD (WK-TOK-IDX)
           ELSE
             MOVE CFTOK-SEIKYU-TOKU-COD
               TO WK-TOK-SEIKYU-COD (WK-TOK-IDX)
           END-IF.
           MOVE "N" TO WK-TOK-TAISHO-FLG (WK-TOK-IDX).
       EXT.
           EXIT.
      *
      *    今日締めのグループに属する得意先に対象フラグを立てる
      *    (SPACEは月末締めとして扱う)。出荷基準("S")の得意先は
      *    出荷基準請求データ作成(KUBM118)が集計するため対象外。
      *    本部一括請求の店舗は請求先(本部)の締めグループ・請求基準
      *    に従い、本部の請求書へまとめて載るようにする。請求先が
      *    マスタに無い場合は店舗自身の設定で判定する。
       MARK-TAISHO-RTN     SECTION.
           MOVE WK-TOK-SHIME-COD (WK-TOK-IDX) TO WK-EFF-SHIME-COD.
           MOVE WK-TOK-BILL-BASIS (WK-TOK-IDX) TO WK-EFF-BILL-BASIS.
           IF WK-TOK-SEIKYU-COD (WK-TOK-IDX)
              NOT = WK-TOK-TOKU-COD (WK-TOK-IDX)
             SET WK-TOK-IDX2 TO 1
             SEARCH WK-TOK-ENT VARYING WK-TOK-IDX2
               AT END
                 CONTINUE
               WHEN WK-TOK-TOKU-COD (WK-TOK-IDX2)
                    = WK-TOK-SEIKYU-COD (WK-TOK-IDX)
                 MOVE WK-TOK-SHIME-COD (WK-TOK-IDX2)
                   TO WK-EFF-SHIME-COD
                 MOVE WK-TOK-BILL-BASIS (WK-TOK-IDX2)
                   TO WK-EFF-BILL-BASIS
             END-SEARCH
           END-IF.
           IF WK-EFF-BILL-BASIS = "S"
             GO TO EXT
           END-IF.
           IF WK-EFF-SHIME-COD = WK-SHIME-COD
            OR (WK-EFF-SHIME-COD = SPACE AND WK-SHIME-COD = "99")
             MOVE "Y" TO WK-TOK-TAISHO-FLG (WK-TOK-IDX)
           END-IF.
       EXT.
           EXIT.
           IF NOT (UF010-SALE-REC OR UF010-RETURN-REC)
             GO TO NEXT-REC
           END-IF.
      *    見本品は無償出荷のため請求しない
           IF UF010-MIHON
             GO TO NEXT-REC
           END-IF.
           IF UF010-JUCHU-DATE < WK-FROM-DATE
            OR UF010-JUCHU-DATE > WK-BASE-DATE
             GO TO NEXT-REC
           END-IF.
           MOVE UF010-KAISHA-COD TO WK-UF010-KAISHA-COD.
           IF WK-UF010-KAISHA-COD = SPACE
             MOVE "01" TO WK-UF010-KAISHA-COD
           END-IF.
           IF WK-UF010-KAISHA-COD NOT = WK-KAISHA-COD
             ADD 1 TO WK-TASHA-SKIP-CNT
             GO TO NEXT-REC
           END-IF.
      *
      *    今日締めの得意先かどうか
           SET WK-TOK-IDX TO 1.
             WHEN WK-TOK-TOKU-COD (WK-TOK-IDX) = UF010-TOKU-COD
               CONTINUE
           END-SEARCH.
           IF WK-TOK-TAISHO-FLG (WK-TOK-IDX) NOT = "Y"
             GO TO NEXT-REC
           END-IF.
           ADD 1 TO WK-TAISHO-CNT.
      *
           IF UF010-RETURN-REC
               ADD 1 TO WK-RDF-CNT
               SET WK-RDF-IDX TO WK-RDF-CNT
               MOVE UF010-TOKU-COD TO WK-RDF-TOKU-COD (WK-RDF-IDX)
               MOVE WK-TOK-SEIKYU-COD (WK-TOK-IDX)
                 TO WK-RDF-SEIKYU-COD (WK-RDF-IDX)
               MOVE "N" TO WK-RDF-OUT-FLG (WK-RDF-IDX)
               MOVE ZERO TO WK-RDF-GYOSU (WK-RDF-IDX)
               MOVE ZERO TO WK-RDF-KINGAKU (WK-RDF-IDX)
               MOVE ZERO TO WK-RDF-KAZEI (WK-RDF-IDX)
           END-IF.
       EXT.
           EXIT.
      *
      *    同じ請求先の行を連続して書き出す(請求書発行KUBM070は
      *    連続する同じ請求先の行を1通の請求書にまとめる)。未出力の
      *    行を起点に、その請求先の行を後ろまで拾って出力する。
       OUTPUT-GROUP-RTN    SECTION.
           IF WK-RDF-OUT-FLG (WK-RDF-IDX) = "Y"
             GO TO EXT
           END-IF.
           MOVE WK-RDF-SEIKYU-COD (WK-RDF-IDX) TO WK-GRP-SEIKYU-COD.
           PERFORM OUTPUT-RTN
             VARYING WK-RDF-IDX2 FROM WK-RDF-IDX BY 1
             UNTIL WK-RDF-IDX2 > WK-RDF-CNT.
       EXT.
           EXIT.
      *
       OUTPUT-RTN          SECTION.
           IF WK-RDF-OUT-FLG (WK-RDF-IDX2) = "Y"
            OR WK-RDF-SEIKYU-COD (WK-RDF-IDX2) NOT = WK-GRP-SEIKYU-COD
             GO TO EXT
           END-IF.
           MOVE "Y" TO WK-RDF-OUT-FLG (WK-RDF-IDX2).
           MOVE SPACE TO RDF-REC.
           MOVE WK-RDF-TOKU-COD (WK-RDF-IDX2) TO CFRDF-TOKU-COD.
           MOVE WK-RDF-GYOSU (WK-RDF-IDX2) TO CFRDF-GYOSU.
           MOVE WK-RDF-KINGAKU (WK-RDF-IDX2) TO CFRDF-KINGAKU.
           MOVE WK-FROM-DATE TO CFRDF-FROM-DATE.
           MOVE WK-BASE-DATE TO CFRDF-TO-DATE.
           MOVE WK-RDF-KAZEI (WK-RDF-IDX2) TO CFRDF-KAZEI-KINGAKU.
           MOVE WK-RDF-ZEI (WK-RDF-IDX2) TO CFRDF-ZEI-KINGAKU.
           MOVE WK-RDF-KAZEI10 (WK-RDF-IDX2)
             TO CFRDF-KAZEI10-KINGAKU.
           MOVE WK-RDF-ZEI10 (WK-RDF-IDX2) TO CFRDF-ZEI10-KINGAKU.
           MOVE WK-RDF-KAZEI8 (WK-RDF-IDX2) TO CFRDF-KAZEI8-KINGAKU.
           MOVE WK-RDF-ZEI8 (WK-RDF-IDX2) TO CFRDF-ZEI8-KINGAKU.
           MOVE WK-KAISHA-COD TO CFRDF-KAISHA-COD.
      *    自社宛(請求先＝自分)の行は従来どおりSPACEとする
           IF WK-RDF-SEIKYU-COD (WK-RDF-IDX2)
              NOT = WK-RDF-TOKU-COD (WK-RDF-IDX2)
             MOVE WK-RDF-SEIKYU-COD (WK-RDF-IDX2)
               TO CFRDF-SEIKYU-TOKU-COD
           END-IF.
           WRITE RDF-REC.
           ADD 1 TO WK-RDF-OUT-CNT.
       EXT.
           END-IF.
           DISPLAY "UOFCNT=" WK-UOF-CNT.
           DISPLAY "TAISHOCNT=" WK-TAISHO-CNT.
           DISPLAY "TASHASKIPCNT=" WK-TASHA-SKIP-CNT.
           DISPLAY "RDFCNT=" WK-RDF-OUT-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM115 END ***".
