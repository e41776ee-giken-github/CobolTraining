      *    サブシステム名：受注
      *    プログラム名　：仕訳データエクスポート
      *    作成日/作成者 ：２０２６年０８月２２日　システム技研
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：処理対象会社(環境変数KAISHA-COD、未指定は
      *                  　既定会社"01")の受注明細だけを仕訳へ変換し、
      *                  　取込レコードに会社コード(GJF-KAISHA-COD)を
      *                  　設定するようにした。他社の明細は件数だけ
      *                  　数えて読み飛ばす
      ******************************************************************
      *    名称・単価付加後の受注データ(ITF-FILE)を会計パッケージの
      *    固定長取込レイアウト(GJF-FILE)の仕訳データへ変換する。
           03  GJF-KINGAKU              PIC 9(11).
           03  GJF-ZEI-KBN              PIC X(01).
           03  GJF-TEKIYO               PIC X(20).
           03  GJF-KAISHA-COD           PIC X(02).
           03  FILLER                   PIC X(04).
       FD  EXF-FILE.
       01  EXF-REC                     PIC X(80).
      *
       01  ITF-CNT                     PIC 9(10) VALUE ZERO.
       01  GJF-CNT                     PIC 9(10) VALUE ZERO.
       01  EXF-CNT                     PIC 9(10) VALUE ZERO.
       01  TASHA-CNT                   PIC 9(10) VALUE ZERO.
      *
      *処理対象会社（環境変数KAISHA-COD。未指定は既定会社"01"）
       01  WK-KAISHA-COD               PIC X(2) VALUE "01".
       01  WK-ENV-KAISHA-COD           PIC X(2) VALUE SPACE.
       01  WK-ROW-KAISHA-COD           PIC X(2) VALUE SPACE.
      *
      *勘定科目コード（会計パッケージの科目体系）
       01  WK-ACCT-URIKAKE             PIC X(4) VALUE "1130".
           DISPLAY "*** KUBM078 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WK-RUNHIS-START-TIME.
      *
           DISPLAY "KAISHA-COD" UPON ENVIRONMENT-NAME.
           ACCEPT WK-ENV-KAISHA-COD FROM ENVIRONMENT-VALUE.
           IF WK-ENV-KAISHA-COD NOT = SPACE
             MOVE WK-ENV-KAISHA-COD TO WK-KAISHA-COD
           END-IF.
           DISPLAY "*** KUBM078 KAISHA=" WK-KAISHA-COD.
      *
           OPEN INPUT ITF-FILE.
           IF WK-ITF-FILE-ERR = 00
      *    を持たないため対象外）
      ******************************************************************
       MAIN-RTN                        SECTION.
           IF UF010-KAISHA-COD = SPACE
             MOVE "01" TO WK-ROW-KAISHA-COD
           ELSE
             MOVE UF010-KAISHA-COD TO WK-ROW-KAISHA-COD
           END-IF.
           IF WK-ROW-KAISHA-COD NOT = WK-KAISHA-COD
             ADD 1 TO TASHA-CNT
           ELSE
             PERFORM MAIN-SHIWAKE-RTN
           END-IF.
      *
           PERFORM READ-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    対象会社の明細一件の仕訳変換処理
      ******************************************************************
       MAIN-SHIWAKE-RTN                SECTION.
           IF UF010-SALE-REC OR UF010-RETURN-REC
             PERFORM FIND-SHOHIN-RTN
             IF WK-SHOHIN-FOUND-FLG = "N"
               PERFORM WRITE-SHIWAKE-RTN
             END-IF
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
           MOVE WK-DENPYO-NO TO GJF-DENPYO-NO.
           MOVE UF010-JUCHU-DATE TO GJF-DATE.
           MOVE WK-SHOHIN-TBL-ZEI-KBN (WK-SHOHIN-IDX) TO GJF-ZEI-KBN.
           MOVE WK-KAISHA-COD TO GJF-KAISHA-COD.
           MOVE SPACE TO GJF-TEKIYO.
           STRING
             "JUCHU "                DELIMITED BY SIZE
           DISPLAY "*** KUBM078 ITF=" ITF-CNT.
           DISPLAY "*** KUBM078 GJF=" GJF-CNT.
           DISPLAY "*** KUBM078 EXF=" EXF-CNT.
           DISPLAY "*** KUBM078 TASHA=" TASHA-CNT.
           DISPLAY "*** KUBM078 DR-TOTAL=" WK-DR-TOTAL.
           DISPLAY "*** KUBM078 CR-TOTAL=" WK-CR-TOTAL.
           PERFORM WRITE-RUNHIST-RTN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE            TO RUNHIS-RTN-CODE.
           MOVE 5                      TO RUNHIS-CNT-CNT.
           MOVE "ITF"                  TO RUNHIS-CNT-LABEL (1).
           MOVE ITF-CNT                TO RUNHIS-CNT-VALUE (1).
           MOVE "GJF"                  TO RUNHIS-CNT-LABEL (2).
           MOVE EXF-CNT                TO RUNHIS-CNT-VALUE (3).
           MOVE "DRTOTAL"              TO RUNHIS-CNT-LABEL (4).
           MOVE WK-DR-TOTAL            TO RUNHIS-CNT-VALUE (4).
           MOVE "TASHA"                TO RUNHIS-CNT-LABEL (5).
           MOVE TASHA-CNT              TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
