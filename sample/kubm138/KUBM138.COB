      *                 予実対比表(RPT)を印字する。達成率80％未満の
      *                 行には"*"を付ける。分類は商品マスタの
      *                 CFSHO-CATEGORY-CODから決める。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：見本品(UF010-MIHON)の明細は無償出荷のため実績
      *                 に含めないよう変更
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：得意先ＲＦＭ区分ファイル(RFM。KUBM172が月次に
      *                 作成。任意)があれば、得意先別の予算・実績を
      *                 得意先のＲＦＭ区分ごとにも積み上げ、区分別
      *                 ("R"。区分の無い得意先は"--")の予実対比を
      *                 得意先別・分類別の後に印字するよう変更。
      *                 あわせて年初来の開始年月が翌月になっていた
      *                 計算誤りを修正
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT RFM-FILE
             ASSIGN TO EXTERNAL RFM
               FILE STATUS IS WK-RFM-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  RFM-FILE.
       01  RFM-REC.
           COPY KCCFRFM.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(110).
      *
       01  WK-BGT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-UOF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RFM-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  BGT-END-FLG                 PIC  X(01) VALUE "N".
       01  UOF-END-FLG                 PIC  X(01) VALUE "N".
       01  SHO-END-FLG                 PIC  X(01) VALUE "N".
       01  RFM-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
       01  WK-BASE-NENGETSU            PIC  9(06) VALUE ZERO.
       01  WK-NENDO-FROM               PIC  9(06) VALUE ZERO.
       01  WK-LOOKUP-KBN               PIC  X(01) VALUE SPACE.
       01  WK-LOOKUP-KEY               PIC  X(04) VALUE SPACE.
       01  WK-IX                       PIC  9(04) VALUE ZERO.
      *    印字順("1"=得意先別・分類別、"2"=ＲＦＭ区分別)
       01  WK-PRINT-PASS               PIC  X(01) VALUE "1".
      ******************************************************************
      *  得意先ＲＦＭ区分テーブル(RFMが無い実行では使わない)
      ******************************************************************
       01  WK-RFM-USE                  PIC  X(01) VALUE "N".
       01  WK-RFM-TBL.
           03  WK-RFM-CNT              PIC  9(05) VALUE ZERO.
           03  WK-RFM-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-RFM-IDX.
             05  WK-RFM-TOKU-COD       PIC  X(04).
             05  WK-RFM-SEGMENT        PIC  X(02).
       01  WK-FIND-TOKU-COD            PIC  X(04) VALUE SPACE.
      ******************************************************************
      *  商品マスタ(分類)テーブル
      ******************************************************************
             PERFORM PRINT-RTN
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX > WK-BGT-CNT
             MOVE "2" TO WK-PRINT-PASS
             PERFORM PRINT-RTN
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX > WK-BGT-CNT
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
             MOVE FUNCTION CURRENT-DATE (1:8) TO WK-BASE-DATE
           END-IF.
           MOVE WK-BASE-DATE (1:6) TO WK-BASE-NENGETSU.
           MOVE WK-BASE-DATE (1:4) TO WK-NENDO-FROM (1:4).
           MOVE "01" TO WK-NENDO-FROM (5:2).
      *
           OPEN INPUT BGT-FILE.
           IF WK-BGT-FILE-ERR NOT = "00"
           MOVE "*** KUBM138 YOJITSU TAIHI ***" TO RPT-REC.
           WRITE RPT-REC.
           PERFORM LOAD-SHO-RTN  UNTIL SHO-END-FLG = "Y".
      *    ＲＦＭ区分は区分別内訳のためだけに使うため無くても続ける
           OPEN INPUT RFM-FILE.
           IF WK-RFM-FILE-ERR = "00"
             MOVE "Y" TO WK-RFM-USE
             PERFORM LOAD-RFM-RTN  UNTIL RFM-END-FLG = "Y"
             CLOSE RFM-FILE
           END-IF.
           PERFORM READ-UOF-RTN.
       EXT.
           EXIT.
           END-IF.
           MOVE CFBGT-KBN TO WK-LOOKUP-KBN.
           MOVE CFBGT-KEY TO WK-LOOKUP-KEY.
           PERFORM YOSAN-RTN.
      *    得意先別の予算は得意先のＲＦＭ区分別にも積む
           IF WK-RFM-USE = "Y" AND CFBGT-TOKU
             MOVE CFBGT-KEY TO WK-FIND-TOKU-COD
             PERFORM FIND-RFM-RTN
             PERFORM YOSAN-RTN
           END-IF.
       EXT.
           EXIT.
      *
       YOSAN-RTN           SECTION.
           PERFORM FIND-BGT-RTN.
           ADD CFBGT-YOSAN-KINGAKU TO WK-BGT-YTD (WK-BGT-IDX).
           IF CFBGT-NENGETSU = WK-BASE-NENGETSU
           END-IF.
       EXT.
           EXIT.
      *
       LOAD-RFM-RTN        SECTION.
           READ RFM-FILE
             AT END
               MOVE "Y" TO RFM-END-FLG
               GO TO EXT
           END-READ.
           IF WK-RFM-CNT >= 5000
             DISPLAY "!!! KUBM138 ABEND : RFM TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-RFM-CNT.
           SET WK-RFM-IDX TO WK-RFM-CNT.
           MOVE CFRFM-TOKU-COD TO WK-RFM-TOKU-COD (WK-RFM-IDX).
           MOVE CFRFM-SEGMENT TO WK-RFM-SEGMENT (WK-RFM-IDX).
       EXT.
           EXIT.
      *
      *    得意先のＲＦＭ区分を区分別("R")の検索キーへ設定する
       FIND-RFM-RTN        SECTION.
           MOVE "R" TO WK-LOOKUP-KBN.
           MOVE "--" TO WK-LOOKUP-KEY.
           IF WK-RFM-CNT > ZERO
             SET WK-RFM-IDX TO 1
             SEARCH WK-RFM-ENT
               AT END
                 CONTINUE
               WHEN WK-RFM-IDX > WK-RFM-CNT
                 CONTINUE
               WHEN WK-RFM-TOKU-COD (WK-RFM-IDX) = WK-FIND-TOKU-COD
                 MOVE WK-RFM-SEGMENT (WK-RFM-IDX) TO WK-LOOKUP-KEY
             END-SEARCH
           END-IF.
       EXT.
           EXIT.
      *
       FIND-BGT-RTN        SECTION.
           SET WK-BGT-IDX TO 1.
           IF NOT (UF010-SALE-REC OR UF010-RETURN-REC)
             GO TO NEXT-REC
           END-IF.
      *    見本品は無償出荷のため実績に含めない
           IF UF010-MIHON
             GO TO NEXT-REC
           END-IF.
           MOVE UF010-JUCHU-DATE (1:6) TO WK-UOF-NENGETSU.
           IF WK-UOF-NENGETSU < WK-NENDO-FROM
            OR WK-UOF-NENGETSU > WK-BASE-NENGETSU
           MOVE UF010-TOKU-COD TO WK-LOOKUP-KEY.
           PERFORM JISEKI-RTN.
      *
      *    ＲＦＭ区分別
           IF WK-RFM-USE = "Y"
             MOVE UF010-TOKU-COD TO WK-FIND-TOKU-COD
             PERFORM FIND-RFM-RTN
             PERFORM JISEKI-RTN
           END-IF.
      *
      *    分類別
           MOVE SPACE TO WK-CATEGORY-COD.
           SET WK-SHO-IDX TO 1.
      *    予実対比の印字(達成率＝年初来実績÷年初来予算)
      ******************************************************************
       PRINT-RTN           SECTION.
      *    ＲＦＭ区分別("R")は得意先別・分類別の後にまとめて印字
           IF WK-PRINT-PASS = "1" AND WK-BGT-KBN (WK-IX) = "R"
             GO TO EXT
           END-IF.
           IF WK-PRINT-PASS = "2" AND WK-BGT-KBN (WK-IX) NOT = "R"
             GO TO EXT
           END-IF.
           MOVE SPACE TO WK-RPT-LINE.
           MOVE WK-BGT-KBN (WK-IX) TO WK-RPT-KBN.
           MOVE WK-BGT-KEY (WK-IX) TO WK-RPT-KEY.
