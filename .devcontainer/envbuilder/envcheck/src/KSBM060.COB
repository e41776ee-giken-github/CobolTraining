      *                  　在庫がある運用で倉庫コード未設定の入荷は
      *                  　例外とし反映しない。在庫移動履歴へも倉庫
      *                  　コードを記録する
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：シリアル管理商品(CFSHO-SERIAL-KANRI)の入荷
      *                  　は入荷時のシリアルスキャン(SRN-FILE)を入荷
      *                  　数量分だけ割り当て、シリアル番号在庫
      *                  　(KCCFSRL)へ在庫として追加した全件をSRO-FILE
      *                  　へ書き出すようにした。スキャンが入荷数量に
      *                  　足りない入荷・登録済みシリアルを含む入荷は
      *                  　例外とし反映しない。どの入荷にも割り当たら
      *                  　なかったスキャンも例外リストへ出力する
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：入荷実績にバーコード(RCF-BARCODE)を追加。
      *                  　スキャンした入荷はバーコード対照マスタ
      *                  　(KCCFBCD、BCD-FILE)で商品番号へ変換し、入荷
      *                  　数量(スキャン回数)に入数を掛けて検収する。
      *                  　対照に無いバーコード、手入力の商品番号と
      *                  　食い違うバーコード、検収中の発注に無い商品
      *                  　のスキャンは例外とし反映しない
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：実行開始時に更新前イメージ退避(KCBS090)の
      *                  　実行IDを設定し、商品マスタ・倉庫別在庫の
      *                  　行を変更する前にその変更前イメージ(倉庫別
      *                  　在庫の新しい行は追加)を記録するようにした
      *                  　(異常終了時にKCBM120でこの実行分だけを戻す
      *                  　ため)
      ******************************************************************
      *    入荷実績ファイル(RCF-FILE：発注番号・商品番号・入荷数量・
      *    入荷日)を発注データ(POF-FILE、CFPOF形式)と突合して検収し、
           SELECT EXF-FILE
             ASSIGN TO EXTERNAL EXF
               FILE STATUS IS WK-EXF-FILE-ERR.
           SELECT SRN-FILE
             ASSIGN TO EXTERNAL SRN
               FILE STATUS IS WK-SRN-FILE-ERR.
           SELECT SRL-FILE
             ASSIGN TO EXTERNAL SRL
               FILE STATUS IS WK-SRL-FILE-ERR.
           SELECT SRO-FILE
             ASSIGN TO EXTERNAL SRO
               FILE STATUS IS WK-SRO-FILE-ERR.
           SELECT BCD-FILE
             ASSIGN TO EXTERNAL BCD
               FILE STATUS IS WK-BCD-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
      *    入荷先倉庫（倉庫別在庫がある運用では必須）
           03  RCF-SOKO-COD             PIC X(02).
           03  FILLER                   PIC X(04).
      *    スキャンしたバーコード（JAN/ITF。設定時は入荷数量をスキャン
      *    回数とみなし、商品番号は空白でもよい）
           03  RCF-BARCODE              PIC X(14).
           03  FILLER                   PIC X(02).
       FD  POF-FILE.
       01  POF-REC.
           COPY KCCFPOF.
           03  FILLER                   PIC  X(05).
       FD  EXF-FILE.
       01  EXF-REC                     PIC X(80).
       FD  SRN-FILE.
      *    入荷シリアルスキャン（シリアル管理商品の現品1個につき1件）
       01  SRN-REC.
           03  SRN-HATCHU-NO            PIC 9(06).
           03  SRN-SHOHIN-NO            PIC X(05).
           03  SRN-SERIAL-NO            PIC X(20).
           03  FILLER                   PIC X(09).
       FD  SRL-FILE.
       01  SRL-REC.
           COPY KCCFSRL.
       FD  SRO-FILE.
      *    更新後のシリアル番号在庫（KCCFSRLと同一レイアウト）
       01  SRO-REC                     PIC X(100).
       FD  BCD-FILE.
       01  BCD-REC.
           COPY KCCFBCD.
      *
       WORKING-STORAGE                 SECTION.
           COPY KSTDRC.
       01  WK-CLOSE-CNT                PIC 9(10) VALUE ZERO.
       01  EXF-CNT                     PIC 9(10) VALUE ZERO.
       01  PNF-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-SRN-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-SRL-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-SRO-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  SRN-END-FLG                 PIC X.
       01  SRL-END-FLG                 PIC X.
       01  WK-SERIAL-CNT               PIC 9(10) VALUE ZERO.
       01  SRO-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-BCD-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  BCD-END-FLG                 PIC X.
      *
      *倉庫別在庫テーブル（倉庫別在庫ファイルがある運用のみ。更新を
      *反映した全件を更新後ファイル(SZO)へ書き出す。SZO→SZAの
       01  WK-POF-HIT-IDX              PIC 9(5) VALUE ZERO.
       01  WK-POF-ZAN                  PIC S9(6) VALUE ZERO.
      *
      *シリアル管理（入荷シリアルスキャン(SRN)とシリアル番号在庫
      *(SRL)のどちらかがある運用のみ。追加後の全件を更新後ファイル
      *(SRO)へ書き出す。SRO→SRLの差し替えは後続ジョブステップの役割）
       01  WK-SRL-MODE-FLG             PIC X(1) VALUE "N".
       01  WK-SRN-TBL.
           03  WK-SRN-CNT              PIC 9(4) VALUE ZERO.
           03  WK-SRN-ENT              OCCURS 5000 TIMES.
             05  WK-SRN-HATCHU-NO      PIC 9(06).
             05  WK-SRN-SHOHIN-NO      PIC X(5).
             05  WK-SRN-SERIAL-NO      PIC X(20).
             05  WK-SRN-USED-FLG       PIC X(1).
       01  WK-SRN-IDX                  PIC 9(4) VALUE ZERO.
       01  WK-SRN-JDX                  PIC 9(4) VALUE ZERO.
       01  WK-SRN-HIT-CNT              PIC 9(5) VALUE ZERO.
       01  WK-SRL-TBL.
           03  WK-SRL-CNT              PIC 9(5) VALUE ZERO.
           03  WK-SRL-ENT              OCCURS 20000 TIMES.
             05  WK-SRL-SERIAL-NO      PIC X(20).
             05  WK-SRL-SHOHIN-NO      PIC X(5).
             05  WK-SRL-DATA           PIC X(75).
       01  WK-SRL-IDX                  PIC 9(5) VALUE ZERO.
       01  WK-SRL-NG-FLG               PIC X(1) VALUE "N".
      *追加するシリアル番号在庫行の編集域（KCCFSRLと同一レイアウト）
       01  WK-SRL-NEW.
           03  WK-NEW-SERIAL-NO        PIC X(20).
           03  WK-NEW-SHOHIN-NO        PIC X(5).
           03  WK-NEW-SOKO-COD         PIC X(2).
           03  WK-NEW-STATUS           PIC X(1).
           03  WK-NEW-HATCHU-NO        PIC 9(6).
           03  WK-NEW-NYUKA-DATE       PIC 9(8).
           03  WK-NEW-JUCHU-NO         PIC 9(4).
           03  WK-NEW-TOKU-COD         PIC X(4).
           03  WK-NEW-SHIPTO-COD       PIC X(2).
           03  WK-NEW-SHUKKA-DATE      PIC 9(8).
           03  WK-NEW-HENPIN-DATE      PIC 9(8).
           03  WK-NEW-HENPIN-SHOBUN    PIC X(1).
           03  FILLER                  PIC X(31).
      *
      *バーコード対照テーブル（バーコード対照マスタがある運用のみ）
       01  WK-BCD-TBL.
           03  WK-BCD-CNT              PIC 9(5) VALUE ZERO.
           03  WK-BCD-ENT              OCCURS 10000 TIMES.
             05  WK-BCD-BARCODE        PIC X(14).
             05  WK-BCD-SHOHIN-NO      PIC X(5).
             05  WK-BCD-IRISU          PIC 9(5).
       01  WK-BCD-IDX                  PIC 9(5) VALUE ZERO.
       01  WK-BCD-HIT-IDX              PIC 9(5) VALUE ZERO.
       01  WK-BCD-NG-FLG               PIC X(1) VALUE "N".
      *
      *例外明細（未知の発注番号、発注残超過、商品マスタ未該当、
      *シリアルスキャンの不足・重複・割当先なし、バーコード不一致）
       01  WK-EXCEPTION.
           03  FILLER                  PIC X(17) VALUE
             "*** EXCEPTION ***".
           03  WK-IDJ-REF-HATCHU-NO    PIC 9(6).
           03  FILLER                  PIC X(1) VALUE SPACE.
      *
      *更新前イメージ退避(KCBS090)呼出用
           COPY KCBS090P.
      *倉庫別在庫行の変更前イメージ編集域（KCCFSZAと同一レイアウト）
       01  WK-BIJ-SZA.
           03  WK-BIJ-SZA-SHOHIN-NO    PIC X(5).
           03  WK-BIJ-SZA-SOKO-COD     PIC X(2).
           03  WK-BIJ-SZA-ZENGETU      PIC S9(7) PACKED-DECIMAL.
           03  WK-BIJ-SZA-NYUKO        PIC S9(7) PACKED-DECIMAL.
           03  WK-BIJ-SZA-SYUKO        PIC S9(7) PACKED-DECIMAL.
           03  FILLER                  PIC X(5).
      *
      *実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC 9(08) VALUE ZERO.
           DISPLAY "*** KSBM060 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WK-RUNHIS-START-TIME.
      *
      *    更新前イメージは実行履歴と同じ実行IDで記録する
           MOVE "S" TO BIJ-FUNCTION.
           MOVE "KSBM060" TO BIJ-RUN-PGM-ID.
           MOVE WK-RUNHIS-START-DATE TO BIJ-RUN-DATE.
           MOVE WK-RUNHIS-START-TIME TO BIJ-RUN-TIME.
           CALL "KCBS090" USING KCBS090-P1.
      *
           OPEN INPUT RCF-FILE.
           IF WK-RCF-FILE-ERR NOT = 00
             PERFORM LOAD-POF-RTN
             PERFORM LOAD-SZA-RTN
           END-IF.
      *
           IF RCF-END-FLG NOT = "Y"
             PERFORM LOAD-SRN-RTN
           END-IF.
           IF RCF-END-FLG NOT = "Y"
             PERFORM LOAD-SRL-RTN
           END-IF.
           IF RCF-END-FLG NOT = "Y"
             PERFORM LOAD-BCD-RTN
           END-IF.
      *
           IF RCF-END-FLG NOT = "Y"
             PERFORM READ-RTN
      *    メイン処理（入荷1件分の検収）
      ******************************************************************
       MAIN-RTN                        SECTION.
      *    スキャンした入荷は商品番号・入荷数量へ変換してから検収する
           MOVE "N" TO WK-BCD-NG-FLG.
           IF RCF-BARCODE NOT = SPACE
             PERFORM CONV-BARCODE-RTN
           END-IF.
           IF WK-BCD-NG-FLG = "Y"
             PERFORM WRITE-EXCEPTION-RTN
             PERFORM READ-RTN
             GO TO EXI
           END-IF.
      *
           PERFORM FIND-POF-RTN.
           IF WK-POF-HIT-IDX = ZERO
             IF RCF-BARCODE NOT = SPACE
               MOVE "SCANNED ITEM NOT ON THIS PO"
                 TO WK-EXC-REASON
             ELSE
               MOVE "HATCHU-NO/SHOHIN-NO NOT FOUND IN PO FILE"
                 TO WK-EXC-REASON
             END-IF
             PERFORM WRITE-EXCEPTION-RTN
           ELSE
             COMPUTE WK-POF-ZAN =
       EXI.
           EXIT.
      ******************************************************************
      *    バーコード変換処理（対照マスタで商品番号と入数を求め、入荷
      *    数量(スキャン回数。ゼロは1回とみなす)に入数を掛ける）
      ******************************************************************
       CONV-BARCODE-RTN                SECTION.
           MOVE ZERO TO WK-BCD-HIT-IDX.
           MOVE 1 TO WK-BCD-IDX.
           PERFORM FIND-BCD-RTN
             UNTIL WK-BCD-IDX > WK-BCD-CNT
                OR WK-BCD-HIT-IDX NOT = ZERO.
           IF WK-BCD-HIT-IDX = ZERO
             MOVE "Y" TO WK-BCD-NG-FLG
             MOVE "BARCODE NOT IN CROSS-REFERENCE" TO WK-EXC-REASON
             GO TO EXI
           END-IF.
           IF RCF-SHOHIN-NO NOT = SPACE
             AND RCF-SHOHIN-NO
                   NOT = WK-BCD-SHOHIN-NO (WK-BCD-HIT-IDX)
             MOVE "Y" TO WK-BCD-NG-FLG
             MOVE "BARCODE DOES NOT MATCH SHOHIN-NO"
               TO WK-EXC-REASON
             GO TO EXI
           END-IF.
           MOVE WK-BCD-SHOHIN-NO (WK-BCD-HIT-IDX) TO RCF-SHOHIN-NO.
           IF RCF-NYUKA-SURYO = ZERO
             MOVE 1 TO RCF-NYUKA-SURYO
           END-IF.
           COMPUTE RCF-NYUKA-SURYO =
             RCF-NYUKA-SURYO * WK-BCD-IRISU (WK-BCD-HIT-IDX)
             ON SIZE ERROR
               MOVE "Y" TO WK-BCD-NG-FLG
               MOVE "SCANNED QUANTITY TOO LARGE" TO WK-EXC-REASON
           END-COMPUTE.
       EXI.
           EXIT.
       FIND-BCD-RTN                    SECTION.
           IF WK-BCD-BARCODE (WK-BCD-IDX) = RCF-BARCODE
             MOVE WK-BCD-IDX TO WK-BCD-HIT-IDX
           END-IF.
           ADD 1 TO WK-BCD-IDX.
       EXI.
           EXIT.
      ******************************************************************
      *    発注データ検索処理（発注番号・商品番号の一致で未完了行を
      *    探す）
      ******************************************************************
                 TO WK-EXC-REASON
               PERFORM WRITE-EXCEPTION-RTN
             NOT INVALID KEY
      *        シリアル管理商品はスキャンが揃わない限り反映しない
               MOVE "N" TO WK-SRL-NG-FLG
               IF CFSHO-SERIAL-KANRI
                 PERFORM CHECK-SERIAL-RTN
               END-IF
               IF WK-SRL-NG-FLG = "Y"
                 PERFORM WRITE-EXCEPTION-RTN
               ELSE
                 MOVE "KCCFSHO" TO BIJ-RESOURCE
                 MOVE "U" TO BIJ-ACTION
                 MOVE CFSHO-SHOHIN-NO TO BIJ-KEY
                 MOVE SHO-REC TO BIJ-IMAGE
                 PERFORM WRITE-BIJ-RTN
                 COMPUTE CFSHO-TOUGETU-NYUKO =
                   CFSHO-TOUGETU-NYUKO + RCF-NYUKA-SURYO
                 REWRITE SHO-REC
                 COMPUTE WK-POF-NYUKA (WK-POF-HIT-IDX) =
                   WK-POF-NYUKA (WK-POF-HIT-IDX) + RCF-NYUKA-SURYO
                 IF WK-POF-NYUKA (WK-POF-HIT-IDX)
                     >= WK-POF-SURYO (WK-POF-HIT-IDX)
                   MOVE "C" TO WK-POF-STATUS (WK-POF-HIT-IDX)
                   ADD 1 TO WK-CLOSE-CNT
                 END-IF
                 ADD 1 TO WK-KENSHU-CNT
                 IF WK-SZA-MODE-FLG = "Y"
                   PERFORM POST-SZA-NYUKA-RTN
                 END-IF
                 IF CFSHO-SERIAL-KANRI
                   PERFORM ADD-SERIAL-RTN
                 END-IF
                 PERFORM WRITE-IDJ-RTN
               END-IF
           END-READ.
       EXI.
           EXIT.
             MOVE ZERO TO WK-SZA-ZENGETU (WK-SZA-HIT-IDX)
             MOVE ZERO TO WK-SZA-NYUKO (WK-SZA-HIT-IDX)
             MOVE ZERO TO WK-SZA-SYUKO (WK-SZA-HIT-IDX)
             MOVE "A" TO BIJ-ACTION
           ELSE
             MOVE "U" TO BIJ-ACTION
           END-IF.
           MOVE WK-SZA-HIT-IDX TO WK-SZA-IDX.
           MOVE SPACE TO WK-BIJ-SZA.
           MOVE WK-SZA-SHOHIN-NO (WK-SZA-IDX) TO WK-BIJ-SZA-SHOHIN-NO.
           MOVE WK-SZA-SOKO-COD (WK-SZA-IDX) TO WK-BIJ-SZA-SOKO-COD.
           MOVE WK-SZA-ZENGETU (WK-SZA-IDX) TO WK-BIJ-SZA-ZENGETU.
           MOVE WK-SZA-NYUKO (WK-SZA-IDX) TO WK-BIJ-SZA-NYUKO.
           MOVE WK-SZA-SYUKO (WK-SZA-IDX) TO WK-BIJ-SZA-SYUKO.
           MOVE "KCCFSZA" TO BIJ-RESOURCE.
           MOVE SPACE TO BIJ-KEY.
           MOVE WK-BIJ-SZA-SHOHIN-NO TO BIJ-KEY (1:5).
           MOVE WK-BIJ-SZA-SOKO-COD TO BIJ-KEY (6:2).
           MOVE WK-BIJ-SZA TO BIJ-IMAGE.
           PERFORM WRITE-BIJ-RTN.
           ADD RCF-NYUKA-SURYO TO WK-SZA-NYUKO (WK-SZA-IDX).
       EXI.
           EXIT.
      ******************************************************************
      *    更新前イメージ記録処理（呼出元が資源名・区分・キー・イメージ
      *    を設定する。記録失敗は警告表示のみとし、検収自体は継続する）
      ******************************************************************
       WRITE-BIJ-RTN                   SECTION.
           MOVE "W" TO BIJ-FUNCTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KCBS090" USING KCBS090-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF BIJ-ERR-YES
             DISPLAY "*** KSBM060 WARNING BIJ WRITE FAILED"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    倉庫別在庫検索一件分の処理
      ******************************************************************
       FIND-SZA-RTN                    SECTION.
       EXI.
           EXIT.
      ******************************************************************
      *    入荷シリアルスキャン読込処理（ファイルが無い運用ではシリアル
      *    管理商品の入荷はすべてスキャン不足の例外になる）
      ******************************************************************
       LOAD-SRN-RTN                    SECTION.
           OPEN INPUT SRN-FILE.
           IF WK-SRN-FILE-ERR NOT = 00
             GO TO EXI
           END-IF.
           MOVE "Y" TO WK-SRL-MODE-FLG.
           MOVE "N" TO SRN-END-FLG.
           PERFORM LOAD-SRN-ONE-RTN UNTIL SRN-END-FLG = "Y".
           CLOSE SRN-FILE.
           DISPLAY "*** KSBM060 SERIAL-MODE SRN=" WK-SRN-CNT.
       EXI.
           EXIT.
       LOAD-SRN-ONE-RTN                SECTION.
           READ SRN-FILE
             AT END
               MOVE "Y" TO SRN-END-FLG
               GO TO EXI
           END-READ.
           IF WK-SRN-CNT >= 5000
             DISPLAY "*** KSBM060 ABEND SRN OVER 5000"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "Y" TO SRN-END-FLG
             MOVE "Y" TO RCF-END-FLG
             GO TO EXI
           END-IF.
           ADD 1 TO WK-SRN-CNT.
           MOVE SRN-HATCHU-NO TO WK-SRN-HATCHU-NO (WK-SRN-CNT).
           MOVE SRN-SHOHIN-NO TO WK-SRN-SHOHIN-NO (WK-SRN-CNT).
           MOVE SRN-SERIAL-NO TO WK-SRN-SERIAL-NO (WK-SRN-CNT).
           MOVE "N" TO WK-SRN-USED-FLG (WK-SRN-CNT).
       EXI.
           EXIT.
      ******************************************************************
      *    シリアル番号在庫読込処理（初回運用でファイルが無い場合は
      *    0件から始める）
      ******************************************************************
       LOAD-SRL-RTN                    SECTION.
           OPEN INPUT SRL-FILE.
           IF WK-SRL-FILE-ERR NOT = 00
             GO TO EXI
           END-IF.
           MOVE "Y" TO WK-SRL-MODE-FLG.
           MOVE "N" TO SRL-END-FLG.
           PERFORM LOAD-SRL-ONE-RTN UNTIL SRL-END-FLG = "Y".
           CLOSE SRL-FILE.
       EXI.
           EXIT.
       LOAD-SRL-ONE-RTN                SECTION.
           READ SRL-FILE
             AT END
               MOVE "Y" TO SRL-END-FLG
               GO TO EXI
           END-READ.
           IF WK-SRL-CNT >= 20000
             DISPLAY "*** KSBM060 ABEND SRL OVER 20000"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "Y" TO SRL-END-FLG
             MOVE "Y" TO RCF-END-FLG
             GO TO EXI
           END-IF.
           ADD 1 TO WK-SRL-CNT.
           MOVE SRL-REC TO WK-SRL-ENT (WK-SRL-CNT).
       EXI.
           EXIT.
      ******************************************************************
      *    バーコード対照マスタ読込処理（ファイルが無い運用では
      *    バーコード付きの入荷はすべて対照なしの例外になる）
      ******************************************************************
       LOAD-BCD-RTN                    SECTION.
           OPEN INPUT BCD-FILE.
           IF WK-BCD-FILE-ERR NOT = 00
             GO TO EXI
           END-IF.
           MOVE "N" TO BCD-END-FLG.
           PERFORM LOAD-BCD-ONE-RTN UNTIL BCD-END-FLG = "Y".
           CLOSE BCD-FILE.
       EXI.
           EXIT.
       LOAD-BCD-ONE-RTN                SECTION.
           READ BCD-FILE
             AT END
               MOVE "Y" TO BCD-END-FLG
               GO TO EXI
           END-READ.
           IF WK-BCD-CNT >= 10000
             DISPLAY "*** KSBM060 ABEND BCD OVER 10000"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "Y" TO BCD-END-FLG
             MOVE "Y" TO RCF-END-FLG
             GO TO EXI
           END-IF.
           ADD 1 TO WK-BCD-CNT.
           MOVE CFBCD-BARCODE TO WK-BCD-BARCODE (WK-BCD-CNT).
           MOVE CFBCD-SHOHIN-NO TO WK-BCD-SHOHIN-NO (WK-BCD-CNT).
           MOVE CFBCD-IRISU TO WK-BCD-IRISU (WK-BCD-CNT).
       EXI.
           EXIT.
      ******************************************************************
      *    シリアルスキャン検証処理（未割当のスキャンのうち同じ発注
      *    番号・商品番号のものを先頭から入荷数量分だけ対象とし、
      *    数量不足・登録済みシリアル・同一シリアルの二重スキャンを
      *    検出する）
      ******************************************************************
       CHECK-SERIAL-RTN                SECTION.
           MOVE ZERO TO WK-SRN-HIT-CNT.
           MOVE 1 TO WK-SRN-IDX.
           PERFORM CHECK-SERIAL-ONE-RTN
             UNTIL WK-SRN-IDX > WK-SRN-CNT
                OR WK-SRN-HIT-CNT >= RCF-NYUKA-SURYO
                OR WK-SRL-NG-FLG = "Y".
           IF WK-SRL-NG-FLG = "N"
             AND WK-SRN-HIT-CNT < RCF-NYUKA-SURYO
             MOVE "Y" TO WK-SRL-NG-FLG
             MOVE "SERIAL SCANS FEWER THAN RECEIPT QTY"
               TO WK-EXC-REASON
           END-IF.
       EXI.
           EXIT.
       CHECK-SERIAL-ONE-RTN            SECTION.
           IF WK-SRN-HATCHU-NO (WK-SRN-IDX) NOT = RCF-HATCHU-NO
             OR WK-SRN-SHOHIN-NO (WK-SRN-IDX) NOT = RCF-SHOHIN-NO
             OR WK-SRN-USED-FLG (WK-SRN-IDX) = "Y"
             ADD 1 TO WK-SRN-IDX
             GO TO EXI
           END-IF.
           ADD 1 TO WK-SRN-HIT-CNT.
           IF WK-SRN-SERIAL-NO (WK-SRN-IDX) = SPACE
             MOVE "Y" TO WK-SRL-NG-FLG
             MOVE "SERIAL NO BLANK IN SCAN" TO WK-EXC-REASON
             GO TO EXI
           END-IF.
      *    シリアル番号在庫（今回追加分を含む）に同じ商品・シリアルが
      *    あれば登録済み
           MOVE 1 TO WK-SRL-IDX.
           PERFORM FIND-SRL-RTN
             UNTIL WK-SRL-IDX > WK-SRL-CNT
                OR WK-SRL-NG-FLG = "Y".
           IF WK-SRL-NG-FLG = "Y"
             MOVE "SERIAL NO ALREADY REGISTERED" TO WK-EXC-REASON
             GO TO EXI
           END-IF.
      *    同じ入荷のスキャン内での二重読み
           MOVE 1 TO WK-SRN-JDX.
           PERFORM FIND-SRN-DUP-RTN
             UNTIL WK-SRN-JDX >= WK-SRN-IDX
                OR WK-SRL-NG-FLG = "Y".
           IF WK-SRL-NG-FLG = "Y"
             MOVE "SERIAL NO SCANNED TWICE" TO WK-EXC-REASON
             GO TO EXI
           END-IF.
           ADD 1 TO WK-SRN-IDX.
       EXI.
           EXIT.
       FIND-SRL-RTN                    SECTION.
           IF WK-SRL-SERIAL-NO (WK-SRL-IDX)
                = WK-SRN-SERIAL-NO (WK-SRN-IDX)
             AND WK-SRL-SHOHIN-NO (WK-SRL-IDX) = RCF-SHOHIN-NO
             MOVE "Y" TO WK-SRL-NG-FLG
           END-IF.
           ADD 1 TO WK-SRL-IDX.
       EXI.
           EXIT.
       FIND-SRN-DUP-RTN                SECTION.
           IF WK-SRN-SERIAL-NO (WK-SRN-JDX)
                = WK-SRN-SERIAL-NO (WK-SRN-IDX)
             AND WK-SRN-SHOHIN-NO (WK-SRN-JDX) = RCF-SHOHIN-NO
             AND WK-SRN-HATCHU-NO (WK-SRN-JDX) = RCF-HATCHU-NO
             MOVE "Y" TO WK-SRL-NG-FLG
           END-IF.
           ADD 1 TO WK-SRN-JDX.
       EXI.
           EXIT.
      ******************************************************************
      *    シリアル番号在庫追加処理（検証済みのスキャンを入荷数量分
      *    割当済みにし、入荷先倉庫の在庫("S")として追加する）
      ******************************************************************
       ADD-SERIAL-RTN                  SECTION.
           MOVE ZERO TO WK-SRN-HIT-CNT.
           MOVE 1 TO WK-SRN-IDX.
           PERFORM ADD-SERIAL-ONE-RTN
             UNTIL WK-SRN-IDX > WK-SRN-CNT
                OR WK-SRN-HIT-CNT >= RCF-NYUKA-SURYO.
       EXI.
           EXIT.
       ADD-SERIAL-ONE-RTN              SECTION.
           IF WK-SRN-HATCHU-NO (WK-SRN-IDX) NOT = RCF-HATCHU-NO
             OR WK-SRN-SHOHIN-NO (WK-SRN-IDX) NOT = RCF-SHOHIN-NO
             OR WK-SRN-USED-FLG (WK-SRN-IDX) = "Y"
             ADD 1 TO WK-SRN-IDX
             GO TO EXI
           END-IF.
           IF WK-SRL-CNT >= 20000
             DISPLAY "*** KSBM060 ABEND SRL OVER 20000"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE RCF-NYUKA-SURYO TO WK-SRN-HIT-CNT
             GO TO EXI
           END-IF.
           ADD 1 TO WK-SRN-HIT-CNT.
           MOVE "Y" TO WK-SRN-USED-FLG (WK-SRN-IDX).
           MOVE SPACE TO WK-SRL-NEW.
           MOVE WK-SRN-SERIAL-NO (WK-SRN-IDX) TO WK-NEW-SERIAL-NO.
           MOVE RCF-SHOHIN-NO TO WK-NEW-SHOHIN-NO.
           MOVE RCF-SOKO-COD TO WK-NEW-SOKO-COD.
           MOVE "S" TO WK-NEW-STATUS.
           MOVE RCF-HATCHU-NO TO WK-NEW-HATCHU-NO.
           MOVE RCF-NYUKA-DATE TO WK-NEW-NYUKA-DATE.
           MOVE ZERO TO WK-NEW-JUCHU-NO.
           MOVE ZERO TO WK-NEW-SHUKKA-DATE.
           MOVE ZERO TO WK-NEW-HENPIN-DATE.
           ADD 1 TO WK-SRL-CNT.
           MOVE WK-SRL-NEW TO WK-SRL-ENT (WK-SRL-CNT).
           ADD 1 TO WK-SERIAL-CNT.
           ADD 1 TO WK-SRN-IDX.
       EXI.
           EXIT.
      ******************************************************************
      *    未割当スキャン出力処理（どの入荷にも割り当たらなかった
      *    スキャンを例外リストへ出す）
      ******************************************************************
       CHECK-SRN-ZAN-RTN               SECTION.
           MOVE 1 TO WK-SRN-IDX.
           PERFORM CHECK-SRN-ZAN-ONE-RTN
             UNTIL WK-SRN-IDX > WK-SRN-CNT.
       EXI.
           EXIT.
       CHECK-SRN-ZAN-ONE-RTN           SECTION.
           IF WK-SRN-USED-FLG (WK-SRN-IDX) NOT = "Y"
             MOVE WK-SRN-HATCHU-NO (WK-SRN-IDX) TO WK-EXC-HATCHU-NO
             MOVE WK-SRN-SHOHIN-NO (WK-SRN-IDX) TO WK-EXC-SHOHIN-NO
             MOVE "SERIAL SCAN NOT MATCHED TO RECEIPT"
               TO WK-EXC-REASON
             MOVE WK-EXCEPTION TO EXF-REC
             WRITE EXF-REC AFTER 1
             ADD 1 TO EXF-CNT
           END-IF.
           ADD 1 TO WK-SRN-IDX.
       EXI.
           EXIT.
      ******************************************************************
      *    更新後シリアル番号在庫出力処理（全件をSROへ書き出す。
      *    SRO→SRLの差し替えは後続ジョブステップの役割）
      ******************************************************************
       WRITE-SRO-RTN                   SECTION.
           OPEN OUTPUT SRO-FILE.
           IF WK-SRO-FILE-ERR NOT = 00
             DISPLAY "*** KSBM060 ABEND NOT SRO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             GO TO EXI
           END-IF.
           MOVE 1 TO WK-SRL-IDX.
           PERFORM WRITE-SRO-ONE-RTN
             UNTIL WK-SRL-IDX > WK-SRL-CNT.
           CLOSE SRO-FILE.
       EXI.
           EXIT.
       WRITE-SRO-ONE-RTN               SECTION.
           MOVE WK-SRL-ENT (WK-SRL-IDX) TO SRO-REC.
           WRITE SRO-REC.
           ADD 1 TO SRO-CNT.
           ADD 1 TO WK-SRL-IDX.
       EXI.
           EXIT.
      ******************************************************************
      *    例外出力処理
      ******************************************************************
       WRITE-EXCEPTION-RTN             SECTION.
           MOVE "X" TO IDJ-FUNCTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KSBS010" USING KSBS010-P1.
           MOVE "X" TO BIJ-FUNCTION.
           CALL "KCBS090" USING KCBS090-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RETURN-CODE NOT = RC-ABEND
             PERFORM WRITE-PNF-RTN
             AND WK-SZA-MODE-FLG = "Y"
             PERFORM WRITE-SZO-RTN
           END-IF.
           IF RETURN-CODE NOT = RC-ABEND
             AND WK-SRL-MODE-FLG = "Y"
             PERFORM WRITE-SRO-RTN
           END-IF.
           IF WK-EXF-FILE-ERR = 00
             PERFORM CHECK-SRN-ZAN-RTN
           END-IF.
      *
           IF WK-RCF-FILE-ERR = 00
             CLOSE RCF-FILE
           DISPLAY "*** KSBM060 CLOSE=" WK-CLOSE-CNT.
           DISPLAY "*** KSBM060 PNF=" PNF-CNT.
           DISPLAY "*** KSBM060 SZO=" SZO-CNT.
           DISPLAY "*** KSBM060 SERIAL=" WK-SERIAL-CNT.
           DISPLAY "*** KSBM060 SRO=" SRO-CNT.
           DISPLAY "*** KSBM060 EXF=" EXF-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM060 END ***".
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE            TO RUNHIS-RTN-CODE.
           MOVE 5                      TO RUNHIS-CNT-CNT.
           MOVE "RCF"                  TO RUNHIS-CNT-LABEL (1).
           MOVE RCF-CNT                TO RUNHIS-CNT-VALUE (1).
           MOVE "KENSHU"               TO RUNHIS-CNT-LABEL (2).
           MOVE WK-CLOSE-CNT           TO RUNHIS-CNT-VALUE (3).
           MOVE "EXF"                  TO RUNHIS-CNT-LABEL (4).
           MOVE EXF-CNT                TO RUNHIS-CNT-VALUE (4).
           MOVE "SERIAL"               TO RUNHIS-CNT-LABEL (5).
           MOVE WK-SERIAL-CNT          TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
