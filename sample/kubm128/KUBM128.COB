      *                 へ戻す記帳は二重計上になっていた(KSBM112・
      *                 KSBM114と同種の修正)。バックオーダー行へ納品
      *                 先コードを引き継ぐようにした
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：未出荷分のバックオーダー行へ引当結果の決済方法
      *                 (代金引換"D")を引き継ぐようにした
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：シリアル管理商品(CFSHO-SERIAL-KANRI)は出荷
      *                 シリアルスキャン(SSN)の件数が検品確定数量と
      *                 一致し、すべて引当倉庫の在庫シリアルである
      *                 場合だけ確定するようにした。確定したシリアル
      *                 はシリアル番号在庫(KCCFSRL)へ受注番号・得意先
      *                 ・納品先・出荷日を記録して出荷済にし、全件を
      *                 新世代(SRO)へ書き出す。不一致の行は未確認の
      *                 まま引き継ぎ、理由を一覧へ印字する
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：バーコードを読んだ検品確認行(CFSCF-BARCODE)は
      *                 バーコード対照マスタ(KCCFBCD、BCD)で商品番号へ
      *                 変換し、スキャン回数×入数を確定数量として同じ
      *                 受注・商品の行に合算するようにした。対照に無い
      *                 バーコード・手入力の商品番号と食い違うバーコード
      *                 ・検品中の受注に無い商品のスキャンは確定に使わ
      *                 ず一覧へ印字し、警告終了とする
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
           SELECT BOF-FILE
             ASSIGN TO EXTERNAL BOF
               FILE STATUS IS WK-BOF-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT SSN-FILE
             ASSIGN TO EXTERNAL SSN
               FILE STATUS IS WK-SSN-FILE-ERR.
           SELECT SRL-FILE
             ASSIGN TO EXTERNAL SRL
               FILE STATUS IS WK-SRL-FILE-ERR.
           SELECT SRO-FILE
             ASSIGN TO EXTERNAL SRO
               FILE STATUS IS WK-SRO-FILE-ERR.
           SELECT BCD-FILE
             ASSIGN TO EXTERNAL BCD
               FILE STATUS IS WK-BCD-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
       FD  BOF-FILE.
       01  BOF-REC.
           COPY KCCFBOF.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
      *    出荷シリアルスキャン(シリアル管理商品の現品1個につき1件)
       FD  SSN-FILE.
       01  SSN-REC.
           03  SSN-JUCHU-NO            PIC  9(04).
           03  SSN-SHOHIN-NO           PIC  X(05).
           03  SSN-SERIAL-NO           PIC  X(20).
           03  FILLER                  PIC  X(11).
       FD  SRL-FILE.
       01  SRL-REC.
           COPY KCCFSRL.
       FD  SRO-FILE.
       01  SRO-REC.
           COPY KCCFSRL.
       FD  BCD-FILE.
       01  BCD-REC.
           COPY KCCFBCD.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(90).
      *
       01  WK-AFO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-BOF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SSN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SRL-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SRO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-BCD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  SCF-END-FLG                 PIC  X(01) VALUE "N".
       01  ALF-END-FLG                 PIC  X(01) VALUE "N".
       01  SHO-END-FLG                 PIC  X(01) VALUE "N".
       01  SSN-END-FLG                 PIC  X(01) VALUE "N".
       01  SRL-END-FLG                 PIC  X(01) VALUE "N".
       01  BCD-END-FLG                 PIC  X(01) VALUE "N".
      ******************************************************************
      *  検品確認テーブル
      ******************************************************************
             05  WK-SCF-SHOHIN-NO      PIC  X(05).
             05  WK-SCF-SURYO          PIC  9(05).
             05  WK-SCF-DATE           PIC  9(08).
      *      バーコードを読んだ行は"Y"。引当行に突合したら使用済"Y"
             05  WK-SCF-SCAN-FLG       PIC  X(01).
             05  WK-SCF-USED-FLG       PIC  X(01).
      ******************************************************************
      *  バーコード対照テーブル(バーコード対照マスタがある場合のみ)
      ******************************************************************
       01  WK-BCD-TBL.
           03  WK-BCD-CNT              PIC  9(05) VALUE ZERO.
           03  WK-BCD-ENT              OCCURS 10000 TIMES
                                        INDEXED BY WK-BCD-IDX.
             05  WK-BCD-BARCODE        PIC  X(14).
             05  WK-BCD-SHOHIN-NO      PIC  X(05).
             05  WK-BCD-IRISU          PIC  9(05).
      *    バーコード変換結果(商品番号・確定数量・スキャン回数)
       01  WK-CNV-SHOHIN-NO            PIC  X(05) VALUE SPACE.
       01  WK-CNV-SURYO                PIC  9(05) VALUE ZERO.
       01  WK-CNV-SCAN                 PIC  9(05) VALUE ZERO.
       01  WK-CNV-NG-MSG               PIC  X(14) VALUE SPACE.
       01  WK-SCF-NG-CNT               PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  シリアル管理商品テーブル(商品マスタのシリアル管理区分"Y")
      ******************************************************************
       01  WK-SRS-TBL.
           03  WK-SRS-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SRS-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-SRS-IDX.
             05  WK-SRS-SHOHIN-NO      PIC  X(05).
      ******************************************************************
      *  出荷シリアルスキャンテーブル
      ******************************************************************
       01  WK-SSN-TBL.
           03  WK-SSN-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SSN-ENT              OCCURS 5000 TIMES.
             05  WK-SSN-JUCHU-NO       PIC  9(04).
             05  WK-SSN-SHOHIN-NO      PIC  X(05).
             05  WK-SSN-SERIAL-NO      PIC  X(20).
             05  WK-SSN-USED-FLG       PIC  X(01).
      ******************************************************************
      *  シリアル番号在庫テーブル(出荷を記録した全件をSROへ書き出す。
      *  SRO→SRLの差し替えは後続ジョブステップの役割)
      ******************************************************************
       01  WK-SRL-TBL.
           03  WK-SRL-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SRL-ENT              OCCURS 20000 TIMES.
             05  WK-SRL-SERIAL-NO      PIC  X(20).
             05  WK-SRL-SHOHIN-NO      PIC  X(05).
             05  WK-SRL-SOKO-COD       PIC  X(02).
             05  WK-SRL-STATUS         PIC  X(01).
             05  WK-SRL-HATCHU-NO      PIC  9(06).
             05  WK-SRL-NYUKA-DATE     PIC  9(08).
             05  WK-SRL-JUCHU-NO       PIC  9(04).
             05  WK-SRL-TOKU-COD       PIC  X(04).
             05  WK-SRL-SHIPTO-COD     PIC  X(02).
             05  WK-SRL-SHUKKA-DATE    PIC  9(08).
             05  WK-SRL-HENPIN-DATE    PIC  9(08).
             05  WK-SRL-HENPIN-SHOBUN  PIC  X(01).
             05  FILLER                PIC  X(31).
       01  WK-SRL-MODE-FLG             PIC  X(01) VALUE "N".
       01  WK-IX                       PIC  9(05) VALUE ZERO.
       01  WK-JX                       PIC  9(05) VALUE ZERO.
       01  WK-KX                       PIC  9(05) VALUE ZERO.
       01  WK-SCAN-CNT                 PIC  9(05) VALUE ZERO.
       01  WK-SERIAL-NG-FLG            PIC  X(01) VALUE "N".
       01  WK-SERIAL-REASON            PIC  X(30) VALUE SPACE.
       01  WK-SERIAL-CNT               PIC  9(09) VALUE ZERO.
       01  WK-SERIAL-NG-CNT            PIC  9(09) VALUE ZERO.
      *
       01  WK-FUSOKU-SURYO             PIC S9(07) VALUE ZERO.
       01  WK-ALF-CNT                  PIC  9(09) VALUE ZERO.
           03  FILLER                  PIC  X(08) VALUE " KAKUTEI".
           03  FILLER                  PIC  X(01) VALUE "=".
           03  WK-RPT-KAKUTEI          PIC  9(05).
      *    シリアル・バーコードのスキャン不一致行
       01  WK-RPT-SRL-LINE.
           03  WK-RPT-SRL-KBN          PIC  X(09).
           03  FILLER                  PIC  X(07) VALUE " JUCHU=".
           03  WK-RPT-SRL-JUCHU-NO     PIC  9(04).
           03  FILLER                  PIC  X(08) VALUE " SHOHIN=".
           03  WK-RPT-SRL-SHOHIN-NO    PIC  X(05).
           03  FILLER                  PIC  X(09) VALUE " KAKUTEI=".
           03  WK-RPT-SRL-KAKUTEI      PIC  9(05).
           03  FILLER                  PIC  X(06) VALUE " SCAN=".
           03  WK-RPT-SRL-SCAN         PIC  9(05).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-SRL-REASON       PIC  X(30).
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM LOAD-SCF-RTN  UNTIL SCF-END-FLG = "Y"
             PERFORM LOAD-SERIAL-RTN
             PERFORM MAIN-RTN      UNTIL ALF-END-FLG = "Y"
             PERFORM SSN-ZAN-RTN
             PERFORM SCF-ZAN-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
           IF WK-INIT-OK-FLG = "Y"
             MOVE "*** KUBM128 SHUKKA KENPIN LIST ***" TO RPT-REC
             WRITE RPT-REC
      *      バーコード対照マスタは任意(無ければバーコード行は
      *      すべて対照なしとして確定に使わない)
             OPEN INPUT BCD-FILE
             IF WK-BCD-FILE-ERR = "00"
               PERFORM LOAD-BCD-RTN  UNTIL BCD-END-FLG = "Y"
             END-IF
             PERFORM READ-SCF-RTN
           END-IF.
       EXT.
           END-READ.
       EXT.
           EXIT.
      *
       LOAD-BCD-RTN        SECTION.
           READ BCD-FILE
             AT END
               MOVE "Y" TO BCD-END-FLG
               GO TO EXT
           END-READ.
           IF WK-BCD-CNT >= 10000
             DISPLAY "!!! KUBM128 ABEND : BCD TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-BCD-CNT.
           SET WK-BCD-IDX TO WK-BCD-CNT.
           MOVE CFBCD-BARCODE TO WK-BCD-BARCODE (WK-BCD-IDX).
           MOVE CFBCD-SHOHIN-NO TO WK-BCD-SHOHIN-NO (WK-BCD-IDX).
           MOVE CFBCD-IRISU TO WK-BCD-IRISU (WK-BCD-IDX).
       EXT.
           EXIT.
      *
       LOAD-SCF-RTN        SECTION.
           MOVE CFSCF-SHOHIN-NO TO WK-CNV-SHOHIN-NO.
           MOVE CFSCF-KAKUTEI-SURYO TO WK-CNV-SURYO.
           IF CFSCF-BARCODE NOT = SPACE
             PERFORM CONV-BARCODE-RTN
             IF WK-CNV-NG-MSG NOT = SPACE
               PERFORM SCF-NG-RTN
               GO TO NEXT-SCF
             END-IF
      *      スキャン行は同じ受注・商品の行へ合算する
             SET WK-SCF-IDX TO 1
             IF WK-SCF-CNT NOT = ZERO
               SEARCH WK-SCF-ENT
                 AT END
                   CONTINUE
                 WHEN WK-SCF-JUCHU-NO (WK-SCF-IDX) = CFSCF-JUCHU-NO
                  AND WK-SCF-SHOHIN-NO (WK-SCF-IDX) = WK-CNV-SHOHIN-NO
                   ADD WK-CNV-SURYO TO WK-SCF-SURYO (WK-SCF-IDX)
                     ON SIZE ERROR
                       MOVE "SURYO OVERFLOW" TO WK-CNV-NG-MSG
                       PERFORM SCF-NG-RTN
                   END-ADD
                   MOVE "Y" TO WK-SCF-SCAN-FLG (WK-SCF-IDX)
                   GO TO NEXT-SCF
               END-SEARCH
             END-IF
           END-IF.
           IF WK-SCF-CNT >= 5000
             DISPLAY "!!! KUBM128 ABEND : SCF TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
           ADD 1 TO WK-SCF-CNT.
           SET WK-SCF-IDX TO WK-SCF-CNT.
           MOVE CFSCF-JUCHU-NO TO WK-SCF-JUCHU-NO (WK-SCF-IDX).
           MOVE WK-CNV-SHOHIN-NO TO WK-SCF-SHOHIN-NO (WK-SCF-IDX).
           MOVE WK-CNV-SURYO TO WK-SCF-SURYO (WK-SCF-IDX).
           MOVE CFSCF-KAKUTEI-DATE TO WK-SCF-DATE (WK-SCF-IDX).
           MOVE "N" TO WK-SCF-SCAN-FLG (WK-SCF-IDX).
           IF CFSCF-BARCODE NOT = SPACE
             MOVE "Y" TO WK-SCF-SCAN-FLG (WK-SCF-IDX)
           END-IF.
           MOVE "N" TO WK-SCF-USED-FLG (WK-SCF-IDX).
       NEXT-SCF.
           PERFORM READ-SCF-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    バーコード変換：対照マスタで商品番号と入数を求め、確定数量
      *    (スキャン回数。ZEROは1回とみなす)に入数を掛ける。不一致の
      *    理由はWK-CNV-NG-MSGに返す
      ******************************************************************
       CONV-BARCODE-RTN    SECTION.
           MOVE SPACE TO WK-CNV-NG-MSG.
           MOVE CFSCF-KAKUTEI-SURYO TO WK-CNV-SCAN.
           IF WK-CNV-SCAN = ZERO
             MOVE 1 TO WK-CNV-SCAN
           END-IF.
           SET WK-BCD-IDX TO 1.
           IF WK-BCD-CNT = ZERO
             MOVE "XREF NASHI" TO WK-CNV-NG-MSG
             GO TO EXT
           END-IF.
           SEARCH WK-BCD-ENT
             AT END
               MOVE "XREF NASHI" TO WK-CNV-NG-MSG
               GO TO EXT
             WHEN WK-BCD-BARCODE (WK-BCD-IDX) = CFSCF-BARCODE
               CONTINUE
           END-SEARCH.
           IF CFSCF-SHOHIN-NO NOT = SPACE
             AND CFSCF-SHOHIN-NO NOT = WK-BCD-SHOHIN-NO (WK-BCD-IDX)
             MOVE "SHOHIN FUITCHI" TO WK-CNV-NG-MSG
             GO TO EXT
           END-IF.
           MOVE WK-BCD-SHOHIN-NO (WK-BCD-IDX) TO WK-CNV-SHOHIN-NO.
           COMPUTE WK-CNV-SURYO =
             WK-CNV-SCAN * WK-BCD-IRISU (WK-BCD-IDX)
             ON SIZE ERROR
               MOVE "SURYO OVERFLOW" TO WK-CNV-NG-MSG
           END-COMPUTE.
       EXT.
           EXIT.
      *
      *    確定に使わないスキャン行を一覧へ印字する
       SCF-NG-RTN          SECTION.
           ADD 1 TO WK-SCF-NG-CNT.
           MOVE "BARCD-NG" TO WK-RPT-SRL-KBN.
           MOVE CFSCF-JUCHU-NO TO WK-RPT-SRL-JUCHU-NO.
           MOVE WK-CNV-SHOHIN-NO TO WK-RPT-SRL-SHOHIN-NO.
           MOVE WK-CNV-SURYO TO WK-RPT-SRL-KAKUTEI.
           MOVE WK-CNV-SCAN TO WK-RPT-SRL-SCAN.
           MOVE SPACE TO WK-RPT-SRL-REASON.
           STRING WK-CNV-NG-MSG DELIMITED BY "  "
                  " "           DELIMITED BY SIZE
                  CFSCF-BARCODE DELIMITED BY SIZE
             INTO WK-RPT-SRL-REASON
           END-STRING.
           MOVE WK-RPT-SRL-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      *    どの引当行にも突合しなかったスキャン行(検品中の受注に無い
      *    商品)を一覧へ印字する
       SCF-ZAN-RTN         SECTION.
           MOVE 1 TO WK-IX.
           PERFORM SCF-ZAN-ONE-RTN
             UNTIL WK-IX > WK-SCF-CNT.
       EXT.
           EXIT.
      *
       SCF-ZAN-ONE-RTN     SECTION.
           IF WK-SCF-SCAN-FLG (WK-IX) = "Y"
             AND WK-SCF-USED-FLG (WK-IX) NOT = "Y"
             ADD 1 TO WK-SCF-NG-CNT
             MOVE "NOT-ORDER" TO WK-RPT-SRL-KBN
             MOVE WK-SCF-JUCHU-NO (WK-IX) TO WK-RPT-SRL-JUCHU-NO
             MOVE WK-SCF-SHOHIN-NO (WK-IX) TO WK-RPT-SRL-SHOHIN-NO
             MOVE WK-SCF-SURYO (WK-IX) TO WK-RPT-SRL-KAKUTEI
             MOVE ZERO TO WK-RPT-SRL-SCAN
             MOVE "SCANNED ITEM NOT ON ORDER" TO WK-RPT-SRL-REASON
             MOVE WK-RPT-SRL-LINE TO RPT-REC
             WRITE RPT-REC
           END-IF.
           ADD 1 TO WK-IX.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    シリアル管理の準備(商品マスタ・出荷シリアルスキャン・
      *    シリアル番号在庫はいずれも任意。商品マスタが無ければ
      *    シリアル管理商品は無いものとして従来どおり確定する)
      ******************************************************************
       LOAD-SERIAL-RTN     SECTION.
           OPEN INPUT SHO-FILE.
           IF WK-SHO-FILE-ERR = "00"
             PERFORM LOAD-SHO-RTN  UNTIL SHO-END-FLG = "Y"
           END-IF.
           OPEN INPUT SSN-FILE.
           IF WK-SSN-FILE-ERR = "00"
             MOVE "Y" TO WK-SRL-MODE-FLG
             PERFORM LOAD-SSN-RTN  UNTIL SSN-END-FLG = "Y"
           END-IF.
           OPEN INPUT SRL-FILE.
           IF WK-SRL-FILE-ERR = "00"
             MOVE "Y" TO WK-SRL-MODE-FLG
             PERFORM LOAD-SRL-RTN  UNTIL SRL-END-FLG = "Y"
           END-IF.
       EXT.
           EXIT.
      *
       LOAD-SHO-RTN        SECTION.
           READ SHO-FILE
             AT END
               MOVE "Y" TO SHO-END-FLG
               GO TO EXT
           END-READ.
           IF NOT CFSHO-SERIAL-KANRI
             GO TO EXT
           END-IF.
           IF WK-SRS-CNT >= 5000
             DISPLAY "!!! KUBM128 ABEND : SRS TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SRS-CNT.
           SET WK-SRS-IDX TO WK-SRS-CNT.
           MOVE CFSHO-SHOHIN-NO TO WK-SRS-SHOHIN-NO (WK-SRS-IDX).
       EXT.
           EXIT.
      *
       LOAD-SSN-RTN        SECTION.
           READ SSN-FILE
             AT END
               MOVE "Y" TO SSN-END-FLG
               GO TO EXT
           END-READ.
           IF WK-SSN-CNT >= 5000
             DISPLAY "!!! KUBM128 ABEND : SSN TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SSN-CNT.
           MOVE SSN-JUCHU-NO TO WK-SSN-JUCHU-NO (WK-SSN-CNT).
           MOVE SSN-SHOHIN-NO TO WK-SSN-SHOHIN-NO (WK-SSN-CNT).
           MOVE SSN-SERIAL-NO TO WK-SSN-SERIAL-NO (WK-SSN-CNT).
           MOVE "N" TO WK-SSN-USED-FLG (WK-SSN-CNT).
       EXT.
           EXIT.
      *
       LOAD-SRL-RTN        SECTION.
           READ SRL-FILE
             AT END
               MOVE "Y" TO SRL-END-FLG
               GO TO EXT
           END-READ.
           IF WK-SRL-CNT >= 20000
             DISPLAY "!!! KUBM128 ABEND : SRL TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SRL-CNT.
           MOVE SRL-REC TO WK-SRL-ENT (WK-SRL-CNT).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    引当1行ごとの検品突合
      ******************************************************************
       MAIN-RTN            SECTION.
                    = CFALF-SHOHIN-NO OF ALF-REC
               CONTINUE
           END-SEARCH.
           MOVE "Y" TO WK-SCF-USED-FLG (WK-SCF-IDX).
      *
      *    シリアル管理商品はスキャン件数と確定数量が一致しなければ
      *    確定せず未確認のまま引き継ぐ
           SET WK-SRS-IDX TO 1.
           IF WK-SRS-CNT NOT = ZERO
             SEARCH WK-SRS-ENT
               AT END
                 CONTINUE
               WHEN WK-SRS-SHOHIN-NO (WK-SRS-IDX)
                      = CFALF-SHOHIN-NO OF ALF-REC
                 PERFORM CHECK-SERIAL-RTN
                 IF WK-SERIAL-NG-FLG = "Y"
                   PERFORM SERIAL-NG-RTN
                   GO TO WRITE-OUT
                 END-IF
                 PERFORM ASSIGN-SERIAL-RTN
             END-SEARCH
           END-IF.
           PERFORM KAKUTEI-RTN.
       WRITE-OUT.
           WRITE AFO-REC.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    シリアル検証：同じ受注番号・商品番号の未割当スキャンの件数
      *    が確定数量と一致し、どれも引当倉庫の在庫シリアルであること
      ******************************************************************
       CHECK-SERIAL-RTN    SECTION.
           MOVE "N" TO WK-SERIAL-NG-FLG.
           MOVE SPACE TO WK-SERIAL-REASON.
           MOVE ZERO TO WK-SCAN-CNT.
           MOVE 1 TO WK-IX.
           PERFORM CHECK-SERIAL-ONE-RTN
             UNTIL WK-IX > WK-SSN-CNT.
           IF WK-SERIAL-NG-FLG = "N"
             AND WK-SCAN-CNT NOT = WK-SCF-SURYO (WK-SCF-IDX)
             MOVE "Y" TO WK-SERIAL-NG-FLG
             MOVE "SCAN COUNT NOT EQUAL KAKUTEI" TO WK-SERIAL-REASON
           END-IF.
       EXT.
           EXIT.
      *
       CHECK-SERIAL-ONE-RTN SECTION.
           IF WK-SSN-JUCHU-NO (WK-IX) NOT = CFALF-JUCHU-NO OF ALF-REC
             OR WK-SSN-SHOHIN-NO (WK-IX)
                  NOT = CFALF-SHOHIN-NO OF ALF-REC
             OR WK-SSN-USED-FLG (WK-IX) = "Y"
             GO TO NEXT-SCAN
           END-IF.
           ADD 1 TO WK-SCAN-CNT.
           IF WK-SERIAL-NG-FLG = "Y"
             GO TO NEXT-SCAN
           END-IF.
      *    同じ行のスキャン内での二重読み
           MOVE 1 TO WK-JX.
           PERFORM FIND-SSN-DUP-RTN
             UNTIL WK-JX >= WK-IX
                OR WK-SERIAL-NG-FLG = "Y".
           IF WK-SERIAL-NG-FLG = "Y"
             MOVE "SERIAL SCANNED TWICE" TO WK-SERIAL-REASON
             GO TO NEXT-SCAN
           END-IF.
           PERFORM FIND-SRL-RTN.
           IF WK-KX = ZERO
             MOVE "Y" TO WK-SERIAL-NG-FLG
             MOVE "SERIAL NOT REGISTERED" TO WK-SERIAL-REASON
             GO TO NEXT-SCAN
           END-IF.
           IF WK-SRL-STATUS (WK-KX) NOT = "S"
             MOVE "Y" TO WK-SERIAL-NG-FLG
             MOVE "SERIAL NOT IN STOCK" TO WK-SERIAL-REASON
             GO TO NEXT-SCAN
           END-IF.
           IF CFALF-SOKO-COD OF ALF-REC NOT = SPACE
             AND WK-SRL-SOKO-COD (WK-KX)
                   NOT = CFALF-SOKO-COD OF ALF-REC
             MOVE "Y" TO WK-SERIAL-NG-FLG
             MOVE "SERIAL IN OTHER SOKO" TO WK-SERIAL-REASON
           END-IF.
       NEXT-SCAN.
           ADD 1 TO WK-IX.
       EXT.
           EXIT.
      *
       FIND-SSN-DUP-RTN    SECTION.
           IF WK-SSN-SERIAL-NO (WK-JX) = WK-SSN-SERIAL-NO (WK-IX)
             AND WK-SSN-JUCHU-NO (WK-JX) = WK-SSN-JUCHU-NO (WK-IX)
             AND WK-SSN-SHOHIN-NO (WK-JX) = WK-SSN-SHOHIN-NO (WK-IX)
             MOVE "Y" TO WK-SERIAL-NG-FLG
           END-IF.
           ADD 1 TO WK-JX.
       EXT.
           EXIT.
      *
      *    スキャン(WK-IX)のシリアルをシリアル番号在庫から探す(WK-KX、
      *    該当なしはZERO)
       FIND-SRL-RTN        SECTION.
           MOVE ZERO TO WK-KX.
           MOVE 1 TO WK-JX.
           PERFORM FIND-SRL-ONE-RTN
             UNTIL WK-JX > WK-SRL-CNT
                OR WK-KX NOT = ZERO.
       EXT.
           EXIT.
      *
       FIND-SRL-ONE-RTN    SECTION.
           IF WK-SRL-SERIAL-NO (WK-JX) = WK-SSN-SERIAL-NO (WK-IX)
             AND WK-SRL-SHOHIN-NO (WK-JX) = WK-SSN-SHOHIN-NO (WK-IX)
             MOVE WK-JX TO WK-KX
           END-IF.
           ADD 1 TO WK-JX.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    シリアル割当：検証済みのスキャンを割当済みにし、シリアル
      *    番号在庫へ出荷先と出荷日を記録して出荷済にする
      ******************************************************************
       ASSIGN-SERIAL-RTN   SECTION.
           MOVE 1 TO WK-IX.
           PERFORM ASSIGN-SERIAL-ONE-RTN
             UNTIL WK-IX > WK-SSN-CNT.
       EXT.
           EXIT.
      *
       ASSIGN-SERIAL-ONE-RTN SECTION.
           IF WK-SSN-JUCHU-NO (WK-IX) NOT = CFALF-JUCHU-NO OF ALF-REC
             OR WK-SSN-SHOHIN-NO (WK-IX)
                  NOT = CFALF-SHOHIN-NO OF ALF-REC
             OR WK-SSN-USED-FLG (WK-IX) = "Y"
             GO TO NEXT-SCAN
           END-IF.
           MOVE "Y" TO WK-SSN-USED-FLG (WK-IX).
           PERFORM FIND-SRL-RTN.
           MOVE "H" TO WK-SRL-STATUS (WK-KX).
           MOVE CFALF-JUCHU-NO OF ALF-REC TO WK-SRL-JUCHU-NO (WK-KX).
           MOVE CFALF-TOKU-COD OF ALF-REC TO WK-SRL-TOKU-COD (WK-KX).
           MOVE CFALF-SHIPTO-COD OF ALF-REC
             TO WK-SRL-SHIPTO-COD (WK-KX).
           MOVE WK-SCF-DATE (WK-SCF-IDX)
             TO WK-SRL-SHUKKA-DATE (WK-KX).
           ADD 1 TO WK-SERIAL-CNT.
       NEXT-SCAN.
           ADD 1 TO WK-IX.
       EXT.
           EXIT.
      *
       SERIAL-NG-RTN       SECTION.
           ADD 1 TO WK-SERIAL-NG-CNT.
           MOVE "SERIAL-NG" TO WK-RPT-SRL-KBN.
           MOVE CFALF-JUCHU-NO OF ALF-REC TO WK-RPT-SRL-JUCHU-NO.
           MOVE CFALF-SHOHIN-NO OF ALF-REC TO WK-RPT-SRL-SHOHIN-NO.
           MOVE WK-SCF-SURYO (WK-SCF-IDX) TO WK-RPT-SRL-KAKUTEI.
           MOVE WK-SCAN-CNT TO WK-RPT-SRL-SCAN.
           MOVE WK-SERIAL-REASON TO WK-RPT-SRL-REASON.
           MOVE WK-RPT-SRL-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      *    どの確定行にも割り当たらなかったスキャンを一覧へ印字する
       SSN-ZAN-RTN         SECTION.
           MOVE 1 TO WK-IX.
           PERFORM SSN-ZAN-ONE-RTN
             UNTIL WK-IX > WK-SSN-CNT.
       EXT.
           EXIT.
      *
       SSN-ZAN-ONE-RTN     SECTION.
           IF WK-SSN-USED-FLG (WK-IX) NOT = "Y"
             MOVE "SCAN-ZAN" TO WK-RPT-SRL-KBN
             MOVE WK-SSN-JUCHU-NO (WK-IX) TO WK-RPT-SRL-JUCHU-NO
             MOVE WK-SSN-SHOHIN-NO (WK-IX) TO WK-RPT-SRL-SHOHIN-NO
             MOVE ZERO TO WK-RPT-SRL-KAKUTEI
             MOVE 1 TO WK-RPT-SRL-SCAN
             MOVE WK-SSN-SERIAL-NO (WK-IX) TO WK-RPT-SRL-REASON
             MOVE WK-RPT-SRL-LINE TO RPT-REC
             WRITE RPT-REC
           END-IF.
           ADD 1 TO WK-IX.
       EXT.
           EXIT.
      *
      *    更新後のシリアル番号在庫を全件書き出す
       WRITE-SRO-RTN       SECTION.
           OPEN OUTPUT SRO-FILE.
           IF WK-SRO-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM128 ABEND NOT SRO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             GO TO EXT
           END-IF.
           MOVE 1 TO WK-IX.
           PERFORM WRITE-SRO-ONE-RTN
             UNTIL WK-IX > WK-SRL-CNT.
       EXT.
           EXIT.
      *
       WRITE-SRO-ONE-RTN   SECTION.
           MOVE WK-SRL-ENT (WK-IX) TO SRO-REC.
           WRITE SRO-REC.
           ADD 1 TO WK-IX.
       EXT.
           EXIT.
      *
      *    不足分：残数量をバックオーダーへ(在庫移動の記帳は不要。
      *    出庫はKUBM082が確定数量から記帳するため、不足分はそもそも
      *    出庫として記帳されない)
           MOVE WK-FUSOKU-SURYO TO CFBOF-ZAN-SURYO.
           MOVE WK-SCF-DATE (WK-SCF-IDX) TO CFBOF-ENTRY-DATE.
           MOVE CFALF-SHIPTO-COD OF ALF-REC TO CFBOF-SHIPTO-COD.
           MOVE CFALF-KESSAI-KBN OF ALF-REC TO CFBOF-KESSAI-KBN.
           MOVE SPACE TO CFBOF-HOLD-FLG.
           WRITE BOF-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF RETURN-CODE NOT = RC-ABEND
             AND WK-SRL-MODE-FLG = "Y"
             PERFORM WRITE-SRO-RTN
           END-IF.
           IF WK-SCF-FILE-ERR = "00"
             CLOSE SCF-FILE
           END-IF.
           IF WK-SHO-FILE-ERR = "00"
             CLOSE SHO-FILE
           END-IF.
           IF WK-SSN-FILE-ERR = "00"
             CLOSE SSN-FILE
           END-IF.
           IF WK-SRL-FILE-ERR = "00"
             CLOSE SRL-FILE
           END-IF.
           IF WK-SRO-FILE-ERR = "00"
             CLOSE SRO-FILE
           END-IF.
           IF WK-BCD-FILE-ERR = "00"
             CLOSE BCD-FILE
           END-IF.
           IF WK-ALF-FILE-ERR = "00"
             CLOSE ALF-FILE
           END-IF.
      *    共通サブプログラムが開いたまま保持しているファイルを閉じる
           MOVE "X" TO STMP-FUNCTION.
           CALL "KUSTMP" USING KUSTMP-P1.
      *    シリアル・バーコード不一致で確定しなかった行があれば警告
      *    終了(KUSTMP呼出でRETURN-CODEが戻るため、最後の呼出の後で
      *    設定する)
           IF (WK-SERIAL-NG-CNT > ZERO OR WK-SCF-NG-CNT > ZERO)
             AND RETURN-CODE NOT = RC-ABEND
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
      *
           DISPLAY "ALFCNT=" WK-ALF-CNT.
           DISPLAY "KAKUTEICNT=" WK-KAKUTEI-CNT.
           DISPLAY "FUSOKUCNT=" WK-FUSOKU-CNT.
           DISPLAY "MIKAKUNINCNT=" WK-MIKAKUNIN-CNT.
           DISPLAY "SERIALCNT=" WK-SERIAL-CNT.
           DISPLAY "SERIALNGCNT=" WK-SERIAL-NG-CNT.
           DISPLAY "SCANNGCNT=" WK-SCF-NG-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM128 END ***".
       EXT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "ALFCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-ALF-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "KAKUTEICNT"          TO RUNHIS-CNT-LABEL (2).
           MOVE WK-FUSOKU-CNT         TO RUNHIS-CNT-VALUE (3).
           MOVE "MIKAKUNINC"          TO RUNHIS-CNT-LABEL (4).
           MOVE WK-MIKAKUNIN-CNT      TO RUNHIS-CNT-VALUE (4).
           MOVE "SERIALNG"            TO RUNHIS-CNT-LABEL (5).
           MOVE WK-SERIAL-NG-CNT      TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
