      *                 処置別サマリ(RPT)は返品分析(KUBM049)の補助
      *                 資料になる。未登録理由の行は警告として一覧に
      *                 残し振り分けない。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：シリアル管理商品(CFSHO-SERIAL-KANRI)の返品は
      *                 検品結果のシリアル番号(RIN-SERIAL-NO、1行1個)
      *                 を必須とし、出荷済のシリアルであることを検証
      *                 したうえでシリアル番号在庫(KCCFSRL)を処置別に
      *                 更新する(良品は返品倉庫の在庫"S"、修理は修理
      *                 保留"R"、廃棄は廃棄"D")。更新後の全件を新世代
      *                 (SRO)へ書き出す。検証できない行は警告として
      *                 一覧に残し振り分けない。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
           SELECT RDP-FILE
             ASSIGN TO EXTERNAL RDP
               FILE STATUS IS WK-RDP-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT SRL-FILE
             ASSIGN TO EXTERNAL SRL
               FILE STATUS IS WK-SRL-FILE-ERR.
           SELECT SRO-FILE
             ASSIGN TO EXTERNAL SRO
               FILE STATUS IS WK-SRO-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
           03  RIN-SHOBUN              PIC  X(01).
           03  FILLER                  PIC  X(01).
           03  RIN-SOKO-COD            PIC  X(02).
           03  FILLER                  PIC  X(01).
      *    シリアル番号(シリアル管理商品のみ。数量は1)
           03  RIN-SERIAL-NO           PIC  X(20).
           03  FILLER                  PIC  X(05).
       FD  RSN-FILE.
       01  RSN-REC.
           COPY KCCFRSN.
       FD  RDP-FILE.
       01  RDP-REC.
           COPY KCCFRDP.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  SRL-FILE.
       01  SRL-REC.
           COPY KCCFSRL.
       FD  SRO-FILE.
       01  SRO-REC.
           COPY KCCFSRL.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(80).
      *
       01  WK-RSN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RDP-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SRL-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SRO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  RIN-END-FLG                 PIC  X(01) VALUE "N".
       01  RSN-END-FLG                 PIC  X(01) VALUE "N".
       01  SHO-END-FLG                 PIC  X(01) VALUE "N".
       01  SRL-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-TODAY                    PIC  9(08) VALUE ZERO.
      ******************************************************************
      *  返品理由テーブル
                                        INDEXED BY WK-RSN-IDX.
             05  WK-RSN-REASON-COD     PIC  X(02).
             05  WK-RSN-REASON-MEI     PIC  X(20).
      ******************************************************************
      *  シリアル管理商品テーブル(商品マスタのシリアル管理区分"Y")
      ******************************************************************
       01  WK-SRS-TBL.
           03  WK-SRS-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SRS-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-SRS-IDX.
             05  WK-SRS-SHOHIN-NO      PIC  X(05).
      ******************************************************************
      *  シリアル番号在庫テーブル(返品を反映した全件をSROへ書き出す。
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
       01  WK-SRL-IX                   PIC  9(05) VALUE ZERO.
       01  WK-SRL-HIT                  PIC  9(05) VALUE ZERO.
       01  WK-SERIAL-FLG               PIC  X(01) VALUE "N".
       01  WK-SERIAL-NG-MSG            PIC  X(20) VALUE SPACE.
      *
       01  WK-RIN-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-RYOHIN-CNT               PIC  9(09) VALUE ZERO.
           03  WK-RPS-KENSU            PIC  ZZZZZZZZ9.
           03  FILLER                  PIC  X(07) VALUE " SURYO=".
           03  WK-RPS-SURYO            PIC  ZZZZZZZZ9.
       01  WK-RPT-SRL-LINE.
           03  FILLER                  PIC  X(08) VALUE SPACE.
           03  FILLER                  PIC  X(08) VALUE " SERIAL=".
           03  WK-RPT-SERIAL-NO        PIC  X(20).
           03  FILLER                  PIC  X(08) VALUE " STATUS=".
           03  WK-RPT-SRL-STATUS       PIC  X(01).
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           MOVE "*** KUBM140 HENPIN FURIWAKE ***" TO RPT-REC.
           WRITE RPT-REC.
           PERFORM LOAD-RSN-RTN  UNTIL RSN-END-FLG = "Y".
      *    シリアル管理(商品マスタ・シリアル番号在庫はいずれも任意)
           OPEN INPUT SHO-FILE.
           IF WK-SHO-FILE-ERR = "00"
             PERFORM LOAD-SHO-RTN  UNTIL SHO-END-FLG = "Y"
           END-IF.
           OPEN INPUT SRL-FILE.
           IF WK-SRL-FILE-ERR = "00"
             MOVE "Y" TO WK-SRL-MODE-FLG
             PERFORM LOAD-SRL-RTN  UNTIL SRL-END-FLG = "Y"
           END-IF.
           PERFORM READ-RIN-RTN.
       EXT.
           EXIT.
           MOVE CFRSN-REASON-MEI TO WK-RSN-REASON-MEI (WK-RSN-IDX).
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
             DISPLAY "!!! KUBM140 ABEND : SRS TABLE FULL !!!"
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
       LOAD-SRL-RTN        SECTION.
           READ SRL-FILE
             AT END
               MOVE "Y" TO SRL-END-FLG
               GO TO EXT
           END-READ.
           IF WK-SRL-CNT >= 20000
             DISPLAY "!!! KUBM140 ABEND : SRL TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SRL-CNT.
           MOVE SRL-REC TO WK-SRL-ENT (WK-SRL-CNT).
       EXT.
           EXIT.
      *
       READ-RIN-RTN        SECTION.
           READ RIN-FILE
               MOVE WK-RSN-REASON-MEI (WK-RSN-IDX)
                 TO WK-RPT-REASON-MEI
           END-SEARCH.
      *
      *    シリアル番号の検証(シリアル管理商品は必須)
           PERFORM CHECK-SERIAL-RTN.
           IF WK-SERIAL-NG-MSG NOT = SPACE
             PERFORM SERIAL-NG-RTN
             GO TO NEXT-REC
           END-IF.
      *
           EVALUATE RIN-SHOBUN
             WHEN "R"
           PERFORM WRITE-RDP-RTN.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
           IF WK-SERIAL-FLG = "Y"
             PERFORM UPDATE-SERIAL-RTN
           END-IF.
       NEXT-REC.
           PERFORM READ-RIN-RTN.
       EXT.
           MOVE RC-WARNING TO RETURN-CODE.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    シリアル検証：シリアル管理商品(またはシリアル入力のある行)は
      *    数量1・出荷済のシリアルであること(WK-SERIAL-NG-MSGに理由)
      ******************************************************************
       CHECK-SERIAL-RTN    SECTION.
           MOVE "N" TO WK-SERIAL-FLG.
           MOVE SPACE TO WK-SERIAL-NG-MSG.
           IF RIN-SERIAL-NO NOT = SPACE
             MOVE "Y" TO WK-SERIAL-FLG
           ELSE
             SET WK-SRS-IDX TO 1
             IF WK-SRS-CNT NOT = ZERO
               SEARCH WK-SRS-ENT
                 AT END
                   CONTINUE
                 WHEN WK-SRS-SHOHIN-NO (WK-SRS-IDX) = RIN-SHOHIN-NO
                   MOVE "SERIAL MINYURYOKU" TO WK-SERIAL-NG-MSG
               END-SEARCH
             END-IF
           END-IF.
           IF WK-SERIAL-FLG NOT = "Y"
             GO TO EXT
           END-IF.
           IF RIN-SURYO NOT = 1
             MOVE "SERIAL SURYO FUSEI" TO WK-SERIAL-NG-MSG
             GO TO EXT
           END-IF.
           MOVE ZERO TO WK-SRL-HIT.
           MOVE 1 TO WK-SRL-IX.
           PERFORM FIND-SRL-RTN
             UNTIL WK-SRL-IX > WK-SRL-CNT
                OR WK-SRL-HIT NOT = ZERO.
           IF WK-SRL-HIT = ZERO
             MOVE "SERIAL MITOROKU" TO WK-SERIAL-NG-MSG
             GO TO EXT
           END-IF.
           IF WK-SRL-STATUS (WK-SRL-HIT) NOT = "H"
             MOVE "SERIAL MISHUKKA" TO WK-SERIAL-NG-MSG
           END-IF.
       EXT.
           EXIT.
      *
       FIND-SRL-RTN        SECTION.
           IF WK-SRL-SERIAL-NO (WK-SRL-IX) = RIN-SERIAL-NO
             AND WK-SRL-SHOHIN-NO (WK-SRL-IX) = RIN-SHOHIN-NO
             MOVE WK-SRL-IX TO WK-SRL-HIT
           END-IF.
           ADD 1 TO WK-SRL-IX.
       EXT.
           EXIT.
      *
       SERIAL-NG-RTN       SECTION.
           ADD 1 TO WK-NG-CNT.
           MOVE "NG" TO WK-RPT-KBN.
           MOVE WK-SERIAL-NG-MSG TO WK-RPT-REASON-MEI.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE RC-WARNING TO RETURN-CODE.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    シリアル番号在庫の更新(良品は返品倉庫の在庫、修理は修理
      *    保留、廃棄は廃棄。出荷先の記録は保証照会のため残す)
      ******************************************************************
       UPDATE-SERIAL-RTN   SECTION.
           EVALUATE RIN-SHOBUN
             WHEN "R"
               MOVE "S" TO WK-SRL-STATUS (WK-SRL-HIT)
               MOVE RIN-SOKO-COD TO WK-SRL-SOKO-COD (WK-SRL-HIT)
             WHEN "S"
               MOVE "R" TO WK-SRL-STATUS (WK-SRL-HIT)
             WHEN "H"
               MOVE "D" TO WK-SRL-STATUS (WK-SRL-HIT)
           END-EVALUATE.
           MOVE WK-TODAY TO WK-SRL-HENPIN-DATE (WK-SRL-HIT).
           MOVE RIN-SHOBUN TO WK-SRL-HENPIN-SHOBUN (WK-SRL-HIT).
           MOVE RIN-SERIAL-NO TO WK-RPT-SERIAL-NO.
           MOVE WK-SRL-STATUS (WK-SRL-HIT) TO WK-RPT-SRL-STATUS.
           MOVE WK-RPT-SRL-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      *    更新後のシリアル番号在庫を全件書き出す
       WRITE-SRO-RTN       SECTION.
           OPEN OUTPUT SRO-FILE.
           IF WK-SRO-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM140 ABEND NOT SRO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             GO TO EXT
           END-IF.
           MOVE 1 TO WK-SRL-IX.
           PERFORM WRITE-SRO-ONE-RTN
             UNTIL WK-SRL-IX > WK-SRL-CNT.
       EXT.
           EXIT.
      *
       WRITE-SRO-ONE-RTN   SECTION.
           MOVE WK-SRL-ENT (WK-SRL-IX) TO SRO-REC.
           WRITE SRO-REC.
           ADD 1 TO WK-SRL-IX.
       EXT.
           EXIT.
      *
       WRITE-RDP-RTN       SECTION.
           MOVE SPACE TO RDP-REC.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF RETURN-CODE NOT = RC-ABEND
             AND WK-SRL-MODE-FLG = "Y"
             PERFORM WRITE-SRO-RTN
           END-IF.
           IF WK-RIN-FILE-ERR = "00"
             CLOSE RIN-FILE
           END-IF.
           IF WK-SHO-FILE-ERR = "00"
             CLOSE SHO-FILE
           END-IF.
           IF WK-SRL-FILE-ERR = "00"
             CLOSE SRL-FILE
           END-IF.
           IF WK-SRO-FILE-ERR = "00"
             CLOSE SRO-FILE
           END-IF.
           IF WK-RSN-FILE-ERR = "00"
             CLOSE RSN-FILE
           END-IF.
