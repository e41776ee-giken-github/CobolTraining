      *                 あわせて、回答日を過ぎても入荷しない発注と、
      *                 リードタイムを過ぎても回答の無い発注を仕入先
      *                 別にまとめた遅延アラート(RPT)を印字する。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：入荷ＡＳＮ登録簿(KCCFASN。入荷ＡＳＮ取込KSBM141
      *                 が追加する)に入荷待ちの出荷案内がある発注行
      *                 は、入荷予定をＡＳＮの入荷予定日・出荷数量の
      *                 行(CFERF-ASN-ARI)とし、発注残がＡＳＮを超える
      *                 分だけを従来の予定日の行として書き出すように
      *                 した(入荷予定の作り直しでＡＳＮの内容が失われ
      *                 ないため)。出荷案内のある行は遅延アラートの
      *                 対象外とする(未着は入荷ＡＳＮ差異リスト
      *                 KSBM142が扱う)
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
           SELECT ERF-FILE
             ASSIGN TO EXTERNAL ERF
               FILE STATUS IS WK-ERF-FILE-ERR.
           SELECT ASF-FILE
             ASSIGN TO EXTERNAL ASF
               FILE STATUS IS WK-ASF-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
       FD  ERF-FILE.
       01  ERF-REC.
           COPY KCCFERF.
       FD  ASF-FILE.
       01  ASF-REC.
           COPY KCCFASN.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(90).
      *
       01  WK-SIR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-PFO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ERF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ASF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  KAI-END-FLG                 PIC  X(01) VALUE "N".
       01  POF-END-FLG                 PIC  X(01) VALUE "N".
       01  SIR-END-FLG                 PIC  X(01) VALUE "N".
       01  ASF-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
       01  WK-BASE-DAYS                PIC S9(09) VALUE ZERO.
      ******************************************************************
             05  WK-KAI-SHOHIN-NO      PIC  X(05).
             05  WK-KAI-KAITO-DATE     PIC  9(08).
      ******************************************************************
      *  入荷待ちの出荷案内テーブル(入荷ＡＳＮ登録簿)
      ******************************************************************
       01  WK-ASN-TBL.
           03  WK-ASN-CNT              PIC  9(04) VALUE ZERO.
           03  WK-ASN-ENT              OCCURS 2000 TIMES.
             05  WK-ASN-HATCHU-NO      PIC  9(06).
             05  WK-ASN-SHOHIN-NO      PIC  X(05).
             05  WK-ASN-SURYO          PIC  9(05).
             05  WK-ASN-YOTEI-DATE     PIC  9(08).
       01  WK-ASN-IX                   PIC  9(04) VALUE ZERO.
       01  WK-ASN-GOKEI                PIC S9(07) VALUE ZERO.
      ******************************************************************
      *  仕入先マスタ(リードタイム)テーブル
      ******************************************************************
       01  WK-SIR-TBL.
           MOVE "*** KSBM117 HATCHU CHIEN ALERT ***" TO RPT-REC.
           WRITE RPT-REC.
           PERFORM LOAD-SIR-RTN  UNTIL SIR-END-FLG = "Y".
           OPEN INPUT ASF-FILE.
           IF WK-ASF-FILE-ERR = "00"
             PERFORM LOAD-ASF-RTN  UNTIL ASF-END-FLG = "Y"
             CLOSE ASF-FILE
           END-IF.
           PERFORM READ-KAI-RTN.
       EXT.
           EXIT.
           MOVE CFSIR-LEADTIME-DAYS TO WK-SIR-LEADTIME (WK-SIR-IDX).
       EXT.
           EXIT.
      *
      *    入荷待ちの出荷案内だけを控える
       LOAD-ASF-RTN        SECTION.
           READ ASF-FILE
             AT END
               MOVE "Y" TO ASF-END-FLG
               GO TO EXT
           END-READ.
           IF NOT CFASN-NYUKA-MACHI
             GO TO EXT
           END-IF.
           IF WK-ASN-CNT >= 2000
             DISPLAY "!!! KSBM117 ABEND : ASN TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-ASN-CNT.
           MOVE CFASN-HATCHU-NO TO WK-ASN-HATCHU-NO (WK-ASN-CNT).
           MOVE CFASN-SHOHIN-NO TO WK-ASN-SHOHIN-NO (WK-ASN-CNT).
           MOVE CFASN-SHUKKA-SURYO TO WK-ASN-SURYO (WK-ASN-CNT).
           MOVE CFASN-NYUKA-YOTEI-DATE
             TO WK-ASN-YOTEI-DATE (WK-ASN-CNT).
       EXT.
           EXIT.
      *
       READ-KAI-RTN        SECTION.
           READ KAI-FILE
             COMPUTE WK-YOTEI-DATE =
               FUNCTION DATE-OF-INTEGER (WK-YOTEI-DAYS)
           END-IF.
      *    入荷待ちの出荷案内はＡＳＮの予定日・数量の行とする
           MOVE ZERO TO WK-ASN-GOKEI.
           PERFORM ASN-ERF-RTN
             VARYING WK-ASN-IX FROM 1 BY 1
             UNTIL WK-ASN-IX > WK-ASN-CNT.
           IF WK-ASN-GOKEI > ZERO
             IF WK-ZAN-SURYO > WK-ASN-GOKEI
               MOVE SPACE TO ERF-REC
               MOVE CFPOF-HATCHU-NO OF PFO-REC TO CFERF-HATCHU-NO
               MOVE CFPOF-SHOHIN-NO OF PFO-REC TO CFERF-SHOHIN-NO
               MOVE WK-YOTEI-DATE TO CFERF-YOTEI-DATE
               COMPUTE CFERF-YOTEI-SURYO = WK-ZAN-SURYO - WK-ASN-GOKEI
               WRITE ERF-REC
               ADD 1 TO WK-ERF-CNT
             END-IF
             GO TO EXT
           END-IF.
           MOVE SPACE TO ERF-REC.
           MOVE CFPOF-HATCHU-NO OF PFO-REC TO CFERF-HATCHU-NO.
           MOVE CFPOF-SHOHIN-NO OF PFO-REC TO CFERF-SHOHIN-NO.
           END-IF.
       EXT.
           EXIT.
      *
       ASN-ERF-RTN         SECTION.
           IF WK-ASN-HATCHU-NO (WK-ASN-IX)
                NOT = CFPOF-HATCHU-NO OF PFO-REC
            OR WK-ASN-SHOHIN-NO (WK-ASN-IX)
                NOT = CFPOF-SHOHIN-NO OF PFO-REC
             GO TO EXT
           END-IF.
           ADD WK-ASN-SURYO (WK-ASN-IX) TO WK-ASN-GOKEI.
           MOVE SPACE TO ERF-REC.
           MOVE WK-ASN-HATCHU-NO (WK-ASN-IX) TO CFERF-HATCHU-NO.
           MOVE WK-ASN-SHOHIN-NO (WK-ASN-IX) TO CFERF-SHOHIN-NO.
           MOVE WK-ASN-YOTEI-DATE (WK-ASN-IX) TO CFERF-YOTEI-DATE.
           MOVE WK-ASN-SURYO (WK-ASN-IX) TO CFERF-YOTEI-SURYO.
           MOVE "A" TO CFERF-ASN-KBN.
           WRITE ERF-REC.
           ADD 1 TO WK-ERF-CNT.
       EXT.
           EXIT.
      *
      *    遅延アラートの積み上げ(区分："K"=回答日超過
      *    "M"=リードタイム超過・未回答)
