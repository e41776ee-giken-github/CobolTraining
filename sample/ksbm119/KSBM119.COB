      *                 納期遵守率、充足率(入荷数量÷発注数量)、分納
      *                 回数。仕入先ごとの明細と、納期遵守率の降順の
      *                 ランキングを印字する。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：仕入返品(KSBM123)の返品出庫(参照"RT-"＋発注
      *                 番号)を発注明細へ突合し、仕入先ごとの返品
      *                 数量と返品率(返品数量÷入荷数量)を印字する。
      *                 あわせて入庫の参照は入荷検収(KSBM060)が書く
      *                 "PO-"＋発注番号の形式も受け付けるようにした
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：入荷ＡＳＮ登録簿(KCCFASN。入荷ＡＳＮ差異リスト
      *                 KSBM142が状態を確定する)がある場合は、仕入先
      *                 ごとに検収が確定したＡＳＮの件数と、そのうち
      *                 差異・未着となった件数を印字する。あわせて
      *                 明細行・ランキング行の項目見出しが空白で消え
      *                 ていたのを直した
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：倉庫間移動の入庫(KSBM114。参照先頭6桁は移動
      *                 番号)を発注番号付きの入庫として突合しないよう
      *                 除外した
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
           SELECT SIR-FILE
             ASSIGN TO EXTERNAL SIR
               FILE STATUS IS WK-SIR-FILE-ERR.
           SELECT ASF-FILE
             ASSIGN TO EXTERNAL ASF
               FILE STATUS IS WK-ASF-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
       FD  SIR-FILE.
       01  SIR-REC.
           COPY KCCFSIR.
       FD  ASF-FILE.
       01  ASF-REC.
           COPY KCCFASN.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(150).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
       01  WK-POF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IDJ-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SIR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ASF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  POF-END-FLG                 PIC  X(01) VALUE "N".
       01  IDJ-END-FLG                 PIC  X(01) VALUE "N".
       01  SIR-END-FLG                 PIC  X(01) VALUE "N".
       01  ASF-END-FLG                 PIC  X(01) VALUE "N".
      ******************************************************************
      *  発注明細テーブル(入荷実績の突合先)
      ******************************************************************
             05  WK-POL-NYUKA-SURYO    PIC  9(05).
             05  WK-POL-LAST-NYUKA     PIC  9(08).
             05  WK-POL-NYUKA-KAISU    PIC  9(03).
             05  WK-POL-HENPIN-SURYO   PIC  9(05).
      ******************************************************************
      *  仕入先別集計テーブル
      ******************************************************************
             05  WK-SIR-NYUKA-GOKEI    PIC S9(09).
             05  WK-SIR-BUNNO-CNT      PIC  9(05).
             05  WK-SIR-ONTIME-PCT     PIC S9(03)V9(01).
             05  WK-SIR-HENPIN-GOKEI   PIC S9(09).
             05  WK-SIR-ASN-CNT        PIC  9(05).
             05  WK-SIR-ASN-SAGAKU     PIC  9(05).
       01  WK-IX                       PIC  9(05) VALUE ZERO.
       01  WK-JX                       PIC  9(05) VALUE ZERO.
       01  WK-MAX-IX                   PIC  9(05) VALUE ZERO.
       01  WK-LT-DAYS                  PIC S9(05) VALUE ZERO.
       01  WK-AVG-LT                   PIC S9(05)V9(01) VALUE ZERO.
       01  WK-FILL-PCT                 PIC S9(03)V9(01) VALUE ZERO.
       01  WK-HENPIN-PCT               PIC S9(03)V9(01) VALUE ZERO.
       01  WK-POF-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-ASN-CNT                  PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  印字用
      ******************************************************************
           03  WK-RPT-FILL             PIC  -ZZ9.9.
           03  FILLER                  PIC  X(07) VALUE " BUNNO=".
           03  WK-RPT-BUNNO            PIC  ZZZZ9.
           03  FILLER                  PIC  X(08) VALUE " HENPIN=".
           03  WK-RPT-HENPIN           PIC  ZZZZZZZZ9.
           03  FILLER                  PIC  X(09) VALUE " HENPIN%=".
           03  WK-RPT-HENPIN-PCT       PIC  -ZZ9.9.
           03  FILLER                  PIC  X(05) VALUE " ASN=".
           03  WK-RPT-ASN              PIC  ZZZZ9.
           03  FILLER                  PIC  X(12) VALUE " ASN-SAGAKU=".
           03  WK-RPT-ASN-SAGAKU       PIC  ZZZZ9.
       01  WK-RPT-RANK-LINE.
           03  FILLER                  PIC  X(05) VALUE "RANK=".
           03  WK-RPR-RANK             PIC  ZZZ9.
           MOVE "*** KSBM119 SHIIRESAKI HYOKA ***" TO RPT-REC.
           WRITE RPT-REC.
           PERFORM LOAD-SIR-RTN  UNTIL SIR-END-FLG = "Y".
      *    入荷ＡＳＮ登録簿は無ければＡＳＮなしとして扱う
           OPEN INPUT ASF-FILE.
           IF WK-ASF-FILE-ERR = "00"
             PERFORM LOAD-ASF-RTN  UNTIL ASF-END-FLG = "Y"
             CLOSE ASF-FILE
           END-IF.
       EXT.
           EXIT.
      *
           MOVE ZERO TO WK-SIR-NYUKA-GOKEI (WK-SIR-IDX).
           MOVE ZERO TO WK-SIR-BUNNO-CNT (WK-SIR-IDX).
           MOVE ZERO TO WK-SIR-ONTIME-PCT (WK-SIR-IDX).
           MOVE ZERO TO WK-SIR-HENPIN-GOKEI (WK-SIR-IDX).
           MOVE ZERO TO WK-SIR-ASN-CNT (WK-SIR-IDX).
           MOVE ZERO TO WK-SIR-ASN-SAGAKU (WK-SIR-IDX).
       EXT.
           EXIT.
      *
      *    検収が確定したＡＳＮ(一致・差異・未着)を仕入先ごとに数える
       LOAD-ASF-RTN        SECTION.
           READ ASF-FILE
             AT END
               MOVE "Y" TO ASF-END-FLG
               GO TO EXT
           END-READ.
           IF CFASN-NYUKA-MACHI
             GO TO EXT
           END-IF.
           ADD 1 TO WK-ASN-CNT.
           SET WK-SIR-IDX TO 1.
           IF WK-SIR-CNT = ZERO
             GO TO EXT
           END-IF.
           SEARCH WK-SIR-ENT
             AT END
               GO TO EXT
             WHEN WK-SIR-SUPPLIER-COD (WK-SIR-IDX)
                    = CFASN-SUPPLIER-COD
               CONTINUE
           END-SEARCH.
           ADD 1 TO WK-SIR-ASN-CNT (WK-SIR-IDX).
           IF CFASN-SAGAKU
            OR CFASN-MICHAKU
             ADD 1 TO WK-SIR-ASN-SAGAKU (WK-SIR-IDX)
           END-IF.
       EXT.
           EXIT.
      *
             TO WK-POL-NYUKA-SURYO (WK-POL-IDX).
           MOVE ZERO TO WK-POL-LAST-NYUKA (WK-POL-IDX).
           MOVE ZERO TO WK-POL-NYUKA-KAISU (WK-POL-IDX).
           MOVE ZERO TO WK-POL-HENPIN-SURYO (WK-POL-IDX).
       EXT.
           EXIT.
      *
      *    入庫実績(参照先頭6桁または"PO-"に続く6桁＝発注番号)と
      *    返品出庫(参照"RT-"＋発注番号)を発注明細へ突合する(倉庫間
      *    移動の入庫は参照が移動番号のため除く)
       LOAD-IDJ-RTN        SECTION.
           READ IDJ-FILE
             AT END
               MOVE "Y" TO IDJ-END-FLG
               GO TO EXT
           END-READ.
           EVALUATE TRUE
             WHEN CFIDJ-PGM-ID = "KSBM114"
               GO TO EXT
             WHEN CFIDJ-NYUKO AND CFIDJ-REF (1:3) = "PO-"
               MOVE CFIDJ-REF (4:6) TO WK-REF-HATCHU-X
             WHEN CFIDJ-NYUKO
               MOVE CFIDJ-REF (1:6) TO WK-REF-HATCHU-X
             WHEN CFIDJ-SYUKO AND CFIDJ-REF (1:3) = "RT-"
               MOVE CFIDJ-REF (4:6) TO WK-REF-HATCHU-X
             WHEN OTHER
               GO TO EXT
           END-EVALUATE.
           IF WK-REF-HATCHU-N IS NOT NUMERIC
             GO TO EXT
           END-IF.
              AND WK-POL-SHOHIN-NO (WK-POL-IDX) = CFIDJ-SHOHIN-NO
               CONTINUE
           END-SEARCH.
           IF CFIDJ-SYUKO
             ADD CFIDJ-SURYO TO WK-POL-HENPIN-SURYO (WK-POL-IDX)
             GO TO EXT
           END-IF.
           ADD 1 TO WK-POL-NYUKA-KAISU (WK-POL-IDX).
           IF CFIDJ-DATE > WK-POL-LAST-NYUKA (WK-POL-IDX)
             MOVE CFIDJ-DATE TO WK-POL-LAST-NYUKA (WK-POL-IDX)
           IF WK-POL-NYUKA-KAISU (WK-POL-IDX) > 1
             ADD 1 TO WK-SIR-BUNNO-CNT (WK-SIR-IDX)
           END-IF.
           ADD WK-POL-HENPIN-SURYO (WK-POL-IDX)
             TO WK-SIR-HENPIN-GOKEI (WK-SIR-IDX).
      *
           IF WK-POL-LAST-NYUKA (WK-POL-IDX) NOT = ZERO
             COMPUTE WK-LT-DAYS =
           EXIT.
      *
       PRINT-ONE-RTN       SECTION.
           INITIALIZE WK-RPT-LINE.
           MOVE WK-SIR-SUPPLIER-COD (WK-IX) TO WK-RPT-SUPPLIER-COD.
           MOVE WK-SIR-SUPPLIER-MEI (WK-IX) TO WK-RPT-SUPPLIER-MEI.
           IF WK-SIR-LT-KENSU (WK-IX) > ZERO
           END-IF.
           MOVE WK-FILL-PCT TO WK-RPT-FILL.
           MOVE WK-SIR-BUNNO-CNT (WK-IX) TO WK-RPT-BUNNO.
           MOVE WK-SIR-HENPIN-GOKEI (WK-IX) TO WK-RPT-HENPIN.
           IF WK-SIR-NYUKA-GOKEI (WK-IX) > ZERO
             COMPUTE WK-HENPIN-PCT ROUNDED =
               WK-SIR-HENPIN-GOKEI (WK-IX) * 100
               / WK-SIR-NYUKA-GOKEI (WK-IX)
           ELSE
             MOVE ZERO TO WK-HENPIN-PCT
           END-IF.
           MOVE WK-HENPIN-PCT TO WK-RPT-HENPIN-PCT.
           MOVE WK-SIR-ASN-CNT (WK-IX) TO WK-RPT-ASN.
           MOVE WK-SIR-ASN-SAGAKU (WK-IX) TO WK-RPT-ASN-SAGAKU.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           END-IF.
           MOVE "Y" TO WK-DONE-FLG (WK-MAX-IX).
           ADD 1 TO WK-RANK.
           INITIALIZE WK-RPT-RANK-LINE.
           MOVE WK-RANK TO WK-RPR-RANK.
           MOVE WK-SIR-SUPPLIER-COD (WK-MAX-IX)
             TO WK-RPR-SUPPLIER-COD.
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "POFCNT=" WK-POF-CNT.
           DISPLAY "ASNCNT=" WK-ASN-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM119 END ***".
       EXT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 2                     TO RUNHIS-CNT-CNT.
           MOVE "POFCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-POF-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "ASNCNT"              TO RUNHIS-CNT-LABEL (2).
           MOVE WK-ASN-CNT            TO RUNHIS-CNT-VALUE (2).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
