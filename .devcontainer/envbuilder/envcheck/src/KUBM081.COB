      *    サブシステム名：受注
      *    プログラム名　：バックオーダー管理・再引当
      *    作成日/作成者 ：２０２６年０８月２２日　システム技研
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：バックオーダー・引当不足の決済方法(代金引換
      *                  　"D")を再引当結果(CFALF-KESSAI-KBN)と翌日分
      *                  　バックオーダーへ引き継ぐ
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：完納待ち(CFSFF-KANNO-FLG・CFBOF-KANNO-FLG)
      *                  　の明細は受注単位で再引当し、全明細が在庫残
      *                  　で満たせる場合のみ引き当てる。1明細でも不足
      *                  　すれば受注ごと全量を翌日分へ持ち越し、仮に
      *                  　確保した在庫は後続の明細へ戻す
      ******************************************************************
      *    前回までのバックオーダー(BOF-FILE)と当日の引当不足
      *    (SFF-FILE)を先着順(発生日・受注番号順)に並べ、入荷反映後の
           03  BOSD-TOKU-COD            PIC X(04).
           03  BOSD-SHOHIN-NO           PIC X(05).
           03  BOSD-ZAN-SURYO           PIC 9(05).
           03  BOSD-KESSAI-KBN          PIC X(01).
           03  BOSD-KANNO-FLG           PIC X(01).
       FD  BOW-FILE.
       01  BOW-REC.
           03  BOW-ENTRY-DATE           PIC 9(08).
           03  BOW-TOKU-COD             PIC X(04).
           03  BOW-SHOHIN-NO            PIC X(05).
           03  BOW-ZAN-SURYO            PIC 9(05).
           03  BOW-KESSAI-KBN           PIC X(01).
           03  BOW-KANNO-FLG            PIC X(01).
       FD  BOS-FILE.
       01  BOS-REC.
           03  BOS-ENTRY-DATE           PIC 9(08).
           03  BOS-TOKU-COD             PIC X(04).
           03  BOS-SHOHIN-NO            PIC X(05).
           03  BOS-ZAN-SURYO            PIC 9(05).
           03  BOS-KESSAI-KBN           PIC X(01).
           03  BOS-KANNO-FLG            PIC X(01).
      *
       WORKING-STORAGE                 SECTION.
           COPY KSTDRC.
      *再引当処理用
       01  WK-HIKIATE-SURYO            PIC 9(5) VALUE ZERO.
       01  WK-FUSOKU-SURYO             PIC 9(5) VALUE ZERO.
       01  WK-BRP-KANNO-FLG            PIC X(1) VALUE "N".
       01  KANNO-HORYU-CNT             PIC 9(10) VALUE ZERO.
      *
      *完納待ち受注の明細退避テーブル（1受注分のソート済み明細と
      *仮に確保した在庫残テーブルの添字。ZEROは未確保）
       01  WK-KNO-TBL.
           03  WK-KNO-CNT              PIC 9(3) VALUE ZERO.
           03  WK-KNO-ENT              OCCURS 99 TIMES.
             05  WK-KNO-BOS-IMG        PIC X(36).
             05  WK-KNO-ZAIKO-IDX      PIC 9(5).
       01  WK-KNO-IX                   PIC 9(3) VALUE ZERO.
       01  WK-KNO-JUCHU-NO             PIC 9(4) VALUE ZERO.
       01  WK-KNO-ENTRY-DATE           PIC 9(8) VALUE ZERO.
       01  WK-KNO-HORYU-FLG            PIC X(1) VALUE "N".
       01  WK-KNO-WORK-IDX             PIC 9(5) VALUE ZERO.
      *先読みした次の明細（完納待ち受注の処理後に戻す）
       01  WK-BOS-SAVE                 PIC X(36) VALUE SPACE.
      *
      *状況報告見出し行
       01  WK-TITLE.
           MOVE CFBOF-TOKU-COD TO BOW-TOKU-COD.
           MOVE CFBOF-SHOHIN-NO TO BOW-SHOHIN-NO.
           MOVE CFBOF-ZAN-SURYO TO BOW-ZAN-SURYO.
           MOVE CFBOF-KESSAI-KBN TO BOW-KESSAI-KBN.
           MOVE CFBOF-KANNO-FLG TO BOW-KANNO-FLG.
           WRITE BOW-REC.
           PERFORM READ-BOF-RTN.
       EXI.
           MOVE CFSFF-TOKU-COD TO BOW-TOKU-COD.
           MOVE CFSFF-SHOHIN-NO TO BOW-SHOHIN-NO.
           MOVE CFSFF-ZAN-SURYO TO BOW-ZAN-SURYO.
           MOVE CFSFF-KESSAI-KBN TO BOW-KESSAI-KBN.
           MOVE CFSFF-KANNO-FLG TO BOW-KANNO-FLG.
           WRITE BOW-REC.
           PERFORM READ-SFF-RTN.
       EXI.
      *    バックオーダーへ。結果は状況報告へ印字する）
      ******************************************************************
       REALLOCATE-ONE-RTN              SECTION.
      *    完納待ちの明細は受注単位でまとめて再引当する
           IF BOS-KANNO-FLG = "Y"
             PERFORM KANNO-JUCHU-RTN
             GO TO EXI
           END-IF.
           PERFORM FIND-ZAIKO-RTN.
           IF WK-ZAIKO-FOUND-FLG = "N"
             MOVE ZERO TO WK-HIKIATE-SURYO
       EXI.
           EXIT.
      ******************************************************************
      *    完納待ち受注の再引当処理（同じ発生日・受注番号の明細を
      *    退避して仮に確保し、全明細がそろえば引き当てる。1明細でも
      *    不足すれば仮確保分を在庫残へ戻し、受注ごと持ち越す）
      ******************************************************************
       KANNO-JUCHU-RTN                 SECTION.
           MOVE ZERO TO WK-KNO-CNT.
           MOVE "N" TO WK-KNO-HORYU-FLG.
           MOVE BOS-JUCHU-NO TO WK-KNO-JUCHU-NO.
           MOVE BOS-ENTRY-DATE TO WK-KNO-ENTRY-DATE.
           PERFORM KANNO-TAIHI-RTN
             UNTIL BOS-END-FLG = "Y"
                OR BOS-KANNO-FLG NOT = "Y"
                OR BOS-JUCHU-NO NOT = WK-KNO-JUCHU-NO
                OR BOS-ENTRY-DATE NOT = WK-KNO-ENTRY-DATE.
           MOVE BOS-REC TO WK-BOS-SAVE.
      *
           MOVE 1 TO WK-KNO-IX.
           PERFORM KANNO-KARI-RTN UNTIL WK-KNO-IX > WK-KNO-CNT.
           IF WK-KNO-HORYU-FLG = "Y"
             ADD 1 TO KANNO-HORYU-CNT
           END-IF.
           MOVE 1 TO WK-KNO-IX.
           PERFORM KANNO-KEKKA-RTN UNTIL WK-KNO-IX > WK-KNO-CNT.
      *
           MOVE WK-BOS-SAVE TO BOS-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    完納待ち明細退避処理（99明細を超える分はそのまま持ち越す）
      ******************************************************************
       KANNO-TAIHI-RTN                 SECTION.
           IF WK-KNO-CNT >= 99
             DISPLAY "*** KUBM081 WARNING KANNO LINES OVER 99 JUCHU-NO="
               BOS-JUCHU-NO
             MOVE "Y" TO WK-KNO-HORYU-FLG
             MOVE ZERO TO WK-HIKIATE-SURYO
             MOVE BOS-ZAN-SURYO TO WK-FUSOKU-SURYO
             PERFORM WRITE-BON-RTN
             PERFORM READ-BOS-RTN
             GO TO EXI
           END-IF.
           ADD 1 TO WK-KNO-CNT.
           MOVE BOS-REC TO WK-KNO-BOS-IMG (WK-KNO-CNT).
           MOVE ZERO TO WK-KNO-ZAIKO-IDX (WK-KNO-CNT).
           PERFORM READ-BOS-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    完納待ち明細一件分の仮確保処理（明細の全量を満たせる場合
      *    のみ確保する）
      ******************************************************************
       KANNO-KARI-RTN                  SECTION.
           MOVE WK-KNO-BOS-IMG (WK-KNO-IX) TO BOS-REC.
           PERFORM FIND-ZAIKO-RTN.
           IF WK-ZAIKO-FOUND-FLG = "Y"
             AND WK-ZAIKO-ZAN (WK-ZAIKO-IDX) >= BOS-ZAN-SURYO
             SUBTRACT BOS-ZAN-SURYO FROM WK-ZAIKO-ZAN (WK-ZAIKO-IDX)
             SET WK-KNO-ZAIKO-IDX (WK-KNO-IX) TO WK-ZAIKO-IDX
           ELSE
             MOVE "Y" TO WK-KNO-HORYU-FLG
           END-IF.
           ADD 1 TO WK-KNO-IX.
       EXI.
           EXIT.
      ******************************************************************
      *    完納待ち明細一件分の結果出力処理（受注ごと保留の場合は
      *    仮確保分を在庫残へ戻して全量を翌日分へ、全明細がそろった
      *    場合は再引当結果へ書き出す）
      ******************************************************************
       KANNO-KEKKA-RTN                 SECTION.
           MOVE WK-KNO-BOS-IMG (WK-KNO-IX) TO BOS-REC.
           MOVE WK-KNO-ZAIKO-IDX (WK-KNO-IX) TO WK-KNO-WORK-IDX.
           IF WK-KNO-HORYU-FLG = "Y"
             IF WK-KNO-WORK-IDX NOT = ZERO
               ADD BOS-ZAN-SURYO TO WK-ZAIKO-ZAN (WK-KNO-WORK-IDX)
             END-IF
             MOVE ZERO TO WK-HIKIATE-SURYO
             MOVE BOS-ZAN-SURYO TO WK-FUSOKU-SURYO
             PERFORM WRITE-BON-RTN
             MOVE "Y" TO WK-BRP-KANNO-FLG
           ELSE
             MOVE "Y" TO WK-ZAIKO-FOUND-FLG
             SET WK-ZAIKO-IDX TO WK-KNO-WORK-IDX
             MOVE BOS-ZAN-SURYO TO WK-HIKIATE-SURYO
             MOVE ZERO TO WK-FUSOKU-SURYO
             PERFORM WRITE-RAF-RTN
           END-IF.
           PERFORM WRITE-BRP-RTN.
           MOVE "N" TO WK-BRP-KANNO-FLG.
           ADD 1 TO WK-KNO-IX.
       EXI.
           EXIT.
      ******************************************************************
      *    在庫残テーブル検索処理
      ******************************************************************
       FIND-ZAIKO-RTN                  SECTION.
           MOVE WK-HIKIATE-SURYO TO CFALF-SURYO.
           MOVE BOS-JUCHU-DATE TO CFALF-JUCHU-DATE.
           MOVE WK-SHIP-DATE TO CFALF-SHIP-DATE.
           MOVE BOS-KESSAI-KBN TO CFALF-KESSAI-KBN.
           MOVE SPACE TO CFALF-CHUMON-SHOHIN-NO.
           WRITE RAF-REC.
           ADD 1 TO RAF-CNT.
       EXI.
           MOVE BOS-SHOHIN-NO TO CFBOF-SHOHIN-NO.
           MOVE WK-FUSOKU-SURYO TO CFBOF-ZAN-SURYO.
           MOVE BOS-ENTRY-DATE TO CFBOF-ENTRY-DATE.
           MOVE BOS-KESSAI-KBN TO CFBOF-KESSAI-KBN.
           MOVE BOS-KANNO-FLG TO CFBOF-KANNO-FLG.
           MOVE BOF-REC TO BON-REC.
           WRITE BON-REC.
           ADD 1 TO BON-CNT.
           MOVE BOS-ZAN-SURYO TO WK-ML-ZAN-SURYO.
           MOVE BOS-ENTRY-DATE TO WK-ML-ENTRY-DATE.
           EVALUATE TRUE
             WHEN WK-BRP-KANNO-FLG = "Y"
               MOVE "完納待ち" TO WK-ML-JOKYO
             WHEN WK-FUSOKU-SURYO = ZERO
               MOVE "引当済" TO WK-ML-JOKYO
             WHEN WK-HIKIATE-SURYO > ZERO
           DISPLAY "*** KUBM081 RAF=" RAF-CNT.
           DISPLAY "*** KUBM081 BON=" BON-CNT.
           DISPLAY "*** KUBM081 BRP=" BRP-CNT.
           DISPLAY "*** KUBM081 KANNO-HORYU=" KANNO-HORYU-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM081 END ***".
       EXI.
