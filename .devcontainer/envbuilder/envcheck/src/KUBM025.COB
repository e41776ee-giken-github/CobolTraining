      *                    マスタで得意先マスタ保守を許可されていない
      *                    場合は保守を適用せず異常終了する。実行履歴
      *                    (RUNHIST)へはオペレータIDを記録する
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：与信限度額(CFTOK-CREDIT-LIMIT)の変更は即時に
      *                  　反映せず、重要項目変更申請(PND、KCCFPND形式)
      *                  　へ追記して承認待ちとする(承認・反映は
      *                  　KCBM119)。追加時の与信限度額もZEROで登録し
      *                  　申請とする。申請はKCBS070でマスタ変更履歴
      *                  　ジャーナルへ処置"P"で記録する
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：得意先マスタの拡張(LRECL=238)に合わせて新
      *                  　マスタ・マスタテーブル・編集域を238バイトに
      *                  　広げ、本プログラムで保守しない項目も現行の
      *                  　値のまま書き戻すようにした。申請のマスタ変更
      *                  　履歴の変更前イメージはマスタ全体ではなく得意
      *                  　先コードと現行の与信限度額とする(マスタが
      *                  　変更履歴のイメージ長を超えるため)
      ******************************************************************
      *    トランザクションファイル(TMF-FILE)の追加・変更・削除指示で
      *    得意先マスタを保守する(KSBM030と同じトランザクション方式)。
           SELECT EXF-FILE
             ASSIGN TO EXTERNAL EXF
               FILE STATUS IS WK-EXF-FILE-ERR.
           SELECT PND-FILE
             ASSIGN TO EXTERNAL PND
               FILE STATUS IS WK-PND-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       01  JCF-REC.
           COPY KJCF011.
       FD  TKO-FILE.
       01  TKO-REC                     PIC X(238).
       FD  EXF-FILE.
       01  EXF-REC                     PIC X(80).
       FD  PND-FILE.
       01  PND-REC.
           COPY KCCFPND.
      *
       WORKING-STORAGE                 SECTION.
           COPY KSTDRC.
       01  WK-JCF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-TKO-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-EXF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-PND-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  TMF-END-FLG                 PIC X VALUE "N".
       01  TOK-END-FLG                 PIC X.
       01  JCF-END-FLG                 PIC X.
       01  DEL-CNT                     PIC 9(10) VALUE ZERO.
       01  EXF-CNT                     PIC 9(10) VALUE ZERO.
       01  TKO-CNT                     PIC 9(10) VALUE ZERO.
       01  PND-CNT                     PIC 9(10) VALUE ZERO.
      *
      *得意先マスタテーブル（全件読込・適用後に全件書き戻す。
      *WK-TOK-DEL-FLGが"Y"の行は書き戻さない＝削除）
       01  WK-TOK-TBL.
           03  WK-TOK-CNT              PIC 9(5) VALUE ZERO.
           03  WK-TOK-ENT              OCCURS 9999 TIMES.
             05  WK-TOK-IMAGE          PIC X(238).
             05  WK-TOK-DEL-FLG        PIC X(1).
       01  WK-TOK-IDX                  PIC 9(5) VALUE ZERO.
       01  WK-TOK-HIT-IDX              PIC 9(5) VALUE ZERO.
           03  TKW-STATUS              PIC  X(01).
             88  TKW-ACTIVE            VALUE "1".
             88  TKW-CLOSED            VALUE "9".
           03  TKW-KAISHU-HOHO         PIC  X(01).
           03  TKW-SEIKYU-TOKU-COD     PIC  X(04).
           03  TKW-COUNTRY-COD         PIC  X(02).
           03  TKW-INCOTERMS           PIC  X(03).
           03  TKW-EMAIL-ADDR          PIC  X(40).
           03  TKW-KANA-MEI            PIC  X(30).
           03  TKW-BANK-COD            PIC  X(04).
           03  TKW-SHITEN-COD          PIC  X(03).
           03  TKW-KOZA-NO             PIC  X(07).
           03  TKW-TEL-NO              PIC  X(13).
      *    以下は本プログラムでは保守しない項目(変更・削除では現行の
      *    値をそのまま書き戻し、追加では未設定の値で登録する)
           03  TKW-TERMS-COD           PIC  X(02).
           03  TKW-SHIME-COD           PIC  X(02).
           03  TKW-BILL-BASIS          PIC  X(01).
           03  TKW-TANTO-COD           PIC  X(03).
           03  TKW-FORWARD-TOKU        PIC  X(04).
           03  TKW-REGION-COD          PIC  X(02).
           03  TKW-FREE-SHIP-GAKU      PIC S9(09).
           03  TKW-PRIORITY            PIC  9(01).
           03  TKW-KANNO-KBN           PIC  X(01).
           03  TKW-DAITAI-KBN          PIC  X(01).
           03  TKW-MENKYO-KIGEN        PIC  9(08).
           03  TKW-JUCHU-GENDO         PIC  9(09).
           03  TKW-UKEIRE-YOBI         PIC  X(07).
           03  TKW-UKEIRE-FROM         PIC  9(04).
           03  TKW-UKEIRE-TO           PIC  9(04).
           03  TKW-ZANKIGEN-RITSU      PIC  9(03).
      *
      *変更前の与信限度額（変更申請の判定用）
       01  WK-OLD-CREDIT-LIMIT         PIC S9(09) VALUE ZERO.
      *
      *マスタ変更履歴記録(KCBS070)呼出用
           COPY KCBS070P.
      *与信限度額申請の変更前イメージ（得意先コードと現行の与信限度額）
       01  WK-MCJ-GENDO.
           03  WK-MCJ-GENDO-TOKU-COD   PIC  X(04).
           03  WK-MCJ-GENDO-LIMIT      PIC S9(09) PACKED-DECIMAL.
      *
      *受注の残る得意先テーブル（削除ガード用）
       01  WK-ORD-TBL.
               MOVE "Y" TO TMF-END-FLG
             END-IF
           END-IF.
      *
      *    重要項目変更申請は追記する（初回はファイルが無いため
      *    EXTENDできないときだけOUTPUTで作成する）
           IF TMF-END-FLG NOT = "Y"
             OPEN EXTEND PND-FILE
             IF WK-PND-FILE-ERR NOT = 00
               OPEN OUTPUT PND-FILE
             END-IF
             IF WK-PND-FILE-ERR NOT = 00
               DISPLAY "*** KUBM025 ABEND NOT PND-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "Y" TO TMF-END-FLG
             END-IF
           END-IF.
      *
           IF TMF-END-FLG NOT = "Y"
             PERFORM LOAD-TOK-RTN
             GO TO EXI
           END-IF.
           MOVE SPACE TO WK-TOK-WORK.
           MOVE ZERO TO TKW-FREE-SHIP-GAKU TKW-PRIORITY
                        TKW-MENKYO-KIGEN TKW-JUCHU-GENDO
                        TKW-UKEIRE-FROM TKW-UKEIRE-TO
                        TKW-ZANKIGEN-RITSU.
           PERFORM EDIT-TOK-RTN.
      *    与信限度額はZEROで登録し、指定額は承認待ちの申請とする
           MOVE ZERO TO WK-OLD-CREDIT-LIMIT.
           MOVE ZERO TO TKW-CREDIT-LIMIT.
           IF TMF-CREDIT-LIMIT NOT = ZERO
             PERFORM WRITE-PND-GENDO-RTN
           END-IF.
           ADD 1 TO WK-TOK-CNT.
           MOVE WK-TOK-WORK TO WK-TOK-IMAGE (WK-TOK-CNT).
           MOVE SPACE TO WK-TOK-DEL-FLG (WK-TOK-CNT).
             PERFORM WRITE-EXCEPTION-RTN
             GO TO EXI
           END-IF.
           MOVE WK-TOK-IMAGE (WK-TOK-HIT-IDX) TO WK-TOK-WORK.
           MOVE TKW-CREDIT-LIMIT TO WK-OLD-CREDIT-LIMIT.
           PERFORM EDIT-TOK-RTN.
      *    与信限度額の変更は現行の額のまま承認待ちの申請とする
           IF TMF-CREDIT-LIMIT NOT = WK-OLD-CREDIT-LIMIT
             MOVE WK-OLD-CREDIT-LIMIT TO TKW-CREDIT-LIMIT
             PERFORM WRITE-PND-GENDO-RTN
           END-IF.
           MOVE WK-TOK-WORK TO WK-TOK-IMAGE (WK-TOK-HIT-IDX).
           ADD 1 TO CHG-CNT.
       EXI.
       EXI.
           EXIT.
      ******************************************************************
      *    与信限度額変更申請処理（申請ファイルへ追記し、マスタ変更
      *    履歴ジャーナルへ処置"P"で記録する。変更前イメージは現行
      *    のマスタ、変更後イメージは申請レコード）
      ******************************************************************
       WRITE-PND-GENDO-RTN             SECTION.
           MOVE SPACE TO PND-REC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CFPND-SHINSEI-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CFPND-SHINSEI-TIME.
           MOVE "TOK" TO CFPND-RESOURCE.
           MOVE TMF-TOKU-COD TO CFPND-KEY.
           MOVE "G" TO CFPND-KOMOKU.
           MOVE WK-OPERATOR-ID TO CFPND-SHINSEI-OPE-ID.
           MOVE "KUBM025" TO CFPND-SHINSEI-PGM-ID.
           MOVE TMF-CREDIT-LIMIT TO CFPND-NEW-GENDO.
           MOVE WK-OLD-CREDIT-LIMIT TO CFPND-OLD-GENDO.
           WRITE PND-REC.
           ADD 1 TO PND-CNT.
      *
           MOVE "W" TO MCJ-FUNCTION.
           MOVE WK-OPERATOR-ID TO MCJ-OPE-ID.
           MOVE "KUBM025" TO MCJ-PGM-ID.
           MOVE "KCCFTOK" TO MCJ-RESOURCE.
           MOVE "P" TO MCJ-ACTION.
           MOVE TMF-TOKU-COD TO MCJ-KEY.
           MOVE TMF-TOKU-COD TO WK-MCJ-GENDO-TOKU-COD.
           MOVE WK-OLD-CREDIT-LIMIT TO WK-MCJ-GENDO-LIMIT.
           MOVE WK-MCJ-GENDO TO MCJ-BEFORE-IMAGE.
           MOVE PND-REC TO MCJ-AFTER-IMAGE.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KCBS070" USING KCBS070-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF MCJ-ERR-YES
             DISPLAY "*** KUBM025 WARNING MCJ WRITE FAILED "
               TMF-TOKU-COD
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    受注残検索処理
      ******************************************************************
       FIND-ORDER-RTN                  SECTION.
           IF WK-EXF-FILE-ERR = 00
             CLOSE EXF-FILE
           END-IF.
           IF WK-PND-FILE-ERR = 00
             CLOSE PND-FILE
           END-IF.
           MOVE "X" TO MCJ-FUNCTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KCBS070" USING KCBS070-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           DISPLAY "*** KUBM025 MAINT=" MAINT-CNT.
           DISPLAY "*** KUBM025 ADD=" ADD-CNT.
           DISPLAY "*** KUBM025 CHG=" CHG-CNT.
           DISPLAY "*** KUBM025 DEL=" DEL-CNT.
           DISPLAY "*** KUBM025 TKO=" TKO-CNT.
           DISPLAY "*** KUBM025 EXF=" EXF-CNT.
           DISPLAY "*** KUBM025 PND=" PND-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM025 END ***".
       EXI.
