      *    削除は、商品マスタ(SHO-FILE)のCFSHO-SUPPLIER-CODから参照
      *    されている仕入先に対しては拒否し、例外リストへ出力する。
      ******************************************************************
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：口座変更指示("K")を追加。振込先口座情報
      *                  　(CFSIR-BANK-COD以降)を差し替え、振込不能
      *                  　結果取込(KSBM124)が立てた口座要修正の状態
      *                  　(CFSIR-KOZA-STATUS)を解除する
      ******************************************************************
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：適格請求書発行事業者の登録番号変更指示("T")
      *                  　を追加。登録番号・登録日を差し替える(SPACE
      *                  　指定で未登録に戻す)。追加("A")も登録番号を
      *                  　受け付ける。登録番号はKSBS020でチェック
      *                  　デジットを検査し、不正・登録日不正は例外行
      ******************************************************************
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：口座変更指示("K")は仕入先マスタへ即時に反映
      *                  　せず、重要項目変更申請(PND、KCCFPND形式)へ
      *                  　追記して承認待ちとする(口座の差し替えと
      *                  　口座要修正の解除は承認時にKCBM119が行う)。
      *                  　申請者は環境変数OPERATOR-IDで受け取り、
      *                  　未設定の口座変更は例外行とする。申請は
      *                  　KCBS070でマスタ変更履歴ジャーナルへ処置"P"
      *                  　で記録する
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
           SELECT EXF-FILE
             ASSIGN TO EXTERNAL EXF
               FILE STATUS IS WK-EXF-FILE-ERR.
           SELECT PND-FILE
             ASSIGN TO EXTERNAL PND
               FILE STATUS IS WK-PND-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  SRF-FILE.
       01  SRF-REC.
      *    SRF-ACTION ： "A"=追加  "C"=変更  "D"=削除  "K"=口座変更
      *                  "T"=登録番号変更
           03  SRF-ACTION               PIC  X(1).
             88  SRF-ADD                VALUE "A".
             88  SRF-CHANGE             VALUE "C".
             88  SRF-DELETE             VALUE "D".
             88  SRF-KOZA-CHANGE        VALUE "K".
             88  SRF-TOROKU-CHANGE      VALUE "T".
           03  SRF-SUPPLIER-COD         PIC  X(6).
           03  SRF-SUPPLIER-MEI         PIC  X(20).
           03  SRF-ADDRESS              PIC  X(40).
           03  SRF-CONTACT              PIC  X(20).
           03  SRF-LEADTIME-DAYS        PIC  9(3).
           03  SRF-STATUS               PIC  X(1).
      *    振込先口座情報(口座変更"K"のときだけ使用)
           03  SRF-BANK-COD             PIC  X(4).
           03  SRF-SHITEN-COD           PIC  X(3).
           03  SRF-KOZA-NO              PIC  X(7).
           03  SRF-KOZA-MEI             PIC  X(30).
      *    適格請求書発行事業者の登録番号("T"＋13桁)・登録日(追加"A"と
      *    登録番号変更"T"のときだけ使用。未登録はSPACE／ZERO)
           03  SRF-TOROKU-NO            PIC  X(14).
           03  SRF-TOROKU-DATE          PIC  9(8).
       FD  SIR-FILE.
       01  SIR-REC.
           COPY KCCFSIR.
           COPY KCCFSHO.
       FD  EXF-FILE.
       01  EXF-REC                      PIC X(80).
       FD  PND-FILE.
       01  PND-REC.
           COPY KCCFPND.
      *
       WORKING-STORAGE                 SECTION.
           COPY KSTDRC.
       01  WK-SIR-FILE-ERR              PIC X(2) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR              PIC X(2) VALUE HIGH-VALUE.
       01  WK-EXF-FILE-ERR              PIC X(2) VALUE HIGH-VALUE.
       01  WK-PND-FILE-ERR              PIC X(2) VALUE HIGH-VALUE.
       01  SRF-END-FLG                  PIC X VALUE "N".
       01  SHO-END-FLG                  PIC X.
       01  MAINT-CNT                    PIC 9(10) VALUE ZERO.
       01  ADD-CNT                      PIC 9(10) VALUE ZERO.
       01  CHG-CNT                      PIC 9(10) VALUE ZERO.
       01  DEL-CNT                      PIC 9(10) VALUE ZERO.
       01  KOZA-CNT                     PIC 9(10) VALUE ZERO.
       01  TOROKU-CNT                   PIC 9(10) VALUE ZERO.
       01  EXF-CNT                      PIC 9(10) VALUE ZERO.
      *
      *口座変更の申請者（環境変数OPERATOR-ID）
       01  WK-OPERATOR-ID               PIC X(5) VALUE SPACE.
       01  WK-SAVE-RTN-CODE             PIC 9(02) VALUE ZERO.
      *
      *マスタ変更履歴記録(KCBS070)呼出用
           COPY KCBS070P.
      *
      *商品マスタが参照する仕入先コードテーブル（削除ガード用）
       01  WK-REF-TBL.
           03  WK-REF-CNT               PIC 9(5) VALUE ZERO.
             05  WK-REF-SUPPLIER-COD   PIC X(6).
       01  WK-REF-FOUND-FLG             PIC X(1).
      *
      *登録番号検査(KSBS020)呼出用
           COPY KSBS020-PARAMS.
       01  WK-TOROKU-OK-FLG             PIC X(1).
      *
      *例外明細(追加時の重複、変更/削除時の該当なし、参照中の削除)
       01  WK-EXCEPTION.
           03  FILLER                   PIC X(17) VALUE
               MOVE "Y" TO SRF-END-FLG
             END-IF
           END-IF.
      *
      *    重要項目変更申請は追記する（初回はファイルが無いため
      *    EXTENDできないときだけOUTPUTで作成する）
           IF SRF-END-FLG NOT = "Y"
             OPEN EXTEND PND-FILE
             IF WK-PND-FILE-ERR NOT = 00
               OPEN OUTPUT PND-FILE
             END-IF
             IF WK-PND-FILE-ERR NOT = 00
               DISPLAY "*** KSBM050 ABEND NOT PND-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "Y" TO SRF-END-FLG
             END-IF
           END-IF.
      *
           DISPLAY "OPERATOR-ID" UPON ENVIRONMENT-NAME.
           ACCEPT WK-OPERATOR-ID FROM ENVIRONMENT-VALUE.
      *
           IF SRF-END-FLG NOT = "Y"
             PERFORM LOAD-REF-RTN
               PERFORM CHANGE-RTN
             WHEN SRF-DELETE
               PERFORM DELETE-RTN
             WHEN SRF-KOZA-CHANGE
               PERFORM KOZA-CHANGE-RTN
             WHEN SRF-TOROKU-CHANGE
               PERFORM TOROKU-CHANGE-RTN
             WHEN OTHER
               MOVE "INVALID SRF-ACTION CODE" TO WK-EXC-REASON
               PERFORM WRITE-EXCEPTION-RTN
      *    仕入先マスタ追加処理（既存コードとの重複は例外行）
      ******************************************************************
       ADD-RTN                         SECTION.
           PERFORM CHECK-TOROKU-RTN.
           IF WK-TOROKU-OK-FLG NOT = "Y"
             GO TO EXI
           END-IF.
      *
           MOVE SPACE TO SIR-REC.
           MOVE SRF-SUPPLIER-COD TO CFSIR-SUPPLIER-COD.
           MOVE SRF-SUPPLIER-MEI TO CFSIR-SUPPLIER-MEI.
           MOVE SRF-ADDRESS TO CFSIR-ADDRESS.
           MOVE SRF-CONTACT TO CFSIR-CONTACT.
           MOVE SRF-LEADTIME-DAYS TO CFSIR-LEADTIME-DAYS.
           MOVE SRF-STATUS TO CFSIR-STATUS.
           MOVE SRF-TOROKU-NO TO CFSIR-TOROKU-NO.
           MOVE SRF-TOROKU-DATE TO CFSIR-TOROKU-DATE.
      *
           WRITE SIR-REC
             INVALID KEY
       EXI.
           EXIT.
      ******************************************************************
      *    振込先口座変更処理（マスタは変えず、変更申請を追記する。
      *    口座の差し替えと要修正の解除は承認時にKCBM119が行う）
      ******************************************************************
       KOZA-CHANGE-RTN                 SECTION.
           IF WK-OPERATOR-ID = SPACE
             MOVE "OPERATOR-ID NOT SET - KOZA REJECTED"
               TO WK-EXC-REASON
             PERFORM WRITE-EXCEPTION-RTN
             GO TO EXI
           END-IF.
           MOVE SRF-SUPPLIER-COD TO CFSIR-SUPPLIER-COD.
           READ SIR-FILE
             INVALID KEY
               MOVE "SUPPLIER-COD NOT FOUND - KOZA REJECTED"
                 TO WK-EXC-REASON
               PERFORM WRITE-EXCEPTION-RTN
             NOT INVALID KEY
               PERFORM WRITE-PND-KOZA-RTN
               ADD 1 TO KOZA-CNT
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    振込先口座変更申請処理（申請ファイルへ追記し、マスタ変更
      *    履歴ジャーナルへ処置"P"で記録する。変更前イメージは現行
      *    のマスタ、変更後イメージは申請レコード）
      ******************************************************************
       WRITE-PND-KOZA-RTN              SECTION.
           MOVE SPACE TO PND-REC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CFPND-SHINSEI-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO CFPND-SHINSEI-TIME.
           MOVE "SIR" TO CFPND-RESOURCE.
           MOVE SRF-SUPPLIER-COD TO CFPND-KEY.
           MOVE "K" TO CFPND-KOMOKU.
           MOVE WK-OPERATOR-ID TO CFPND-SHINSEI-OPE-ID.
           MOVE "KSBM050" TO CFPND-SHINSEI-PGM-ID.
           MOVE SRF-BANK-COD TO CFPND-NEW-BANK-COD.
           MOVE SRF-SHITEN-COD TO CFPND-NEW-SHITEN-COD.
           MOVE SRF-KOZA-NO TO CFPND-NEW-KOZA-NO.
           MOVE SRF-KOZA-MEI TO CFPND-NEW-KOZA-MEI.
           MOVE CFSIR-BANK-COD TO CFPND-OLD-BANK-COD.
           MOVE CFSIR-SHITEN-COD TO CFPND-OLD-SHITEN-COD.
           MOVE CFSIR-KOZA-NO TO CFPND-OLD-KOZA-NO.
           MOVE CFSIR-KOZA-MEI TO CFPND-OLD-KOZA-MEI.
           WRITE PND-REC.
      *
           MOVE "W" TO MCJ-FUNCTION.
           MOVE WK-OPERATOR-ID TO MCJ-OPE-ID.
           MOVE "KSBM050" TO MCJ-PGM-ID.
           MOVE "KCCFSIR" TO MCJ-RESOURCE.
           MOVE "P" TO MCJ-ACTION.
           MOVE SRF-SUPPLIER-COD TO MCJ-KEY.
           MOVE SIR-REC TO MCJ-BEFORE-IMAGE.
           MOVE PND-REC TO MCJ-AFTER-IMAGE.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KCBS070" USING KCBS070-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF MCJ-ERR-YES
             DISPLAY "*** KSBM050 WARNING MCJ WRITE FAILED "
               SRF-SUPPLIER-COD
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    登録番号変更処理（登録番号・登録日を差し替える）
      ******************************************************************
       TOROKU-CHANGE-RTN               SECTION.
           PERFORM CHECK-TOROKU-RTN.
           IF WK-TOROKU-OK-FLG NOT = "Y"
             GO TO EXI
           END-IF.
      *
           MOVE SRF-SUPPLIER-COD TO CFSIR-SUPPLIER-COD.
           READ SIR-FILE
             INVALID KEY
               MOVE "SUPPLIER-COD NOT FOUND - TOROKU REJECTED"
                 TO WK-EXC-REASON
               PERFORM WRITE-EXCEPTION-RTN
             NOT INVALID KEY
               MOVE SRF-TOROKU-NO TO CFSIR-TOROKU-NO
               MOVE SRF-TOROKU-DATE TO CFSIR-TOROKU-DATE
               REWRITE SIR-REC
               ADD 1 TO TOROKU-CNT
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    登録番号検査処理（未登録はSPACE／ZERO。登録番号はKSBS020で
      *    チェックデジットを検査し、登録日は年月日として検査する）
      ******************************************************************
       CHECK-TOROKU-RTN                SECTION.
           MOVE "Y" TO WK-TOROKU-OK-FLG.
           IF SRF-TOROKU-NO = SPACE
             IF SRF-TOROKU-DATE IS NUMERIC
              AND SRF-TOROKU-DATE = ZERO
               GO TO EXI
             END-IF
             MOVE "TOROKU-DATE WITHOUT TOROKU-NO"
               TO WK-EXC-REASON
             GO TO CHECK-NG
           END-IF.
      *
           MOVE "C" TO TRK-FUNCTION.
           MOVE SRF-TOROKU-NO TO TRK-TOROKU-NO.
           CALL "KSBS020" USING KSBS020-P1.
           IF TRK-ERR-YES
             MOVE "INVALID TOROKU-NO (CHECK DIGIT)"
               TO WK-EXC-REASON
             GO TO CHECK-NG
           END-IF.
      *
           IF SRF-TOROKU-DATE IS NOT NUMERIC
            OR SRF-TOROKU-DATE (5:2) < "01"
            OR SRF-TOROKU-DATE (5:2) > "12"
            OR SRF-TOROKU-DATE (7:2) < "01"
            OR SRF-TOROKU-DATE (7:2) > "31"
             MOVE "INVALID TOROKU-DATE" TO WK-EXC-REASON
             GO TO CHECK-NG
           END-IF.
           GO TO EXI.
       CHECK-NG.
           MOVE "N" TO WK-TOROKU-OK-FLG.
           PERFORM WRITE-EXCEPTION-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    仕入先マスタ削除処理（商品マスタから参照中の仕入先は削除
      *    せず例外行とする）
      ******************************************************************
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
           DISPLAY "*** KSBM050 MAINT=" MAINT-CNT.
           DISPLAY "*** KSBM050 ADD=" ADD-CNT.
           DISPLAY "*** KSBM050 CHG=" CHG-CNT.
           DISPLAY "*** KSBM050 DEL=" DEL-CNT.
           DISPLAY "*** KSBM050 KOZA=" KOZA-CNT.
           DISPLAY "*** KSBM050 TOROKU=" TOROKU-CNT.
           DISPLAY "*** KSBM050 EXF=" EXF-CNT.
           DISPLAY "*** KSBM050 END ***".
       EXI.
