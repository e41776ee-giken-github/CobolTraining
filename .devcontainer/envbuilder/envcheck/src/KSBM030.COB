      *                    場合は保守を適用せず異常終了する。あわせて
      *                    実行履歴(RUNHIST)へオペレータID付きで実行
      *                    記録を残すようにした
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：輸出書類用のHSコード(SMF-HS-COD)と原産国
      *                    (SMF-GENSANKOKU-COD)をCFSHO-HS-COD・
      *                    CFSHO-GENSANKOKU-CODへ引き継ぐ処理を追加
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：シリアル管理区分(SMF-SERIAL-KBN)を
      *                    CFSHO-SERIAL-KBNへ引き継ぐ処理を追加
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：販売単位(ケース入数・ボール入数・最小発注
      *                    単位)をCFSHO-CASE-IRISU・CFSHO-BALL-IRISU・
      *                    CFSHO-MIN-HACHU-TANIへ引き継ぐ処理を追加
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：商品ライフサイクル区分・適用開始日・発売日
      *                    (SMF-LIFE-KBN・SMF-LIFE-DATE・SMF-HATSUBAI-
      *                    DATE)をCFSHO-LIFE-KBN・CFSHO-LIFE-DATE・
      *                    CFSHO-HATSUBAI-DATEへ引き継ぐ処理を追加。
      *                    区分・日付の不正は例外とする。あわせて適用
      *                    した追加・変更・削除をKCBS070でマスタ変更
      *                    履歴へ記録するようにした
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：免許要区分(SMF-MENKYO-KBN)をCFSHO-MENKYO-
      *                    KBNへ引き継ぐ処理を追加。"Y"・空以外は例外
      *                    とする("N"は空として扱う)
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：賞味・使用期限の全期間日数(SMF-SHOMI-NISSU)
      *                    をCFSHO-SHOMI-NISSUへ引き継ぐ処理を追加。
      *                    数字以外は例外とする
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
           03  SMF-SUPPLIER-COD         PIC  X(6).
           03  SMF-CURRENCY-COD         PIC  X(3).
           03  SMF-ZEI-KBN              PIC  X(1).
      *    HSコード(輸出統計品目番号)と原産国(ISO 3166の2文字)
           03  SMF-HS-COD               PIC  X(10).
           03  SMF-GENSANKOKU-COD       PIC  X(2).
      *    シリアル管理区分("Y"=シリアル番号を1個ずつ管理)
           03  SMF-SERIAL-KBN           PIC  X(1).
      *    販売単位(ケース・ボールの入数と最小発注単位。ZEROは未設定)
           03  SMF-CASE-IRISU           PIC  9(5).
           03  SMF-BALL-IRISU           PIC  9(5).
           03  SMF-MIN-HACHU-TANI       PIC  9(5).
      *    商品ライフサイクル("N"=新規 空=販売中 "Y"=終売予定
      *    "E"=終売)と区分の適用開始日・発売日(ZEROは指定なし)
           03  SMF-LIFE-KBN             PIC  X(1).
           03  SMF-LIFE-DATE            PIC  9(8).
           03  SMF-HATSUBAI-DATE        PIC  9(8).
      *    免許要区分("Y"=販売に得意先の免許が必要な規制品)
           03  SMF-MENKYO-KBN           PIC  X(1).
      *    賞味・使用期限の全期間日数(ZEROは残存期間を問わない)
           03  SMF-SHOMI-NISSU          PIC  9(5).
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
                                       INDEXED BY WK-CAT-IDX.
             05  WK-CAT-TBL-COD        PIC X(3).
       01  WK-CAT-FOUND-FLG             PIC X(1).
       01  WK-LIFE-OK-FLG               PIC X(1).
       01  WK-MENKYO-OK-FLG             PIC X(1).
       01  WK-SHOMI-OK-FLG              PIC X(1).
      *
      *例外明細(追加時の重複、変更/削除時の該当なし)
       01  WK-EXCEPTION.
       01  WK-OPERATOR-ID               PIC X(5) VALUE SPACE.
           COPY KCBS030P.
      *
      *マスタ変更履歴(KCBS070)記録用（変更前・変更後の商品マスタ
      *レコードイメージ）
           COPY KCBS070P.
       01  WK-MCJ-ACTION                PIC X(1) VALUE SPACE.
       01  WK-MCJ-BEFORE                PIC X(119) VALUE SPACE.
       01  WK-MCJ-AFTER                 PIC X(119) VALUE SPACE.
      *
      *実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE         PIC 9(08) VALUE ZERO.
       EXI.
           EXIT.
      ******************************************************************
      *    ライフサイクル区分検証処理（区分はN・空・Y・E、適用開始日
      *    と発売日は数字であること）
      ******************************************************************
       VALIDATE-LIFE-RTN               SECTION.
           MOVE "Y" TO WK-LIFE-OK-FLG.
           IF SMF-LIFE-KBN NOT = "N" AND SMF-LIFE-KBN NOT = SPACE
             AND SMF-LIFE-KBN NOT = "Y" AND SMF-LIFE-KBN NOT = "E"
             MOVE "N" TO WK-LIFE-OK-FLG
           END-IF.
           IF SMF-LIFE-DATE NOT NUMERIC
             OR SMF-HATSUBAI-DATE NOT NUMERIC
             MOVE "N" TO WK-LIFE-OK-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    免許要区分検証処理（"Y"・空のみ。"N"は空に揃える）
      ******************************************************************
       VALIDATE-MENKYO-RTN             SECTION.
           MOVE "Y" TO WK-MENKYO-OK-FLG.
           IF SMF-MENKYO-KBN = "N"
             MOVE SPACE TO SMF-MENKYO-KBN
           END-IF.
           IF SMF-MENKYO-KBN NOT = "Y" AND SMF-MENKYO-KBN NOT = SPACE
             MOVE "N" TO WK-MENKYO-OK-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    賞味・使用期限日数検証処理（数字であること）
      ******************************************************************
       VALIDATE-SHOMI-RTN              SECTION.
           MOVE "Y" TO WK-SHOMI-OK-FLG.
           IF SMF-SHOMI-NISSU NOT NUMERIC
             MOVE "N" TO WK-SHOMI-OK-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    商品マスタ追加処理（既存のSHOHIN-NOとの重複は例外行）
      ******************************************************************
       ADD-RTN                         SECTION.
           PERFORM VALIDATE-LIFE-RTN.
           IF WK-LIFE-OK-FLG = "N"
             MOVE "INVALID LIFE-KBN/LIFE-DATE/HATSUBAI-DATE"
               TO WK-EXC-REASON
             PERFORM WRITE-EXCEPTION-RTN
             GO TO EXI
           END-IF.
           PERFORM VALIDATE-MENKYO-RTN.
           IF WK-MENKYO-OK-FLG = "N"
             MOVE "INVALID MENKYO-KBN" TO WK-EXC-REASON
             PERFORM WRITE-EXCEPTION-RTN
             GO TO EXI
           END-IF.
           PERFORM VALIDATE-SHOMI-RTN.
           IF WK-SHOMI-OK-FLG = "N"
             MOVE "INVALID SHOMI-NISSU" TO WK-EXC-REASON
             PERFORM WRITE-EXCEPTION-RTN
             GO TO EXI
           END-IF.
           MOVE SMF-SHOHIN-NO TO CFSHO-SHOHIN-NO.
           MOVE SMF-SHOHIN-MEI TO CFSHO-SHOHIN-MEI.
           MOVE SMF-TANKA TO CFSHO-TANKA.
           MOVE SMF-SUPPLIER-COD TO CFSHO-SUPPLIER-COD.
           MOVE SMF-CURRENCY-COD TO CFSHO-CURRENCY-COD.
           MOVE SMF-ZEI-KBN TO CFSHO-ZEI-KBN.
           MOVE SMF-HS-COD TO CFSHO-HS-COD.
           MOVE SMF-GENSANKOKU-COD TO CFSHO-GENSANKOKU-COD.
           MOVE SMF-SERIAL-KBN TO CFSHO-SERIAL-KBN.
           MOVE SMF-CASE-IRISU TO CFSHO-CASE-IRISU.
           MOVE SMF-BALL-IRISU TO CFSHO-BALL-IRISU.
           MOVE SMF-MIN-HACHU-TANI TO CFSHO-MIN-HACHU-TANI.
           MOVE SMF-LIFE-KBN TO CFSHO-LIFE-KBN.
           MOVE SMF-LIFE-DATE TO CFSHO-LIFE-DATE.
           MOVE SMF-HATSUBAI-DATE TO CFSHO-HATSUBAI-DATE.
           MOVE SMF-MENKYO-KBN TO CFSHO-MENKYO-KBN.
           MOVE SMF-SHOMI-NISSU TO CFSHO-SHOMI-NISSU.
      *
           WRITE SHO-REC
             INVALID KEY
               PERFORM WRITE-EXCEPTION-RTN
             NOT INVALID KEY
               ADD 1 TO ADD-CNT
               MOVE "A" TO WK-MCJ-ACTION
               MOVE SPACE TO WK-MCJ-BEFORE
               MOVE SHO-REC TO WK-MCJ-AFTER
               PERFORM WRITE-MCJ-RTN
           END-WRITE.
       EXI.
           EXIT.
      *    商品マスタ変更処理（対象SHOHIN-NOが無い場合は例外行）
      ******************************************************************
       CHANGE-RTN                      SECTION.
           PERFORM VALIDATE-LIFE-RTN.
           IF WK-LIFE-OK-FLG = "N"
             MOVE "INVALID LIFE-KBN/LIFE-DATE/HATSUBAI-DATE"
               TO WK-EXC-REASON
             PERFORM WRITE-EXCEPTION-RTN
             GO TO EXI
           END-IF.
           PERFORM VALIDATE-MENKYO-RTN.
           IF WK-MENKYO-OK-FLG = "N"
             MOVE "INVALID MENKYO-KBN" TO WK-EXC-REASON
             PERFORM WRITE-EXCEPTION-RTN
             GO TO EXI
           END-IF.
           PERFORM VALIDATE-SHOMI-RTN.
           IF WK-SHOMI-OK-FLG = "N"
             MOVE "INVALID SHOMI-NISSU" TO WK-EXC-REASON
             PERFORM WRITE-EXCEPTION-RTN
             GO TO EXI
           END-IF.
           MOVE SMF-SHOHIN-NO TO CFSHO-SHOHIN-NO.
           READ SHO-FILE
             INVALID KEY
                 TO WK-EXC-REASON
               PERFORM WRITE-EXCEPTION-RTN
             NOT INVALID KEY
               MOVE SHO-REC TO WK-MCJ-BEFORE
               MOVE SMF-SHOHIN-MEI TO CFSHO-SHOHIN-MEI
               MOVE SMF-TANKA TO CFSHO-TANKA
               MOVE SMF-ZENGETU-ZAIKO TO CFSHO-ZENGETU-ZAIKO
               MOVE SMF-SUPPLIER-COD TO CFSHO-SUPPLIER-COD
               MOVE SMF-CURRENCY-COD TO CFSHO-CURRENCY-COD
               MOVE SMF-ZEI-KBN TO CFSHO-ZEI-KBN
               MOVE SMF-HS-COD TO CFSHO-HS-COD
               MOVE SMF-GENSANKOKU-COD TO CFSHO-GENSANKOKU-COD
               MOVE SMF-SERIAL-KBN TO CFSHO-SERIAL-KBN
               MOVE SMF-CASE-IRISU TO CFSHO-CASE-IRISU
               MOVE SMF-BALL-IRISU TO CFSHO-BALL-IRISU
               MOVE SMF-MIN-HACHU-TANI TO CFSHO-MIN-HACHU-TANI
               MOVE SMF-LIFE-KBN TO CFSHO-LIFE-KBN
               MOVE SMF-LIFE-DATE TO CFSHO-LIFE-DATE
               MOVE SMF-HATSUBAI-DATE TO CFSHO-HATSUBAI-DATE
               MOVE SMF-MENKYO-KBN TO CFSHO-MENKYO-KBN
               MOVE SMF-SHOMI-NISSU TO CFSHO-SHOMI-NISSU
               REWRITE SHO-REC
               ADD 1 TO CHG-CNT
               MOVE "U" TO WK-MCJ-ACTION
               MOVE SHO-REC TO WK-MCJ-AFTER
               PERFORM WRITE-MCJ-RTN
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    商品マスタ削除処理（対象SHOHIN-NOが無い場合は例外行。
      *    変更履歴へ削除前のイメージを残すため先に読み込む）
      ******************************************************************
       DELETE-RTN                      SECTION.
           MOVE SMF-SHOHIN-NO TO CFSHO-SHOHIN-NO.
           READ SHO-FILE
             INVALID KEY
               MOVE "SHOHIN-NO NOT FOUND - DELETE REJECTED"
                 TO WK-EXC-REASON
               PERFORM WRITE-EXCEPTION-RTN
               GO TO EXI
           END-READ.
           MOVE SHO-REC TO WK-MCJ-BEFORE.
           DELETE SHO-FILE RECORD
             INVALID KEY
               MOVE "SHOHIN-NO NOT FOUND - DELETE REJECTED"
               PERFORM WRITE-EXCEPTION-RTN
             NOT INVALID KEY
               ADD 1 TO DEL-CNT
               MOVE "D" TO WK-MCJ-ACTION
               MOVE SPACE TO WK-MCJ-AFTER
               PERFORM WRITE-MCJ-RTN
           END-DELETE.
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ変更履歴記録処理（KCBS070。記録に失敗しても保守は
      *    継続し、警告を表示する）
      ******************************************************************
       WRITE-MCJ-RTN                   SECTION.
           MOVE "W" TO MCJ-FUNCTION.
           MOVE WK-OPERATOR-ID TO MCJ-OPE-ID.
           MOVE "KSBM030" TO MCJ-PGM-ID.
           MOVE "KCCFSHO" TO MCJ-RESOURCE.
           MOVE WK-MCJ-ACTION TO MCJ-ACTION.
           MOVE SMF-SHOHIN-NO TO MCJ-KEY.
           MOVE WK-MCJ-BEFORE TO MCJ-BEFORE-IMAGE.
           MOVE WK-MCJ-AFTER TO MCJ-AFTER-IMAGE.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KCBS070" USING KCBS070-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF MCJ-ERR-YES
             DISPLAY "*** KSBM030 WARNING MCJ WRITE FAILED"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    例外出力処理
      ******************************************************************
       WRITE-EXCEPTION-RTN             SECTION.
           IF WK-EXF-FILE-ERR = 00
             CLOSE EXF-FILE
           END-IF.
           MOVE "X" TO MCJ-FUNCTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KCBS070" USING KCBS070-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           DISPLAY "*** KSBM030 MAINT=" MAINT-CNT.
           DISPLAY "*** KSBM030 ADD=" ADD-CNT.
           DISPLAY "*** KSBM030 CHG=" CHG-CNT.
