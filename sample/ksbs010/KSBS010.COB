      *       変更内容：会計期間チェック(KCBS060)を追加。クローズ済み
      *                 期間の日付の記帳は履歴へ書かず、共通例外
      *                 レコード(EXC)へ退避してIDJ-CLOSED="C"を返す
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：記帳した移動を更新前イメージジャーナル(KCBS090)
      *                 へ追加として記録する(呼出元が実行を開始して
      *                 いる場合のみ。ロールバックKCBM120が取消の移動
      *                 を記帳するため)
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       01  WK-EXC-OPEN-FLG             PIC  X(01) VALUE "N".
      *    会計期間チェック(KCBS060)呼出用
           COPY KCBS060P.
      *    更新前イメージ退避(KCBS090)呼出用
           COPY KCBS090P.
      *
       LINKAGE             SECTION.
           COPY KSBS010-PARAMS.
           WRITE IDJ-REC.
           IF WK-IDJ-FILE-ERR NOT = "00"
             MOVE "Y" TO IDJ-ERR
             GO TO EXT
           END-IF.
      *
      *    ロールバックで取り消せるよう記帳した移動を記録する
           MOVE "W" TO BIJ-FUNCTION.
           MOVE "KCCFIDJ" TO BIJ-RESOURCE.
           MOVE "A" TO BIJ-ACTION.
           MOVE SPACE TO BIJ-KEY.
           MOVE IDJ-SHOHIN-NO TO BIJ-KEY (1:5).
           MOVE IDJ-SOKO-COD TO BIJ-KEY (6:2).
           MOVE IDJ-REC TO BIJ-IMAGE.
           CALL "KCBS090" USING KCBS090-P1.
      *    記録の失敗は記帳の結果に影響させない
           IF BIJ-ERR-YES
             DISPLAY "*** KSBS010 WARNING BIJ WRITE FAILED "
                     IDJ-SHOHIN-NO " " IDJ-SOKO-COD
           END-IF.
       EXT.
           EXIT.
