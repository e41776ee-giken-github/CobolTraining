      *    サブシステム名：商品
      *    プログラム名　：商品分類マスタ保守(追加/変更/削除)
      *    作成日/作成者 ：２０２６年０８月２２日　システム技研
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：分類ごとの目標在庫日数(CMF-MOKUHYO-NISSU→
      *                  　CFCAT-MOKUHYO-NISSU)の保守を追加。数字でない
      *                  　指示は例外リストへ出力する
      ******************************************************************
      *    トランザクションファイル(CMF-FILE)の追加・変更・削除指示で
      *    商品分類マスタ(CAT-FILE)を保守する(KSBM030と同じ流儀)。
           03  CMF-CATEGORY-COD         PIC  X(3).
           03  CMF-CATEGORY-MEI         PIC  X(20).
           03  CMF-DISP-JUN             PIC  9(3).
           03  CMF-MOKUHYO-NISSU        PIC  9(3).
       FD  CAT-FILE.
       01  CAT-REC.
           COPY KCCFCAT.
      ******************************************************************
       MAIN-RTN                        SECTION.
           EVALUATE TRUE
             WHEN (CMF-ADD OR CMF-CHANGE)
              AND CMF-MOKUHYO-NISSU NOT NUMERIC
               MOVE "INVALID MOKUHYO-NISSU" TO WK-EXC-REASON
               PERFORM WRITE-EXCEPTION-RTN
             WHEN CMF-ADD
               PERFORM ADD-RTN
             WHEN CMF-CHANGE
           MOVE CMF-CATEGORY-COD TO CFCAT-CATEGORY-COD.
           MOVE CMF-CATEGORY-MEI TO CFCAT-CATEGORY-MEI.
           MOVE CMF-DISP-JUN TO CFCAT-DISP-JUN.
           MOVE CMF-MOKUHYO-NISSU TO CFCAT-MOKUHYO-NISSU.
      *
           WRITE CAT-REC
             INVALID KEY
             NOT INVALID KEY
               MOVE CMF-CATEGORY-MEI TO CFCAT-CATEGORY-MEI
               MOVE CMF-DISP-JUN TO CFCAT-DISP-JUN
               MOVE CMF-MOKUHYO-NISSU TO CFCAT-MOKUHYO-NISSU
               REWRITE CAT-REC
               ADD 1 TO CHG-CNT
           END-READ.
