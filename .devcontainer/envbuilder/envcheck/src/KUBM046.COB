      *                  　世代管理で採番した新世代データセットへ
      *                  　出力するようにした（再実行でも前回出力を
      *                  　上書きしない）
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：見本品(UF010-MIHON)の明細は無償出荷のため
      *                  　ランキングの集計対象外とした
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：得意先ＲＦＭ区分ファイル(RFM。KUBM172が
      *                  　月次に作成。任意)があれば、得意先ランキン
      *                  　グの各行にＲＦＭ区分を付け、区分別の得意
      *                  　先数・合計金額の内訳を印刷するようにした
      ******************************************************************
      *    KUBM040/KUBM045が処理する受注明細(ITF-FILE)を対象期間
      *    (KUBM046-FROM-DATE～KUBM046-TO-DATE)で読み、得意先別の
           SELECT RKF-FILE
             ASSIGN TO EXTERNAL RKF
               FILE STATUS IS WK-RKF-FILE-ERR.
           SELECT RFM-FILE
             ASSIGN TO EXTERNAL RFM
               FILE STATUS IS WK-RFM-FILE-ERR.
      *    得意先ランキング用ソート作業ファイル(本プログラム内部限定)
           SELECT CRANK-SD-FILE ASSIGN TO "CRANKWK".
           SELECT CUW-FILE      ASSIGN TO "CUWORK".
       01  EXF-REC                     PIC X(80).
       FD  RKF-FILE.
       01  RKF-REC                     PIC X(80).
       FD  RFM-FILE.
       01  RFM-REC.
           COPY KCCFRFM.
      *
       SD  CRANK-SD-FILE.
       01  CRANK-SD-REC.
       01  WK-SHO-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-EXF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RKF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RFM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  ITF-END-FLG                 PIC X.
       01  SHO-END-FLG                 PIC X.
       01  CUS-END-FLG                 PIC X.
       01  SHS-END-FLG                 PIC X.
       01  RFM-END-FLG                 PIC X.
       01  ITF-CNT                     PIC 9(10) VALUE ZERO.
       01  EXF-CNT                     PIC 9(10) VALUE ZERO.
       01  RKF-CNT                     PIC 9(10) VALUE ZERO.
             05  WK-SHOHIN-TBL-NO      PIC X(5).
       01  WK-SHOHIN-VALID             PIC X(1).
      *
      *得意先ＲＦＭ区分テーブル（RFMが無い実行ではWK-RFM-USE="N"で
      *区分の印刷と区分別内訳を行わない）
       01  WK-RFM-USE                  PIC X(1) VALUE "N".
       01  WK-RFM-TBL.
           03  WK-RFM-CNT              PIC 9(05) VALUE ZERO.
           03  WK-RFM-ENT  OCCURS 9999 TIMES
                                       INDEXED BY WK-RFM-IDX.
             05  WK-RFM-TOKU-COD       PIC X(4).
             05  WK-RFM-SEGMENT        PIC X(2).
       01  WK-CUST-SEGMENT             PIC X(2).
      *
      *ＲＦＭ区分別内訳（区分の無い得意先は"--"へ計上）
       01  WK-SEGK-COD-V.
           03  FILLER                  PIC X(16) VALUE
             "CHLYNWSTARHBNO--".
       01  WK-SEGK-COD-TBL  REDEFINES  WK-SEGK-COD-V.
           03  WK-SEGK-COD             PIC X(2) OCCURS 8 TIMES
                                       INDEXED BY WK-SEGK-IDX.
       01  WK-SEGK-TBL.
           03  WK-SEGK-ENT  OCCURS 8 TIMES.
             05  WK-SEGK-KENSU         PIC 9(05).
             05  WK-SEGK-KINGAKU       PIC S9(12).
       01  WK-SEGK-NO                  PIC 9(02) VALUE ZERO.
      *
      *例外リスト出力行
       01  WK-EXCEPTION.
           03  FILLER                  PIC X(17) VALUE
           03  WK-CRL-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  WK-CRL-KINGAKU          PIC ---,---,--9.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-CRL-SEGMENT          PIC X(2).
      *
      *商品ランキング行
       01  WK-PROD-RANK-LINE.
           03  FILLER                  PIC X(9) VALUE SPACE.
           03  WK-PRL-SURYO            PIC ---,---,--9.
      *
      *ＲＦＭ区分別内訳の見出し・明細行
       01  WK-SEGK-TITLE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(49) VALUE
             "得意先ランキング ＲＦＭ区分別内訳".
       01  WK-SEGK-LINE.
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  WK-SKL-SEGMENT          PIC X(2).
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  WK-SKL-KENSU            PIC ZZ,ZZ9.
           03  FILLER                  PIC X(6) VALUE SPACE.
           03  WK-SKL-KINGAKU          PIC ---,---,--9.
      *
      *出力ファイル世代管理(KCBS050)呼出用（環境変数GEN-MODE="Y"の
      *実行だけ世代モードで動き、出力ごとに新世代のデータセット名を
      *採番してEXTERNAL割当へ設定してからOPENする）
           IF ITF-END-FLG = "N"
             PERFORM LOAD-SHOHIN-MASTER-RTN
           END-IF.
      *
           IF ITF-END-FLG = "N"
             PERFORM LOAD-RFM-RTN
           END-IF.
      *
           IF ITF-END-FLG = "N"
             PERFORM READ-RTN
       EXI.
           EXIT.
      ******************************************************************
      *    得意先ＲＦＭ区分読込処理（ファイルが無ければ区分なしで続行）
      ******************************************************************
       LOAD-RFM-RTN                    SECTION.
           INITIALIZE WK-SEGK-TBL.
           OPEN INPUT RFM-FILE.
           IF WK-RFM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM046 RFM-FILE NOT FOUND - NO SEGMENT"
             GO TO EXI
           END-IF.
           MOVE "Y" TO WK-RFM-USE.
           MOVE "N" TO RFM-END-FLG.
           PERFORM READ-RFM-RTN.
           PERFORM LOAD-RFM-ENT-RTN UNTIL RFM-END-FLG = "Y".
           CLOSE RFM-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先ＲＦＭ区分一件読込処理
      ******************************************************************
       READ-RFM-RTN                    SECTION.
           READ RFM-FILE
             AT END
               MOVE "Y" TO RFM-END-FLG
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先ＲＦＭ区分テーブル格納処理
      ******************************************************************
       LOAD-RFM-ENT-RTN                SECTION.
           IF WK-RFM-CNT < 9999
             ADD 1 TO WK-RFM-CNT
             SET WK-RFM-IDX TO WK-RFM-CNT
             MOVE CFRFM-TOKU-COD TO WK-RFM-TOKU-COD (WK-RFM-IDX)
             MOVE CFRFM-SEGMENT TO WK-RFM-SEGMENT (WK-RFM-IDX)
           END-IF.
           PERFORM READ-RFM-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    読み込み処理
      ******************************************************************
       READ-RTN                        SECTION.
       EXI.
           EXIT.
      ******************************************************************
      *    集計対象期間判定処理（見本品の明細も対象外）
      ******************************************************************
       CHECK-PERIOD-RTN                 SECTION.
           MOVE UF010-JUCHU-DATE TO WK-UF010-DATE-8.
           ELSE
             MOVE "N" TO WK-PERIOD-SKIP
           END-IF.
           IF UF010-MIHON
             MOVE "Y" TO WK-PERIOD-SKIP
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
             GIVING SHS-FILE.
      *
           PERFORM WRITE-CUST-RANKING-RTN.
           IF WK-RFM-USE = "Y"
             PERFORM WRITE-SEGK-RTN
           END-IF.
           PERFORM WRITE-PROD-RANKING-RTN.
      *
           IF WK-EXF-FILE-ERR = 00
      ******************************************************************
       WRITE-CUST-RANK-LINE-RTN          SECTION.
           ADD 1 TO WK-RANK-NO.
           MOVE SPACE TO WK-CUST-SEGMENT.
           IF WK-RFM-USE = "Y"
             PERFORM FIND-RFM-RTN
           END-IF.
           IF WK-TOPN = ZERO OR WK-RANK-NO NOT > WK-TOPN
             MOVE WK-RANK-NO TO WK-CRL-RANK
             MOVE CUS-TOKU-COD TO WK-CRL-TOKU-COD
             MOVE CUS-KINGAKU TO WK-CRL-KINGAKU
             MOVE WK-CUST-SEGMENT TO WK-CRL-SEGMENT
             MOVE WK-CUST-RANK-LINE TO RKF-REC
             PERFORM WRITE-RKF-REC-RTN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先ＲＦＭ区分検索・区分別内訳積上げ処理
      *    （内訳は印刷上限WK-TOPNに関係なく全得意先を積み上げる）
      ******************************************************************
       FIND-RFM-RTN                      SECTION.
           MOVE "--" TO WK-CUST-SEGMENT.
           IF WK-RFM-CNT > 0
             SET WK-RFM-IDX TO 1
             SEARCH WK-RFM-ENT
               AT END
                 CONTINUE
               WHEN WK-RFM-IDX > WK-RFM-CNT
                 CONTINUE
               WHEN WK-RFM-TOKU-COD (WK-RFM-IDX) = CUS-TOKU-COD
                 MOVE WK-RFM-SEGMENT (WK-RFM-IDX) TO WK-CUST-SEGMENT
             END-SEARCH
           END-IF.
           MOVE 8 TO WK-SEGK-NO.
           SET WK-SEGK-IDX TO 1.
           SEARCH WK-SEGK-COD
             AT END
               CONTINUE
             WHEN WK-SEGK-COD (WK-SEGK-IDX) = WK-CUST-SEGMENT
               SET WK-SEGK-NO TO WK-SEGK-IDX
           END-SEARCH.
           ADD 1 TO WK-SEGK-KENSU (WK-SEGK-NO).
           ADD CUS-KINGAKU TO WK-SEGK-KINGAKU (WK-SEGK-NO).
       EXI.
           EXIT.
      ******************************************************************
      *    ＲＦＭ区分別内訳印刷処理
      ******************************************************************
       WRITE-SEGK-RTN                    SECTION.
           MOVE SPACE TO RKF-REC.
           PERFORM WRITE-RKF-REC-RTN.
           MOVE WK-SEGK-TITLE TO RKF-REC.
           PERFORM WRITE-RKF-REC-RTN.
           MOVE SPACE TO RKF-REC.
           PERFORM WRITE-RKF-REC-RTN.
           PERFORM WRITE-SEGK-LINE-RTN
             VARYING WK-SEGK-NO FROM 1 BY 1
             UNTIL WK-SEGK-NO > 8.
       EXI.
           EXIT.
      ******************************************************************
      *    ＲＦＭ区分別内訳一行出力処理（該当の無い区分は印刷しない）
      ******************************************************************
       WRITE-SEGK-LINE-RTN               SECTION.
           IF WK-SEGK-KENSU (WK-SEGK-NO) = ZERO
             GO TO EXI
           END-IF.
           MOVE WK-SEGK-COD (WK-SEGK-NO) TO WK-SKL-SEGMENT.
           MOVE WK-SEGK-KENSU (WK-SEGK-NO) TO WK-SKL-KENSU.
           MOVE WK-SEGK-KINGAKU (WK-SEGK-NO) TO WK-SKL-KINGAKU.
           MOVE WK-SEGK-LINE TO RKF-REC.
           PERFORM WRITE-RKF-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    商品ランキング印刷処理
      ******************************************************************
       WRITE-PROD-RANKING-RTN            SECTION.
