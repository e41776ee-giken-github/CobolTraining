      *    サブシステム名：受注
      *    プログラム名　：運送便マニフェストＣＳＶ出力
      *    作成日/作成者 ：２０２６年０８月２２日　システム技研
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：運賃請求データ(FRB-FILE、KCCFFRB形式)の
      *                  　代金引換の行から梱包(得意先・出荷日)ごとの
      *                  　代引金額を合計し、ＣＳＶの末尾の項目として
      *                  　出力するようにした(代金引換でない梱包は空欄)
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：梱包個数データ(PKG-FILE、KCCFPKG形式。
      *                  　KUBM170が作成)のケース数を得意先・出荷日
      *                  　ごとに合計し、個口数としてＣＳＶの末尾に
      *                  　出力するようにした(データが無い梱包は従来
      *                  　どおり1個口とする)
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：納品先の受入時間帯(KUBS070で納品先マスタ、
      *                  　未設定は得意先マスタの既定値)を"HHMM-HHMM"
      *                  　でＣＳＶの末尾に出力するようにした(指定なし
      *                  　は空欄)。梱包は従来どおり得意先・出荷日単位
      *                  　で、受入時間帯はその最初の納品先のものとする
      ******************************************************************
      *    引当結果データ(ALF-FILE、CFALF形式)を得意先・出荷日単位に
      *    1梱包としてまとめ、運送業者の取込レイアウト(荷受人名・住所
           SELECT TOK-FILE
             ASSIGN TO EXTERNAL TOK
               FILE STATUS IS WK-TOK-FILE-ERR.
           SELECT FRB-FILE
             ASSIGN TO EXTERNAL FRB
               FILE STATUS IS WK-FRB-FILE-ERR.
           SELECT PKG-FILE
             ASSIGN TO EXTERNAL PKG
               FILE STATUS IS WK-PKG-FILE-ERR.
           SELECT MNF-FILE
             ASSIGN TO EXTERNAL MNF
               ORGANIZATION LINE SEQUENTIAL
       FD  TOK-FILE.
       01  TOK-REC.
           COPY KCCFTOK.
       FD  FRB-FILE.
       01  FRB-REC.
           COPY KCCFFRB.
       FD  PKG-FILE.
       01  PKG-REC.
           COPY KCCFPKG.
       FD  MNF-FILE.
       01  MNF-REC                     PIC X(120).
       FD  EXF-FILE.
       01  MN-SD-REC.
           03  MNSD-TOKU-COD            PIC X(04).
           03  MNSD-SHIP-DATE           PIC 9(08).
           03  MNSD-SHIPTO-COD          PIC X(02).
       FD  MNW-FILE.
       01  MNW-REC.
           03  MNW-TOKU-COD             PIC X(04).
           03  MNW-SHIP-DATE            PIC 9(08).
           03  MNW-SHIPTO-COD           PIC X(02).
       FD  MNS-FILE.
       01  MNS-REC.
           03  MNS-TOKU-COD             PIC X(04).
           03  MNS-SHIP-DATE            PIC 9(08).
           03  MNS-SHIPTO-COD           PIC X(02).
      *
       WORKING-STORAGE                 SECTION.
           COPY KSTDRC.
       01  WK-SAVE-RTN-CODE            PIC 9(02) VALUE ZERO.
       01  WK-ALF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-TOK-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-FRB-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-PKG-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-MNF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-EXF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  ALF-END-FLG                 PIC X VALUE "N".
       01  TOK-END-FLG                 PIC X.
       01  MNS-END-FLG                 PIC X.
       01  FRB-END-FLG                 PIC X.
       01  PKG-END-FLG                 PIC X.
       01  ALF-CNT                     PIC 9(10) VALUE ZERO.
       01  MNF-CNT                     PIC 9(10) VALUE ZERO.
       01  EXF-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-NOADDR-CNT               PIC 9(10) VALUE ZERO.
       01  WK-LONGADDR-CNT             PIC 9(10) VALUE ZERO.
       01  WK-DAIBIKI-CNT              PIC 9(10) VALUE ZERO.
      *
      *キーブレイク（得意先・出荷日で1梱包＝1行）
       01  WK-KEY-TOKU-COD             PIC X(4) VALUE HIGH-VALUE.
             05  WK-TOKU-TBL-TEL       PIC X(13).
       01  WK-TOKU-FOUND-FLG           PIC X(1).
      *
      *代引金額テーブル（運賃請求データの代金引換の行）
       01  WK-DAI-TBL.
           03  WK-DAI-CNT              PIC 9(5) VALUE ZERO.
           03  WK-DAI-ENT              OCCURS 5000 TIMES
                                       INDEXED BY WK-DAI-IDX.
             05  WK-DAI-TBL-TOKU-COD   PIC X(4).
             05  WK-DAI-TBL-SHIP-DATE  PIC 9(8).
             05  WK-DAI-TBL-KINGAKU    PIC S9(11).
      *梱包1行分の代引金額（ＣＳＶ出力用）
       01  WK-DAI-KINGAKU-GK           PIC S9(11) VALUE ZERO.
       01  WK-CSV-DAIBIKI              PIC Z(10)9.
       01  WK-CSV-PTR                  PIC 9(3) VALUE ZERO.
      *
      *個口数テーブル（梱包個数データのケース数）
       01  WK-PKG-TBL.
           03  WK-PKG-CNT              PIC 9(5) VALUE ZERO.
           03  WK-PKG-ENT              OCCURS 5000 TIMES
                                       INDEXED BY WK-PKG-IDX.
             05  WK-PKG-TBL-TOKU-COD   PIC X(4).
             05  WK-PKG-TBL-SHIP-DATE  PIC 9(8).
             05  WK-PKG-TBL-KOSU       PIC 9(3).
      *梱包1行分の個口数（ＣＳＶ出力用）
       01  WK-KOSU-GK                  PIC 9(5) VALUE ZERO.
       01  WK-CSV-KOSU                 PIC Z(4)9.
      *
      *受入時間帯（ＣＳＶ出力用。HHMM-HHMM）
       01  WK-CSV-JIKAN.
           03  WK-CSV-JIKAN-FROM       PIC 9(4).
           03  FILLER                  PIC X(1) VALUE "-".
           03  WK-CSV-JIKAN-TO         PIC 9(4).
       01  WK-KEY-SHIPTO-COD           PIC X(2) VALUE SPACE.
      *納品先受入条件・出荷日調整(KUBS070)呼出用
           COPY KUBS070-PARAMS.
      *
      *自社参照番号（出荷日＋得意先コード）
       01  WK-REF-NO.
           03  WK-REF-SHIP-DATE        PIC 9(8).
           IF ALF-END-FLG NOT = "Y"
             PERFORM LOAD-TOKUISAKI-MASTER-RTN
           END-IF.
      *
           IF ALF-END-FLG NOT = "Y"
             PERFORM LOAD-DAIBIKI-RTN
           END-IF.
      *
           IF ALF-END-FLG NOT = "Y"
             PERFORM LOAD-KOSU-RTN
           END-IF.
      *
           IF ALF-END-FLG NOT = "Y"
             OPEN OUTPUT MNW-FILE
       EXI.
           EXIT.
      ******************************************************************
      *    運賃請求データ読込処理（代金引換の行だけを代引金額テーブル
      *    へ格納する。ファイルが無い場合は代引金額を空欄で出力する）
      ******************************************************************
       LOAD-DAIBIKI-RTN                SECTION.
           OPEN INPUT FRB-FILE.
           IF WK-FRB-FILE-ERR = 00
             MOVE "N" TO FRB-END-FLG
             PERFORM READ-FRB-RTN
             PERFORM LOAD-FRB-RTN UNTIL FRB-END-FLG = "Y"
             CLOSE FRB-FILE
           ELSE
             DISPLAY "*** KUBM083 WARNING NOT FRB-FILE (DAIBIKI NASHI)"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    運賃請求データ一件読込処理
      ******************************************************************
       READ-FRB-RTN                    SECTION.
           READ FRB-FILE
             AT END
               MOVE "Y" TO FRB-END-FLG
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    代引金額テーブル格納処理
      ******************************************************************
       LOAD-FRB-RTN                    SECTION.
           IF CFFRB-DAIBIKI
             IF WK-DAI-CNT >= 5000
               DISPLAY "!!! KUBM083 ABEND : DAI TABLE FULL !!!"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "Y" TO ALF-END-FLG
               MOVE "Y" TO FRB-END-FLG
               GO TO EXI
             END-IF
             ADD 1 TO WK-DAI-CNT
             SET WK-DAI-IDX TO WK-DAI-CNT
             MOVE CFFRB-TOKU-COD TO WK-DAI-TBL-TOKU-COD (WK-DAI-IDX)
             MOVE CFFRB-SHIP-DATE TO WK-DAI-TBL-SHIP-DATE (WK-DAI-IDX)
             MOVE CFFRB-DAIBIKI-KINGAKU
               TO WK-DAI-TBL-KINGAKU (WK-DAI-IDX)
           END-IF.
           PERFORM READ-FRB-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    梱包個数データ読込処理（ファイルが無い場合は全梱包を
      *    1個口として出力する）
      ******************************************************************
       LOAD-KOSU-RTN                   SECTION.
           OPEN INPUT PKG-FILE.
           IF WK-PKG-FILE-ERR = 00
             MOVE "N" TO PKG-END-FLG
             PERFORM READ-PKG-RTN
             PERFORM LOAD-PKG-RTN UNTIL PKG-END-FLG = "Y"
             CLOSE PKG-FILE
           ELSE
             DISPLAY "*** KUBM083 WARNING NOT PKG-FILE (KOSU 1)"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    梱包個数データ一件読込処理
      ******************************************************************
       READ-PKG-RTN                    SECTION.
           READ PKG-FILE
             AT END
               MOVE "Y" TO PKG-END-FLG
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    個口数テーブル格納処理
      ******************************************************************
       LOAD-PKG-RTN                    SECTION.
           IF WK-PKG-CNT >= 5000
             DISPLAY "!!! KUBM083 ABEND : PKG TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "Y" TO ALF-END-FLG
             MOVE "Y" TO PKG-END-FLG
             GO TO EXI
           END-IF.
           ADD 1 TO WK-PKG-CNT.
           SET WK-PKG-IDX TO WK-PKG-CNT.
           MOVE CFPKG-TOKU-COD TO WK-PKG-TBL-TOKU-COD (WK-PKG-IDX).
           MOVE CFPKG-SHIP-DATE TO WK-PKG-TBL-SHIP-DATE (WK-PKG-IDX).
           MOVE CFPKG-KOSU TO WK-PKG-TBL-KOSU (WK-PKG-IDX).
           PERFORM READ-PKG-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    読み込み処理
      ******************************************************************
       READ-RTN                        SECTION.
       MAIN-RTN                        SECTION.
           MOVE CFALF-TOKU-COD TO MNW-TOKU-COD.
           MOVE CFALF-SHIP-DATE TO MNW-SHIP-DATE.
           MOVE CFALF-SHIPTO-COD TO MNW-SHIPTO-COD.
           WRITE MNW-REC.
      *
           PERFORM READ-RTN.
           ELSE
             MOVE MNS-TOKU-COD TO WK-KEY-TOKU-COD
             MOVE MNS-SHIP-DATE TO WK-KEY-SHIP-DATE
             MOVE MNS-SHIPTO-COD TO WK-KEY-SHIPTO-COD
             PERFORM WRITE-CSV-ROW-RTN
           END-IF.
           PERFORM READ-MNS-RTN.
           MOVE WK-KEY-SHIP-DATE TO WK-REF-SHIP-DATE.
           MOVE WK-KEY-TOKU-COD TO WK-REF-TOKU-COD.
           MOVE SPACE TO WK-CSV-REC.
           MOVE 1 TO WK-CSV-PTR.
           STRING
             FUNCTION TRIM (WK-TOKU-TBL-MEI (WK-TOKU-IDX))
                                     DELIMITED BY SIZE
                                     DELIMITED BY SIZE
             ","                     DELIMITED BY SIZE
             WK-REF-NO               DELIMITED BY SIZE
             ","                     DELIMITED BY SIZE
             INTO WK-CSV-REC
             WITH POINTER WK-CSV-PTR
           END-STRING.
      *
      *    代引金額（代金引換の梱包のみ。それ以外は空欄）
           MOVE ZERO TO WK-DAI-KINGAKU-GK.
           PERFORM SUM-DAIBIKI-RTN
             VARYING WK-DAI-IDX FROM 1 BY 1
             UNTIL WK-DAI-IDX > WK-DAI-CNT.
           IF WK-DAI-KINGAKU-GK > ZERO
             MOVE WK-DAI-KINGAKU-GK TO WK-CSV-DAIBIKI
             STRING
               FUNCTION TRIM (WK-CSV-DAIBIKI) DELIMITED BY SIZE
               INTO WK-CSV-REC
               WITH POINTER WK-CSV-PTR
             END-STRING
             ADD 1 TO WK-DAIBIKI-CNT
           END-IF.
      *
      *    個口数（梱包個数データが無い梱包は1個口）
           MOVE ZERO TO WK-KOSU-GK.
           PERFORM SUM-KOSU-RTN
             VARYING WK-PKG-IDX FROM 1 BY 1
             UNTIL WK-PKG-IDX > WK-PKG-CNT.
           IF WK-KOSU-GK = ZERO
             MOVE 1 TO WK-KOSU-GK
           END-IF.
           MOVE WK-KOSU-GK TO WK-CSV-KOSU.
           STRING
             ","                     DELIMITED BY SIZE
             FUNCTION TRIM (WK-CSV-KOSU) DELIMITED BY SIZE
             ","                     DELIMITED BY SIZE
             INTO WK-CSV-REC
             WITH POINTER WK-CSV-PTR
           END-STRING.
      *
      *    受入時間帯（納品先の受入時間帯の指定が無い梱包は空欄）
           MOVE "G" TO NKB-FUNCTION.
           MOVE WK-KEY-TOKU-COD TO NKB-TOKU-COD.
           MOVE WK-KEY-SHIPTO-COD TO NKB-SHIPTO-COD.
           MOVE SPACE TO NKB-REGION-COD.
           MOVE SPACE TO NKB-CARRIER-COD.
           MOVE WK-KEY-SHIP-DATE TO NKB-SHIP-DATE.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KUBS070" USING KUBS070-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF NKB-UKEIRE-FROM NOT = ZERO
             OR NKB-UKEIRE-TO NOT = ZERO
             MOVE NKB-UKEIRE-FROM TO WK-CSV-JIKAN-FROM
             MOVE NKB-UKEIRE-TO TO WK-CSV-JIKAN-TO
             STRING
               WK-CSV-JIKAN          DELIMITED BY SIZE
               INTO WK-CSV-REC
               WITH POINTER WK-CSV-PTR
             END-STRING
           END-IF.
           MOVE WK-CSV-REC TO MNF-REC.
           WRITE MNF-REC.
           ADD 1 TO MNF-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    代引金額集計処理（得意先・出荷日が一致する行を合計する）
      ******************************************************************
       SUM-DAIBIKI-RTN                 SECTION.
           IF WK-DAI-TBL-TOKU-COD (WK-DAI-IDX) = WK-KEY-TOKU-COD
             AND WK-DAI-TBL-SHIP-DATE (WK-DAI-IDX) = WK-KEY-SHIP-DATE
             ADD WK-DAI-TBL-KINGAKU (WK-DAI-IDX) TO WK-DAI-KINGAKU-GK
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    個口数集計処理（得意先・出荷日が一致する行を合計する）
      ******************************************************************
       SUM-KOSU-RTN                    SECTION.
           IF WK-PKG-TBL-TOKU-COD (WK-PKG-IDX) = WK-KEY-TOKU-COD
             AND WK-PKG-TBL-SHIP-DATE (WK-PKG-IDX) = WK-KEY-SHIP-DATE
             ADD WK-PKG-TBL-KOSU (WK-PKG-IDX) TO WK-KOSU-GK
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ検索処理
      ******************************************************************
       FIND-TOKU-RTN                   SECTION.
             SORT MN-SD-FILE
               ON ASCENDING KEY MNSD-TOKU-COD
               ON ASCENDING KEY MNSD-SHIP-DATE
               ON ASCENDING KEY MNSD-SHIPTO-COD
               USING MNW-FILE
               GIVING MNS-FILE
      *
           DISPLAY "*** KUBM083 MNF=" MNF-CNT.
           DISPLAY "*** KUBM083 NOADDR=" WK-NOADDR-CNT.
           DISPLAY "*** KUBM083 LONGADDR=" WK-LONGADDR-CNT.
           DISPLAY "*** KUBM083 DAIBIKI=" WK-DAIBIKI-CNT.
           DISPLAY "*** KUBM083 EXF=" EXF-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM083 END ***".
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE            TO RUNHIS-RTN-CODE.
           MOVE 5                      TO RUNHIS-CNT-CNT.
           MOVE "ALF"                  TO RUNHIS-CNT-LABEL (1).
           MOVE ALF-CNT                TO RUNHIS-CNT-VALUE (1).
           MOVE "MNF"                  TO RUNHIS-CNT-LABEL (2).
           MOVE WK-NOADDR-CNT          TO RUNHIS-CNT-VALUE (3).
           MOVE "EXF"                  TO RUNHIS-CNT-LABEL (4).
           MOVE EXF-CNT                TO RUNHIS-CNT-VALUE (4).
           MOVE "DAIBIKI"              TO RUNHIS-CNT-LABEL (5).
           MOVE WK-DAIBIKI-CNT         TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
