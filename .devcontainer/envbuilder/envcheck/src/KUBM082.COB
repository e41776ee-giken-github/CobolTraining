      *                  　履歴の出庫行へ倉庫コードを設定するように
      *                  　した（倉庫別在庫を履歴で監査できるように
      *                  　するため）
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：運賃請求データ(FRB-FILE、KCCFFRB形式)の
      *                  　代金引換の行から得意先・出荷日ごとの代引金額
      *                  　(商品代金・消費税・送料の内訳付き)を納品書の
      *                  　末尾へ印字するようにした
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：商品マスタ(SHO-FILE)にケース入数のある商品
      *                  　は、明細の数量をバラ数量ではなくケース数＋
      *                  　端数(販売単位換算KUBS050で分解)で印字する
      *                  　ようにした（入数未設定・マスタなしは従来
      *                  　どおりバラ数量）
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：欠品のため代替品を出荷した明細(引当結果の
      *                  　CFALF-CHUMON-SHOHIN-NOあり)は、明細の次行へ
      *                  　代替品である旨とご注文の商品番号を印字する
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：お届け先の次行へ納品先の受入可能曜日・受入
      *                  　時間帯と納品予定日(出荷日＋輸送日数。KUBS070
      *                  　で求める)を印字する。受入条件の設定が無い
      *                  　納品先は印字しない。納品書は従来どおり得意先
      *                  　・出荷日単位で、受入条件はその最初の受注の
      *                  　納品先のものを印字する
      ******************************************************************
      *    引当結果データ(ALF-FILE、CFALF形式)を得意先・出荷日順に
      *    SORTし、得意先・出荷日単位に1通の納品書(DNF-FILE)を印刷
           SELECT MSG-FILE
             ASSIGN TO EXTERNAL MSG
               FILE STATUS IS WK-MSG-FILE-ERR.
           SELECT FRB-FILE
             ASSIGN TO EXTERNAL FRB
               FILE STATUS IS WK-FRB-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               ORGANIZATION INDEXED
               RECORD KEY IS CFSHO-SHOHIN-NO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT DNR-FILE
             ASSIGN TO EXTERNAL DNR
               FILE STATUS IS WK-DNR-FILE-ERR.
       FD  MSG-FILE.
       01  MSG-REC.
           COPY KCCFMSG.
       FD  FRB-FILE.
       01  FRB-REC.
           COPY KCCFFRB.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  DNR-FILE.
      *    納品書番号レジスタ（1レコードのみ。最後に使用した納品書
      *    番号を保持し、発行の都度書き戻す）
           03  DNSD-SHOHIN-MEI          PIC X(20).
           03  DNSD-SURYO               PIC 9(05).
           03  DNSD-SOKO-COD            PIC X(02).
           03  DNSD-CHUMON-NO           PIC X(05).
           03  DNSD-SHIPTO-COD          PIC X(02).
       FD  DNW-FILE.
       01  DNW-REC.
           03  DNW-TOKU-COD             PIC X(04).
           03  DNW-SHOHIN-MEI           PIC X(20).
           03  DNW-SURYO                PIC 9(05).
           03  DNW-SOKO-COD             PIC X(02).
           03  DNW-CHUMON-NO            PIC X(05).
           03  DNW-SHIPTO-COD           PIC X(02).
       FD  DNS-FILE.
       01  DNS-REC.
           03  DNS-TOKU-COD             PIC X(04).
           03  DNS-SHOHIN-MEI           PIC X(20).
           03  DNS-SURYO                PIC 9(05).
           03  DNS-SOKO-COD             PIC X(02).
           03  DNS-CHUMON-NO            PIC X(05).
           03  DNS-SHIPTO-COD           PIC X(02).
      *
       WORKING-STORAGE                 SECTION.
           COPY KSTDRC.
       01  WK-ALF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-TOK-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-MSG-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-FRB-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-DNR-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-DNF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-EXF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  TOK-END-FLG                 PIC X.
       01  MSG-END-FLG                 PIC X.
       01  DNS-END-FLG                 PIC X.
       01  FRB-END-FLG                 PIC X.
       01  SHO-END-FLG                 PIC X.
       01  ALF-CNT                     PIC 9(10) VALUE ZERO.
       01  DNF-CNT                     PIC 9(10) VALUE ZERO.
       01  EXF-CNT                     PIC 9(10) VALUE ZERO.
       01  NOHIN-CNT                   PIC 9(10) VALUE ZERO.
       01  DAIBIKI-CNT                 PIC 9(10) VALUE ZERO.
      *納品書番号レジスタ書き戻し失敗時の発行打ち切りフラグ
       01  WK-REG-ABORT-FLG            PIC X VALUE "N".
      *
             05  WK-MSG-TBL-WAREKI     PIC X(01).
       01  WK-MSG-FOUND-FLG            PIC X(1).
      *
      *代引金額テーブル（運賃請求データの代金引換の行。運賃計算
      *KUBM142が納品(受注番号)ごとに代引金額を算出している）
       01  WK-DAI-TBL.
           03  WK-DAI-CNT              PIC 9(5) VALUE ZERO.
           03  WK-DAI-ENT              OCCURS 5000 TIMES
                                       INDEXED BY WK-DAI-IDX.
             05  WK-DAI-TBL-TOKU-COD   PIC X(4).
             05  WK-DAI-TBL-SHIP-DATE  PIC 9(8).
             05  WK-DAI-TBL-SHOHIN     PIC S9(11).
             05  WK-DAI-TBL-ZEI        PIC S9(9).
             05  WK-DAI-TBL-KINGAKU    PIC S9(11).
      *納品書1通分の代引金額の合計
       01  WK-DAI-SHOHIN-GK            PIC S9(11) VALUE ZERO.
       01  WK-DAI-ZEI-GK               PIC S9(11) VALUE ZERO.
       01  WK-DAI-KINGAKU-GK           PIC S9(11) VALUE ZERO.
      *
      *商品マスタ突合用テーブル（ケース入数。ケース数＋端数の印字用）
       01  WK-SHOHIN-TBL.
           03  WK-SHOHIN-CNT           PIC 9(5) VALUE ZERO.
           03  WK-SHOHIN-ENT           OCCURS 9999 TIMES
                                       INDEXED BY WK-SHOHIN-IDX.
             05  WK-SHOHIN-TBL-NO      PIC X(5).
             05  WK-SHOHIN-TBL-CASE-IRISU PIC 9(5).
       01  WK-SHOHIN-FOUND-FLG         PIC X(1).
      *販売単位換算(KUBS050)呼出用
           COPY KUBS050-PARAMS.
      *見出しを印字済みで代引金額行が未印字の納品書があるか
       01  WK-NOHIN-OPEN-FLG           PIC X(1) VALUE "N".
      *
      *タイトル行
       01  WK-TITLE.
           03  FILLER                  PIC X(10) VALUE SPACE.
             "お届け先：".
           03  WK-AL-ADDRESS           PIC X(40).
      *
      *受入条件行（受入条件の設定がある納品先のみ印字する）
       01  WK-UKEIRE-LINE.
           03  FILLER                  PIC X(15) VALUE
             "受入曜日：".
           03  WK-UL-YOBI              PIC X(3) OCCURS 7 TIMES.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "時間帯：".
           03  WK-UL-FROM-HH           PIC 9(2).
           03  FILLER                  PIC X(1) VALUE ":".
           03  WK-UL-FROM-MM           PIC 9(2).
           03  FILLER                  PIC X(3) VALUE "～".
           03  WK-UL-TO-HH             PIC 9(2).
           03  FILLER                  PIC X(1) VALUE ":".
           03  WK-UL-TO-MM             PIC 9(2).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(18) VALUE
             "納品予定日：".
           03  WK-UL-NOHIN-DATE        PIC 9(8).
      *受入時間帯の指定なしの場合の時間帯欄
       01  WK-UL-JIKAN-NASHI           PIC X(13) VALUE "指定なし".
      *曜日名（受入可能曜日の1桁目=月曜～7桁目=日曜）
       01  WK-YOBI-MEI-LIST            PIC X(21) VALUE
             "月火水木金土日".
       01  WK-YOBI-MEI-TBL REDEFINES WK-YOBI-MEI-LIST.
           03  WK-YOBI-MEI             PIC X(3) OCCURS 7 TIMES.
       01  WK-YOBI-IX                  PIC 9(1) VALUE ZERO.
       01  WK-UKEIRE-FROM              PIC 9(4) VALUE ZERO.
       01  WK-UKEIRE-FROM-R REDEFINES WK-UKEIRE-FROM.
           03  WK-UKEIRE-FROM-HH       PIC 9(2).
           03  WK-UKEIRE-FROM-MM       PIC 9(2).
       01  WK-UKEIRE-TO                PIC 9(4) VALUE ZERO.
       01  WK-UKEIRE-TO-R REDEFINES WK-UKEIRE-TO.
           03  WK-UKEIRE-TO-HH         PIC 9(2).
           03  WK-UKEIRE-TO-MM         PIC 9(2).
      *納品先受入条件・出荷日調整(KUBS070)呼出用
           COPY KUBS070-PARAMS.
      *
      *明細行
       01  WK-MEISAI.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-ML-SURYO             PIC ZZ,ZZ9.
      *
      *明細行（ケース入数のある商品。ケース数＋端数で印字する）
       01  WK-MEISAI-CASE.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-MC-JUCHU-NO          PIC 9(4).
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-MC-SHOHIN-NO         PIC X(5).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-MC-SHOHIN-MEI        PIC X(20).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-MC-CASE-SU           PIC ZZ,ZZ9.
           03  FILLER                  PIC X(9) VALUE "ケース".
           03  FILLER                  PIC X(3) VALUE "＋".
           03  WK-MC-HASU              PIC ZZ,ZZ9.
           03  FILLER                  PIC X(6) VALUE "バラ".
           03  FILLER                  PIC X(9) VALUE "（入数".
           03  WK-MC-IRISU             PIC ZZZZ9.
           03  FILLER                  PIC X(3) VALUE "）".
      *
      *代替品注記行（代替品を出荷した明細の次行に印字する）
       01  WK-DAITAI-LINE.
           03  FILLER                  PIC X(16) VALUE SPACE.
           03  FILLER                  PIC X(51) VALUE
             "※欠品のため代替品を出荷（ご注文品".
           03  WK-DL-CHUMON-NO         PIC X(5).
           03  FILLER                  PIC X(3) VALUE "）".
      *
      *代引金額行（代金引換の納品のみ、明細の後に印字する）
       01  WK-DAIBIKI-LINE.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
             "代金引換　代引金額：".
           03  WK-DL-KINGAKU           PIC ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(3) VALUE "円".
       01  WK-DAIBIKI-UCHIWAKE.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(15) VALUE
             "（商品代金".
           03  WK-DU-SHOHIN            PIC ---,---,---,--9.
           03  FILLER                  PIC X(12) VALUE
             "　消費税".
           03  WK-DU-ZEI               PIC ---,---,---,--9.
           03  FILLER                  PIC X(9) VALUE "　送料".
           03  WK-DU-SORYO             PIC ---,---,---,--9.
           03  FILLER                  PIC X(3) VALUE "）".
      *
      *例外リスト出力行（得意先マスタ未該当）
       01  WK-EXCEPTION.
           03  FILLER                  PIC X(17) VALUE
             PERFORM LOAD-MSG-MASTER-RTN
             PERFORM APPLY-MSG-RTN
           END-IF.
      *
           IF ALF-END-FLG NOT = "Y"
             PERFORM LOAD-DAIBIKI-RTN
           END-IF.
      *
           IF ALF-END-FLG NOT = "Y"
             PERFORM LOAD-SHOHIN-MASTER-RTN
           END-IF.
      *
           IF ALF-END-FLG NOT = "Y"
             OPEN OUTPUT DNW-FILE
       EXI.
           EXIT.
      ******************************************************************
      *    運賃請求データ読込処理（代金引換の行だけを代引金額テーブル
      *    へ格納する。ファイルが無い場合は代引金額を印字しない）
      ******************************************************************
       LOAD-DAIBIKI-RTN                SECTION.
           OPEN INPUT FRB-FILE.
           IF WK-FRB-FILE-ERR = 00
             MOVE "N" TO FRB-END-FLG
             PERFORM READ-FRB-RTN
             PERFORM LOAD-FRB-RTN UNTIL FRB-END-FLG = "Y"
             CLOSE FRB-FILE
           ELSE
             DISPLAY "*** KUBM082 WARNING NOT FRB-FILE (DAIBIKI NASHI)"
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
               DISPLAY "!!! KUBM082 ABEND : DAI TABLE FULL !!!"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "Y" TO ALF-END-FLG
               MOVE "Y" TO FRB-END-FLG
               GO TO EXI
             END-IF
             ADD 1 TO WK-DAI-CNT
             SET WK-DAI-IDX TO WK-DAI-CNT
             MOVE CFFRB-TOKU-COD TO WK-DAI-TBL-TOKU-COD (WK-DAI-IDX)
             MOVE CFFRB-SHIP-DATE TO WK-DAI-TBL-SHIP-DATE (WK-DAI-IDX)
             MOVE CFFRB-DAIBIKI-SHOHIN
               TO WK-DAI-TBL-SHOHIN (WK-DAI-IDX)
             MOVE CFFRB-DAIBIKI-ZEI TO WK-DAI-TBL-ZEI (WK-DAI-IDX)
             MOVE CFFRB-DAIBIKI-KINGAKU
               TO WK-DAI-TBL-KINGAKU (WK-DAI-IDX)
           END-IF.
           PERFORM READ-FRB-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    商品マスタ読込処理（ケース入数のみ使用する。マスタが無い
      *    場合は全明細をバラ数量で印字する）
      ******************************************************************
       LOAD-SHOHIN-MASTER-RTN          SECTION.
           OPEN INPUT SHO-FILE.
           IF WK-SHO-FILE-ERR = 00
             MOVE "N" TO SHO-END-FLG
             PERFORM READ-SHO-RTN
             PERFORM LOAD-SHOHIN-RTN UNTIL SHO-END-FLG = "Y"
             CLOSE SHO-FILE
           ELSE
             DISPLAY "*** KUBM082 WARNING NOT SHO-FILE (BARA HYOJI)"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    商品マスタ一件読込処理
      ******************************************************************
       READ-SHO-RTN                    SECTION.
           READ SHO-FILE
             AT END
               MOVE "Y" TO SHO-END-FLG
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    商品マスタテーブル格納処理
      ******************************************************************
       LOAD-SHOHIN-RTN                 SECTION.
           IF WK-SHOHIN-CNT >= 9999
             DISPLAY "!!! KUBM082 ABEND : SHOHIN TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "Y" TO ALF-END-FLG
             MOVE "Y" TO SHO-END-FLG
             GO TO EXI
           END-IF.
           ADD 1 TO WK-SHOHIN-CNT.
           SET WK-SHOHIN-IDX TO WK-SHOHIN-CNT.
           MOVE CFSHO-SHOHIN-NO TO WK-SHOHIN-TBL-NO (WK-SHOHIN-IDX).
           MOVE CFSHO-CASE-IRISU
             TO WK-SHOHIN-TBL-CASE-IRISU (WK-SHOHIN-IDX).
           PERFORM READ-SHO-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    読み込み処理
      ******************************************************************
       READ-RTN                        SECTION.
           MOVE CFALF-SHOHIN-MEI TO DNW-SHOHIN-MEI.
           MOVE CFALF-SURYO TO DNW-SURYO.
           MOVE CFALF-SOKO-COD TO DNW-SOKO-COD.
           MOVE CFALF-CHUMON-SHOHIN-NO TO DNW-CHUMON-NO.
           MOVE CFALF-SHIPTO-COD TO DNW-SHIPTO-COD.
           WRITE DNW-REC.
      *
           PERFORM READ-RTN.
           MOVE "N" TO DNS-END-FLG.
           PERFORM READ-DNS-RTN.
           PERFORM PRINT-NOHIN-ONE-RTN UNTIL DNS-END-FLG = "Y".
           IF WK-NOHIN-OPEN-FLG = "Y"
             PERFORM WRITE-DAIBIKI-RTN
           END-IF.
           CLOSE DNS-FILE.
       EXI.
           EXIT.
       PRINT-NOHIN-ONE-RTN             SECTION.
           IF DNS-TOKU-COD NOT = WK-KEY-TOKU-COD
             OR DNS-SHIP-DATE NOT = WK-KEY-SHIP-DATE
             IF WK-NOHIN-OPEN-FLG = "Y"
               PERFORM WRITE-DAIBIKI-RTN
             END-IF
             MOVE DNS-TOKU-COD TO WK-KEY-TOKU-COD
             MOVE DNS-SHIP-DATE TO WK-KEY-SHIP-DATE
             PERFORM WRITE-NOHIN-HEAD-RTN
           END-IF.
      *
           IF DNS-END-FLG = "N"
             PERFORM EDIT-MEISAI-RTN
             WRITE DNF-REC AFTER 1
             ADD 1 TO DNF-CNT
             IF DNS-CHUMON-NO NOT = SPACE
               MOVE DNS-CHUMON-NO TO WK-DL-CHUMON-NO
               MOVE WK-DAITAI-LINE TO DNF-REC
               WRITE DNF-REC AFTER 1
               ADD 1 TO DNF-CNT
             END-IF
             PERFORM STAMP-SYUKKA-RTN
             PERFORM WRITE-IDJ-RTN
           END-IF.
           WRITE DNF-REC AFTER 2.
           MOVE WK-ADDRLINE TO DNF-REC.
           WRITE DNF-REC AFTER 1.
           ADD 3 TO DNF-CNT.
           PERFORM WRITE-UKEIRE-RTN.
           MOVE SPACE TO DNF-REC.
           WRITE DNF-REC AFTER 1.
           ADD 1 TO DNF-CNT.
           MOVE "Y" TO WK-NOHIN-OPEN-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    受入条件印字処理（納品書の最初の受注の納品先の受入可能曜日
      *    ・受入時間帯と納品予定日。受入条件の設定が無ければ印字
      *    しない）
      ******************************************************************
       WRITE-UKEIRE-RTN                SECTION.
           MOVE "G" TO NKB-FUNCTION.
           MOVE WK-KEY-TOKU-COD TO NKB-TOKU-COD.
           MOVE DNS-SHIPTO-COD TO NKB-SHIPTO-COD.
           MOVE SPACE TO NKB-REGION-COD.
           MOVE SPACE TO NKB-CARRIER-COD.
           MOVE WK-KEY-SHIP-DATE TO NKB-SHIP-DATE.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KUBS070" USING KUBS070-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF NKB-UKEIRE-YOBI = SPACE
             AND NKB-UKEIRE-FROM = ZERO
             AND NKB-UKEIRE-TO = ZERO
             GO TO EXI
           END-IF.
      *
           PERFORM EDIT-YOBI-RTN
             VARYING WK-YOBI-IX FROM 1 BY 1
             UNTIL WK-YOBI-IX > 7.
           MOVE NKB-UKEIRE-FROM TO WK-UKEIRE-FROM.
           MOVE NKB-UKEIRE-TO TO WK-UKEIRE-TO.
           MOVE WK-UKEIRE-FROM-HH TO WK-UL-FROM-HH.
           MOVE WK-UKEIRE-FROM-MM TO WK-UL-FROM-MM.
           MOVE WK-UKEIRE-TO-HH TO WK-UL-TO-HH.
           MOVE WK-UKEIRE-TO-MM TO WK-UL-TO-MM.
           MOVE NKB-NOHIN-DATE TO WK-UL-NOHIN-DATE.
           MOVE WK-UKEIRE-LINE TO DNF-REC.
           IF NKB-UKEIRE-FROM = ZERO
             AND NKB-UKEIRE-TO = ZERO
             MOVE WK-UL-JIKAN-NASHI TO DNF-REC (51:13)
           END-IF.
           WRITE DNF-REC AFTER 1.
           ADD 1 TO DNF-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    受入曜日編集処理（受入可能な曜日は曜日名、それ以外は"－"。
      *    曜日の指定が無い場合はすべての曜日を受入可能として印字する）
      ******************************************************************
       EDIT-YOBI-RTN                   SECTION.
           IF NKB-UKEIRE-YOBI = SPACE
             OR NKB-UKEIRE-YOBI (WK-YOBI-IX:1) = "Y"
             MOVE WK-YOBI-MEI (WK-YOBI-IX) TO WK-UL-YOBI (WK-YOBI-IX)
           ELSE
             MOVE "－" TO WK-UL-YOBI (WK-YOBI-IX)
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    明細行編集処理（ケース入数のある商品はケース数＋端数、
      *    それ以外はバラ数量の明細行をDNF-RECへ編集する）
      ******************************************************************
       EDIT-MEISAI-RTN                 SECTION.
           PERFORM FIND-SHOHIN-RTN.
           IF WK-SHOHIN-FOUND-FLG = "Y"
             MOVE SPACE TO TNI-KBN
             MOVE DNS-SURYO TO TNI-SURYO
             MOVE WK-SHOHIN-TBL-CASE-IRISU (WK-SHOHIN-IDX)
               TO TNI-CASE-IRISU
             MOVE ZERO TO TNI-BALL-IRISU
             MOVE ZERO TO TNI-MIN-HACHU-TANI
             MOVE "N" TO TNI-MIN-CHECK
             MOVE RETURN-CODE TO WK-SAVE-RTN-CODE
             CALL "KUBS050" USING KUBS050-P1
             MOVE WK-SAVE-RTN-CODE TO RETURN-CODE
             IF TNI-OK
               MOVE DNS-JUCHU-NO TO WK-MC-JUCHU-NO
               MOVE DNS-SHOHIN-NO TO WK-MC-SHOHIN-NO
               MOVE DNS-SHOHIN-MEI TO WK-MC-SHOHIN-MEI
               MOVE TNI-CASE-SU TO WK-MC-CASE-SU
               MOVE TNI-HASU-SURYO TO WK-MC-HASU
               MOVE TNI-CASE-IRISU TO WK-MC-IRISU
               MOVE WK-MEISAI-CASE TO DNF-REC
               GO TO EXI
             END-IF
           END-IF.
      *
           MOVE DNS-JUCHU-NO TO WK-ML-JUCHU-NO.
           MOVE DNS-SHOHIN-NO TO WK-ML-SHOHIN-NO.
           MOVE DNS-SHOHIN-MEI TO WK-ML-SHOHIN-MEI.
           MOVE DNS-SURYO TO WK-ML-SURYO.
           MOVE WK-MEISAI TO DNF-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    商品マスタ検索処理（ケース入数のある商品のみ該当とする）
      ******************************************************************
       FIND-SHOHIN-RTN                 SECTION.
           MOVE "N" TO WK-SHOHIN-FOUND-FLG.
           IF WK-SHOHIN-CNT > 0
             SET WK-SHOHIN-IDX TO 1
             SEARCH WK-SHOHIN-ENT
               AT END
                 MOVE "N" TO WK-SHOHIN-FOUND-FLG
               WHEN WK-SHOHIN-TBL-NO (WK-SHOHIN-IDX) = DNS-SHOHIN-NO
                 MOVE "Y" TO WK-SHOHIN-FOUND-FLG
             END-SEARCH
           END-IF.
           IF WK-SHOHIN-FOUND-FLG = "Y"
             IF WK-SHOHIN-TBL-CASE-IRISU (WK-SHOHIN-IDX) NOT NUMERIC
               OR WK-SHOHIN-TBL-CASE-IRISU (WK-SHOHIN-IDX) = ZERO
               MOVE "N" TO WK-SHOHIN-FOUND-FLG
             END-IF
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    代引金額印字処理（納品書1通の明細の後に、同じ得意先・出荷日
      *    の代金引換の納品の代引金額を合計して印字する。代金引換で
      *    ない納品書には何も印字しない）
      ******************************************************************
       WRITE-DAIBIKI-RTN               SECTION.
           MOVE "N" TO WK-NOHIN-OPEN-FLG.
           MOVE ZERO TO WK-DAI-SHOHIN-GK.
           MOVE ZERO TO WK-DAI-ZEI-GK.
           MOVE ZERO TO WK-DAI-KINGAKU-GK.
           PERFORM SUM-DAIBIKI-RTN
             VARYING WK-DAI-IDX FROM 1 BY 1
             UNTIL WK-DAI-IDX > WK-DAI-CNT.
           IF WK-DAI-KINGAKU-GK = ZERO
             GO TO EXI
           END-IF.
      *
           MOVE WK-DAI-KINGAKU-GK TO WK-DL-KINGAKU.
           MOVE WK-DAI-SHOHIN-GK TO WK-DU-SHOHIN.
           MOVE WK-DAI-ZEI-GK TO WK-DU-ZEI.
           COMPUTE WK-DU-SORYO =
             WK-DAI-KINGAKU-GK - WK-DAI-SHOHIN-GK - WK-DAI-ZEI-GK.
           MOVE SPACE TO DNF-REC.
           WRITE DNF-REC AFTER 1.
           MOVE WK-DAIBIKI-LINE TO DNF-REC.
           WRITE DNF-REC AFTER 1.
           MOVE WK-DAIBIKI-UCHIWAKE TO DNF-REC.
           WRITE DNF-REC AFTER 1.
           ADD 3 TO DNF-CNT.
           ADD 1 TO DAIBIKI-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    代引金額集計処理（得意先・出荷日が一致する行を合計する）
      ******************************************************************
       SUM-DAIBIKI-RTN                 SECTION.
           IF WK-DAI-TBL-TOKU-COD (WK-DAI-IDX) = WK-KEY-TOKU-COD
             AND WK-DAI-TBL-SHIP-DATE (WK-DAI-IDX) = WK-KEY-SHIP-DATE
             ADD WK-DAI-TBL-SHOHIN (WK-DAI-IDX) TO WK-DAI-SHOHIN-GK
             ADD WK-DAI-TBL-ZEI (WK-DAI-IDX) TO WK-DAI-ZEI-GK
             ADD WK-DAI-TBL-KINGAKU (WK-DAI-IDX) TO WK-DAI-KINGAKU-GK
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
           DISPLAY "*** KUBM082 NOHIN=" NOHIN-CNT.
           DISPLAY "*** KUBM082 DNF=" DNF-CNT.
           DISPLAY "*** KUBM082 EXF=" EXF-CNT.
           DISPLAY "*** KUBM082 DAIBIKI=" DAIBIKI-CNT.
           DISPLAY "*** KUBM082 LAST-DENPYO-NO=" WK-LAST-DENPYO-NO.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM082 END ***".
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE            TO RUNHIS-RTN-CODE.
           MOVE 5                      TO RUNHIS-CNT-CNT.
           MOVE "ALF"                  TO RUNHIS-CNT-LABEL (1).
           MOVE ALF-CNT                TO RUNHIS-CNT-VALUE (1).
           MOVE "NOHIN"                TO RUNHIS-CNT-LABEL (2).
           MOVE DNF-CNT                TO RUNHIS-CNT-VALUE (3).
           MOVE "EXF"                  TO RUNHIS-CNT-LABEL (4).
           MOVE EXF-CNT                TO RUNHIS-CNT-VALUE (4).
           MOVE "DAIBIKI"              TO RUNHIS-CNT-LABEL (5).
           MOVE DAIBIKI-CNT            TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
