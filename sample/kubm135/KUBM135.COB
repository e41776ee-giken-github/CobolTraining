      *                 (KCCFTRK)を載せる。取引先プロファイルの無い
      *                 得意先の出荷はＡＳＮ対象外。取引先ごとの
      *                 ヘッダ行("H")と明細行("D")で構成する。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：梱包個数データ(KCCFPKG。KUBM170が作成)を読み、
      *                 明細行の末尾に受注ごとのケース数(個口数)を
      *                 追加した(データの無い受注は空欄)。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
           SELECT TRK-FILE
             ASSIGN TO EXTERNAL TRK
               FILE STATUS IS WK-TRK-FILE-ERR.
           SELECT PKG-FILE
             ASSIGN TO EXTERNAL PKG
               FILE STATUS IS WK-PKG-FILE-ERR.
           SELECT ASN-FILE
             ASSIGN TO EXTERNAL ASN
               ORGANIZATION LINE SEQUENTIAL
       FD  TRK-FILE.
       01  TRK-REC.
           COPY KCCFTRK.
       FD  PKG-FILE.
       01  PKG-REC.
           COPY KCCFPKG.
       FD  ASN-FILE.
       01  ASN-REC                     PIC  X(100).
      *
       01  WK-PTN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TSX-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TRK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-PKG-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ASN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  ALF-END-FLG                 PIC  X(01) VALUE "N".
       01  PTN-END-FLG                 PIC  X(01) VALUE "N".
       01  TSX-END-FLG                 PIC  X(01) VALUE "N".
       01  TRK-END-FLG                 PIC  X(01) VALUE "N".
       01  PKG-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      ******************************************************************
      *  取引先プロファイルテーブル
             05  WK-TRK-JUCHU-NO       PIC  9(04).
             05  WK-TRK-OKURIJO-NO     PIC  X(12).
      ******************************************************************
      *  梱包個数テーブル
      ******************************************************************
       01  WK-PKG-TBL.
           03  WK-PKG-CNT              PIC  9(05) VALUE ZERO.
           03  WK-PKG-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-PKG-IDX.
             05  WK-PKG-TOKU-COD       PIC  X(04).
             05  WK-PKG-JUCHU-NO       PIC  9(04).
             05  WK-PKG-KOSU           PIC  9(03).
      ******************************************************************
      *  当日出荷明細テーブル
      ******************************************************************
       01  WK-SHP-TBL.
      *
       01  WK-AITE-COD                 PIC  X(15) VALUE SPACE.
       01  WK-OKURIJO-NO               PIC  X(12) VALUE SPACE.
       01  WK-KOSU-X                   PIC  X(03) VALUE SPACE.
       01  WK-GROUP-CNT                PIC  9(05) VALUE ZERO.
       01  WK-SURYO-X                  PIC  9(05) VALUE ZERO.
       01  WK-JUCHU-X                  PIC  9(04) VALUE ZERO.
             PERFORM LOAD-TRK-RTN  UNTIL TRK-END-FLG = "Y"
             CLOSE TRK-FILE
           END-IF.
      *    梱包個数(無い場合は個口数を空欄で出力する)
           OPEN INPUT PKG-FILE.
           IF WK-PKG-FILE-ERR = "00"
             PERFORM LOAD-PKG-RTN  UNTIL PKG-END-FLG = "Y"
             CLOSE PKG-FILE
           END-IF.
       EXT.
           EXIT.
      *
           MOVE CFTRK-OKURIJO-NO TO WK-TRK-OKURIJO-NO (WK-TRK-IDX).
       EXT.
           EXIT.
      *
       LOAD-PKG-RTN        SECTION.
           READ PKG-FILE
             AT END
               MOVE "Y" TO PKG-END-FLG
               GO TO EXT
           END-READ.
           IF WK-PKG-CNT >= 5000
             MOVE "Y" TO PKG-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-PKG-CNT.
           SET WK-PKG-IDX TO WK-PKG-CNT.
           MOVE CFPKG-TOKU-COD TO WK-PKG-TOKU-COD (WK-PKG-IDX).
           MOVE CFPKG-JUCHU-NO TO WK-PKG-JUCHU-NO (WK-PKG-IDX).
           MOVE CFPKG-KOSU TO WK-PKG-KOSU (WK-PKG-IDX).
       EXT.
           EXIT.
      *
      *    業務日付に出荷した明細を控える
       LOAD-ALF-RTN        SECTION.
                   TO WK-OKURIJO-NO
             END-SEARCH
           END-IF.
      *
      *    個口数
           MOVE SPACE TO WK-KOSU-X.
           SET WK-PKG-IDX TO 1.
           IF WK-PKG-CNT > ZERO
             SEARCH WK-PKG-ENT
               AT END
                 CONTINUE
               WHEN WK-PKG-IDX > WK-PKG-CNT
                 CONTINUE
               WHEN WK-PKG-TOKU-COD (WK-PKG-IDX)
                      = WK-SHP-TOKU-COD (WK-SHP-IX)
                AND WK-PKG-JUCHU-NO (WK-PKG-IDX)
                      = WK-SHP-JUCHU-NO (WK-SHP-IX)
                 MOVE WK-PKG-KOSU (WK-PKG-IDX) TO WK-KOSU-X
             END-SEARCH
           END-IF.
      *
           MOVE WK-SHP-SURYO (WK-SHP-IX) TO WK-SURYO-X.
           MOVE WK-SHP-JUCHU-NO (WK-SHP-IX) TO WK-JUCHU-X.
                  WK-SURYO-X DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WK-OKURIJO-NO DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WK-KOSU-X DELIMITED BY SPACE
             INTO ASN-REC
           END-STRING.
           WRITE ASN-REC.
