       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KSBM139.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：商品
      * プログラム名  ：発注ＥＤＩ送信データ作成
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。発注データ(KCCFPOF)のうち発注中
      *                 (CFPOF-OPEN。承認限度額を超えた発注は発注承認
      *                 KSBM118の承認後)の行を、仕入先ＥＤＩプロファ
      *                 イル(KCCFSEP)のある仕入先について発注番号単位
      *                 にまとめ、仕入先ごとの様式(標準ＣＳＶ／固定
      *                 長)で発注送信データ(EDO)へ書き出す。仕入先
      *                 ごとの先頭には送信方法・送信先を載せた振分け
      *                 行("#")を置き、送信ジョブはこの行で送信先を
      *                 振り分ける。送信した発注番号は送信済み登録簿
      *                 (KCCFPOS。旧世代POS→新世代PSO)へ送信日時と
      *                 ともに登録し、登録済みの発注番号は再送しない。
      *                 送信停止中(CFSEP-TEISHI)の仕入先の発注は送信
      *                 せずに残す。送信結果は一覧(RPT)へ印字する。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT POF-FILE
             ASSIGN TO EXTERNAL POF
               FILE STATUS IS WK-POF-FILE-ERR.
           SELECT SEP-FILE
             ASSIGN TO EXTERNAL SEP
               FILE STATUS IS WK-SEP-FILE-ERR.
           SELECT POS-FILE
             ASSIGN TO EXTERNAL POS
               FILE STATUS IS WK-POS-FILE-ERR.
           SELECT PSO-FILE
             ASSIGN TO EXTERNAL PSO
               FILE STATUS IS WK-PSO-FILE-ERR.
           SELECT EDO-FILE
             ASSIGN TO EXTERNAL EDO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-EDO-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
       FD  POF-FILE.
       01  POF-REC.
           COPY KCCFPOF.
       FD  SEP-FILE.
       01  SEP-REC.
           COPY KCCFSEP.
       FD  POS-FILE.
       01  POS-REC.
           COPY KCCFPOS.
       FD  PSO-FILE.
       01  PSO-REC.
           COPY KCCFPOS.
       FD  EDO-FILE.
       01  EDO-REC                     PIC  X(128).
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(90).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-POF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SEP-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-POS-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-PSO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-EDO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  POF-END-FLG                 PIC  X(01) VALUE "N".
       01  SEP-END-FLG                 PIC  X(01) VALUE "N".
       01  POS-END-FLG                 PIC  X(01) VALUE "N".
      *    送信日時(登録簿と送信データに載せる実行時刻)
       01  WK-SOSHIN-DATE              PIC  9(08) VALUE ZERO.
       01  WK-SOSHIN-TIME              PIC  9(06) VALUE ZERO.
      ******************************************************************
      *  仕入先ＥＤＩプロファイルテーブル
      ******************************************************************
       01  WK-SEP-TBL.
           03  WK-SEP-CNT              PIC  9(03) VALUE ZERO.
           03  WK-SEP-ENT              OCCURS 200 TIMES.
             05  WK-SEP-SUPPLIER-COD   PIC  X(06).
             05  WK-SEP-PARTNER-COD    PIC  X(04).
             05  WK-SEP-FORMAT-KBN     PIC  X(01).
             05  WK-SEP-SOSHIN-HOHO    PIC  X(01).
             05  WK-SEP-SOSHIN-SAKI    PIC  X(20).
             05  WK-SEP-TEISHI-FLG     PIC  X(01).
       01  WK-SEP-IX                   PIC  9(03) VALUE ZERO.
      ******************************************************************
      *  送信済み発注番号テーブル(登録簿＋今回の送信分)
      ******************************************************************
       01  WK-POS-TBL.
           03  WK-POS-CNT              PIC  9(05) VALUE ZERO.
           03  WK-POS-OLD-CNT          PIC  9(05) VALUE ZERO.
           03  WK-POS-ENT              OCCURS 9999 TIMES
                                        INDEXED BY WK-POS-IDX.
             05  WK-POS-HATCHU-NO      PIC  9(06).
             05  WK-POS-SUPPLIER-COD   PIC  X(06).
       01  WK-POS-FOUND-FLG            PIC  X(01) VALUE "N".
      ******************************************************************
      *  送信候補の発注明細テーブル(発注中の行)
      ******************************************************************
       01  WK-POF-TBL.
           03  WK-POF-CNT              PIC  9(05) VALUE ZERO.
           03  WK-POF-ENT              OCCURS 5000 TIMES.
             05  WK-POF-HATCHU-NO      PIC  9(06).
             05  WK-POF-SUPPLIER-COD   PIC  X(06).
             05  WK-POF-SHOHIN-NO      PIC  X(05).
             05  WK-POF-SURYO          PIC  9(05).
             05  WK-POF-HATCHU-DATE    PIC  9(08).
             05  WK-POF-TANKA          PIC S9(05)V9(02).
       01  WK-POF-IX                   PIC  9(05) VALUE ZERO.
       01  WK-MEI-IX                   PIC  9(05) VALUE ZERO.
      *
      *    仕入先ごとの振分け行・発注番号ごとの見出しの出力済み判定
       01  WK-SUP-HEAD-FLG             PIC  X(01) VALUE "N".
       01  WK-CUR-HATCHU-NO            PIC  9(06) VALUE ZERO.
       01  WK-CUR-GYO-NO               PIC  9(03) VALUE ZERO.
       01  WK-CUR-SURYO-GOKEI          PIC  9(07) VALUE ZERO.
      *
       01  WK-POF-READ-CNT             PIC  9(09) VALUE ZERO.
       01  WK-HATCHU-CNT               PIC  9(09) VALUE ZERO.
       01  WK-MEISAI-CNT               PIC  9(09) VALUE ZERO.
       01  WK-SOSHIN-ZUMI-CNT          PIC  9(09) VALUE ZERO.
       01  WK-TEISHI-CNT               PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  送信データ編集用
      ******************************************************************
       01  WK-CSV-GYO-NO               PIC  9(03) VALUE ZERO.
       01  WK-CSV-SURYO                PIC  9(05) VALUE ZERO.
       01  WK-CSV-TANKA                PIC  9(05).9(02) VALUE ZERO.
       01  WK-CSV-GOKEI                PIC  9(07) VALUE ZERO.
      *    固定長様式(128バイト)：見出し"1"・明細"2"・合計"8"
       01  WK-KOTEI-HEAD.
           03  FILLER                  PIC  X(01) VALUE "1".
           03  WK-KH-PARTNER-COD       PIC  X(04).
           03  WK-KH-HATCHU-NO         PIC  9(06).
           03  WK-KH-HATCHU-DATE       PIC  9(08).
           03  WK-KH-SOSHIN-DATE       PIC  9(08).
           03  WK-KH-SOSHIN-TIME       PIC  9(06).
           03  WK-KH-SUPPLIER-COD      PIC  X(06).
           03  FILLER                  PIC  X(89) VALUE SPACE.
       01  WK-KOTEI-MEISAI.
           03  FILLER                  PIC  X(01) VALUE "2".
           03  WK-KM-HATCHU-NO         PIC  9(06).
           03  WK-KM-GYO-NO            PIC  9(03).
           03  WK-KM-SHOHIN-NO         PIC  X(05).
           03  WK-KM-SURYO             PIC  9(05).
           03  WK-KM-TANKA             PIC  9(05)V9(02).
           03  FILLER                  PIC  X(101) VALUE SPACE.
       01  WK-KOTEI-GOKEI.
           03  FILLER                  PIC  X(01) VALUE "8".
           03  WK-KG-HATCHU-NO         PIC  9(06).
           03  WK-KG-GYO-SU            PIC  9(03).
           03  WK-KG-SURYO-GOKEI       PIC  9(07).
           03  FILLER                  PIC  X(111) VALUE SPACE.
      ******************************************************************
      *  一覧印字用
      ******************************************************************
       01  WK-RPT-LINE.
           03  WK-RPT-KBN              PIC  X(10).
           03  FILLER                  PIC  X(05) VALUE " SIR=".
           03  WK-RPT-SUPPLIER-COD     PIC  X(06).
           03  FILLER                  PIC  X(05) VALUE " PTN=".
           03  WK-RPT-PARTNER-COD      PIC  X(04).
           03  FILLER                  PIC  X(08) VALUE " HATCHU=".
           03  WK-RPT-HATCHU-NO        PIC  9(06).
           03  FILLER                  PIC  X(05) VALUE " GYO=".
           03  WK-RPT-GYO-SU           PIC  ZZ9.
           03  FILLER                  PIC  X(09) VALUE " YOSHIKI=".
           03  WK-RPT-FORMAT-KBN       PIC  X(01).
           03  FILLER                  PIC  X(06) VALUE " SAKI=".
           03  WK-RPT-SOSHIN-SAKI      PIC  X(20).
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM LOAD-POS-RTN  UNTIL POS-END-FLG = "Y"
             PERFORM LOAD-POF-RTN  UNTIL POF-END-FLG = "Y"
             PERFORM SUPPLIER-RTN
               VARYING WK-SEP-IX FROM 1 BY 1
               UNTIL WK-SEP-IX > WK-SEP-CNT
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KSBM139 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
           MOVE WK-RUNHIS-START-DATE TO WK-SOSHIN-DATE.
           MOVE WK-RUNHIS-START-TIME TO WK-SOSHIN-TIME.
      *
           OPEN INPUT POF-FILE.
           IF WK-POF-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM139 ABEND NOT POF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT SEP-FILE
             IF WK-SEP-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM139 ABEND NOT SEP-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT PSO-FILE
             IF WK-PSO-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM139 ABEND NOT PSO-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT EDO-FILE
             IF WK-EDO-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM139 ABEND NOT EDO-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RPT-FILE
             IF WK-RPT-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM139 ABEND NOT RPT-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "N"
             GO TO EXT
           END-IF.
      *
           MOVE SPACE TO RPT-REC.
           STRING "*** KSBM139 HATCHU EDI SOSHIN *** "
                  WK-SOSHIN-DATE " " WK-SOSHIN-TIME
             DELIMITED BY SIZE INTO RPT-REC
           END-STRING.
           WRITE RPT-REC.
           PERFORM LOAD-SEP-RTN  UNTIL SEP-END-FLG = "Y".
      *    送信済み登録簿(初回は無いので送信済みなしとして扱う)
           OPEN INPUT POS-FILE.
           IF WK-POS-FILE-ERR NOT = "00"
             MOVE "Y" TO POS-END-FLG
           END-IF.
       EXT.
           EXIT.
      *
       LOAD-SEP-RTN        SECTION.
           READ SEP-FILE
             AT END
               MOVE "Y" TO SEP-END-FLG
               GO TO EXT
           END-READ.
           IF WK-SEP-CNT >= 200
             DISPLAY "!!! KSBM139 ABEND : SEP TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SEP-CNT.
           MOVE CFSEP-SUPPLIER-COD TO WK-SEP-SUPPLIER-COD (WK-SEP-CNT).
           MOVE CFSEP-PARTNER-COD TO WK-SEP-PARTNER-COD (WK-SEP-CNT).
           MOVE CFSEP-FORMAT-KBN TO WK-SEP-FORMAT-KBN (WK-SEP-CNT).
           MOVE CFSEP-SOSHIN-HOHO TO WK-SEP-SOSHIN-HOHO (WK-SEP-CNT).
           MOVE CFSEP-SOSHIN-SAKI TO WK-SEP-SOSHIN-SAKI (WK-SEP-CNT).
           MOVE CFSEP-TEISHI-FLG TO WK-SEP-TEISHI-FLG (WK-SEP-CNT).
       EXT.
           EXIT.
      *
      *    登録簿は旧世代をそのまま新世代へ引き継ぐ
       LOAD-POS-RTN        SECTION.
           READ POS-FILE
             AT END
               MOVE "Y" TO POS-END-FLG
               GO TO EXT
           END-READ.
           MOVE POS-REC TO PSO-REC.
           WRITE PSO-REC.
           IF WK-POS-CNT >= 9999
             DISPLAY "!!! KSBM139 ABEND : POS TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-POS-CNT.
           ADD 1 TO WK-POS-OLD-CNT.
           SET WK-POS-IDX TO WK-POS-CNT.
           MOVE CFPOS-HATCHU-NO OF POS-REC
             TO WK-POS-HATCHU-NO (WK-POS-IDX).
           MOVE CFPOS-SUPPLIER-COD OF POS-REC
             TO WK-POS-SUPPLIER-COD (WK-POS-IDX).
       EXT.
           EXIT.
      *
      *    発注中の行を控える
       LOAD-POF-RTN        SECTION.
           READ POF-FILE
             AT END
               MOVE "Y" TO POF-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-POF-READ-CNT.
           IF NOT CFPOF-OPEN
             GO TO EXT
           END-IF.
           IF WK-POF-CNT >= 5000
             DISPLAY "!!! KSBM139 ABEND : POF TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-POF-CNT.
           MOVE CFPOF-HATCHU-NO TO WK-POF-HATCHU-NO (WK-POF-CNT).
           MOVE CFPOF-SUPPLIER-COD TO WK-POF-SUPPLIER-COD (WK-POF-CNT).
           MOVE CFPOF-SHOHIN-NO TO WK-POF-SHOHIN-NO (WK-POF-CNT).
           MOVE CFPOF-SURYO TO WK-POF-SURYO (WK-POF-CNT).
           MOVE CFPOF-HATCHU-DATE TO WK-POF-HATCHU-DATE (WK-POF-CNT).
           MOVE CFPOF-TANKA TO WK-POF-TANKA (WK-POF-CNT).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    仕入先1件ごとの送信データ出力
      ******************************************************************
       SUPPLIER-RTN        SECTION.
           MOVE "N" TO WK-SUP-HEAD-FLG.
           PERFORM HATCHU-RTN
             VARYING WK-POF-IX FROM 1 BY 1
             UNTIL WK-POF-IX > WK-POF-CNT.
       EXT.
           EXIT.
      *
      *    未送信の発注番号を見つけたら、その発注の全明細を送る
       HATCHU-RTN          SECTION.
           IF WK-POF-SUPPLIER-COD (WK-POF-IX)
                NOT = WK-SEP-SUPPLIER-COD (WK-SEP-IX)
             GO TO EXT
           END-IF.
           PERFORM FIND-POS-RTN.
           IF WK-POS-FOUND-FLG = "Y"
             GO TO EXT
           END-IF.
      *
           INITIALIZE WK-RPT-LINE.
           MOVE WK-SEP-SUPPLIER-COD (WK-SEP-IX) TO WK-RPT-SUPPLIER-COD.
           MOVE WK-SEP-PARTNER-COD (WK-SEP-IX) TO WK-RPT-PARTNER-COD.
           MOVE WK-POF-HATCHU-NO (WK-POF-IX) TO WK-RPT-HATCHU-NO.
           MOVE WK-SEP-FORMAT-KBN (WK-SEP-IX) TO WK-RPT-FORMAT-KBN.
           MOVE WK-SEP-SOSHIN-SAKI (WK-SEP-IX) TO WK-RPT-SOSHIN-SAKI.
      *    送信停止中・様式不明の仕入先は送らずに残す(次回以降に送る)
           IF WK-SEP-TEISHI-FLG (WK-SEP-IX) = "Y"
             ADD 1 TO WK-TEISHI-CNT
             MOVE "TEISHI" TO WK-RPT-KBN
             PERFORM WRITE-MISOSHIN-RTN
             GO TO EXT
           END-IF.
           IF WK-SEP-FORMAT-KBN (WK-SEP-IX) NOT = "1"
            AND WK-SEP-FORMAT-KBN (WK-SEP-IX) NOT = "2"
             MOVE "YOSHIKI-NG" TO WK-RPT-KBN
             PERFORM WRITE-MISOSHIN-RTN
             MOVE RC-WARNING TO RETURN-CODE
             GO TO EXT
           END-IF.
      *
           IF WK-SUP-HEAD-FLG = "N"
             MOVE "Y" TO WK-SUP-HEAD-FLG
             MOVE SPACE TO EDO-REC
             STRING "#," DELIMITED BY SIZE
                    WK-SEP-SUPPLIER-COD (WK-SEP-IX)
                      DELIMITED BY SPACE
                    "," DELIMITED BY SIZE
                    WK-SEP-PARTNER-COD (WK-SEP-IX)
                      DELIMITED BY SPACE
                    "," DELIMITED BY SIZE
                    WK-SEP-SOSHIN-HOHO (WK-SEP-IX)
                      DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    WK-SEP-SOSHIN-SAKI (WK-SEP-IX)
                      DELIMITED BY SPACE
                    "," DELIMITED BY SIZE
                    WK-SEP-FORMAT-KBN (WK-SEP-IX)
                      DELIMITED BY SIZE
               INTO EDO-REC
             END-STRING
             WRITE EDO-REC
           END-IF.
      *
           MOVE WK-POF-HATCHU-NO (WK-POF-IX) TO WK-CUR-HATCHU-NO.
           MOVE ZERO TO WK-CUR-GYO-NO.
           MOVE ZERO TO WK-CUR-SURYO-GOKEI.
           PERFORM WRITE-HEAD-RTN.
           PERFORM MEISAI-RTN
             VARYING WK-MEI-IX FROM WK-POF-IX BY 1
             UNTIL WK-MEI-IX > WK-POF-CNT.
           PERFORM WRITE-GOKEI-RTN.
           ADD 1 TO WK-HATCHU-CNT.
      *
      *    送信済み登録簿へ登録(今回の実行内でも再送しない)
           MOVE SPACE TO PSO-REC.
           MOVE WK-CUR-HATCHU-NO TO CFPOS-HATCHU-NO OF PSO-REC.
           MOVE WK-SEP-SUPPLIER-COD (WK-SEP-IX)
             TO CFPOS-SUPPLIER-COD OF PSO-REC.
           MOVE WK-SEP-PARTNER-COD (WK-SEP-IX)
             TO CFPOS-PARTNER-COD OF PSO-REC.
           MOVE WK-SOSHIN-DATE TO CFPOS-SOSHIN-DATE OF PSO-REC.
           MOVE WK-SOSHIN-TIME TO CFPOS-SOSHIN-TIME OF PSO-REC.
           MOVE WK-CUR-GYO-NO TO CFPOS-MEISAI-SU OF PSO-REC.
           MOVE ZERO TO CFPOS-ACK-DATE OF PSO-REC.
           MOVE ZERO TO CFPOS-ACK-TIME OF PSO-REC.
           WRITE PSO-REC.
           IF WK-POS-CNT >= 9999
             DISPLAY "!!! KSBM139 ABEND : POS TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-POS-CNT.
           SET WK-POS-IDX TO WK-POS-CNT.
           MOVE WK-CUR-HATCHU-NO TO WK-POS-HATCHU-NO (WK-POS-IDX).
           MOVE WK-SEP-SUPPLIER-COD (WK-SEP-IX)
             TO WK-POS-SUPPLIER-COD (WK-POS-IDX).
      *
           MOVE "SOSHIN" TO WK-RPT-KBN.
           MOVE WK-CUR-GYO-NO TO WK-RPT-GYO-SU.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      *    送信しなかった発注は発注番号ごとに1回だけ印字する
       WRITE-MISOSHIN-RTN  SECTION.
           IF WK-POF-IX > 1
            AND WK-POF-HATCHU-NO (WK-POF-IX - 1)
                  = WK-POF-HATCHU-NO (WK-POF-IX)
            AND WK-POF-SUPPLIER-COD (WK-POF-IX - 1)
                  = WK-POF-SUPPLIER-COD (WK-POF-IX)
             GO TO EXT
           END-IF.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      *    送信済み登録簿(今回の送信分を含む)の検索
       FIND-POS-RTN        SECTION.
           MOVE "N" TO WK-POS-FOUND-FLG.
           IF WK-POS-CNT > ZERO
             SET WK-POS-IDX TO 1
             SEARCH WK-POS-ENT
               AT END
                 CONTINUE
               WHEN WK-POS-IDX > WK-POS-CNT
                 CONTINUE
               WHEN WK-POS-HATCHU-NO (WK-POS-IDX)
                      = WK-POF-HATCHU-NO (WK-POF-IX)
                AND WK-POS-SUPPLIER-COD (WK-POS-IDX)
                      = WK-POF-SUPPLIER-COD (WK-POF-IX)
                 MOVE "Y" TO WK-POS-FOUND-FLG
             END-SEARCH
           END-IF.
      *    登録簿から読み込んだ発注番号なら再送しない(件数は発注の
      *    先頭明細でだけ数える)
           IF WK-POS-FOUND-FLG = "Y"
            AND WK-POS-IDX NOT > WK-POS-OLD-CNT
             IF WK-POF-IX = 1
              OR WK-POF-HATCHU-NO (WK-POF-IX - 1)
                   NOT = WK-POF-HATCHU-NO (WK-POF-IX)
               ADD 1 TO WK-SOSHIN-ZUMI-CNT
             END-IF
           END-IF.
       EXT.
           EXIT.
      *
      *    発注番号ごとの見出し
       WRITE-HEAD-RTN      SECTION.
           MOVE SPACE TO EDO-REC.
           IF WK-SEP-FORMAT-KBN (WK-SEP-IX) = "1"
             STRING "H," DELIMITED BY SIZE
                    WK-SEP-PARTNER-COD (WK-SEP-IX)
                      DELIMITED BY SPACE
                    "," DELIMITED BY SIZE
                    WK-CUR-HATCHU-NO DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    WK-POF-HATCHU-DATE (WK-POF-IX)
                      DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    WK-SOSHIN-DATE DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    WK-SOSHIN-TIME DELIMITED BY SIZE
               INTO EDO-REC
             END-STRING
           ELSE
             MOVE WK-SEP-PARTNER-COD (WK-SEP-IX) TO WK-KH-PARTNER-COD
             MOVE WK-CUR-HATCHU-NO TO WK-KH-HATCHU-NO
             MOVE WK-POF-HATCHU-DATE (WK-POF-IX) TO WK-KH-HATCHU-DATE
             MOVE WK-SOSHIN-DATE TO WK-KH-SOSHIN-DATE
             MOVE WK-SOSHIN-TIME TO WK-KH-SOSHIN-TIME
             MOVE WK-SEP-SUPPLIER-COD (WK-SEP-IX)
               TO WK-KH-SUPPLIER-COD
             MOVE WK-KOTEI-HEAD TO EDO-REC
           END-IF.
           WRITE EDO-REC.
       EXT.
           EXIT.
      *
      *    同じ発注番号の明細
       MEISAI-RTN          SECTION.
           IF WK-POF-HATCHU-NO (WK-MEI-IX) NOT = WK-CUR-HATCHU-NO
            OR WK-POF-SUPPLIER-COD (WK-MEI-IX)
                 NOT = WK-SEP-SUPPLIER-COD (WK-SEP-IX)
             GO TO EXT
           END-IF.
           ADD 1 TO WK-CUR-GYO-NO.
           ADD WK-POF-SURYO (WK-MEI-IX) TO WK-CUR-SURYO-GOKEI.
           MOVE SPACE TO EDO-REC.
           IF WK-SEP-FORMAT-KBN (WK-SEP-IX) = "1"
             MOVE WK-CUR-GYO-NO TO WK-CSV-GYO-NO
             MOVE WK-POF-SURYO (WK-MEI-IX) TO WK-CSV-SURYO
             MOVE WK-POF-TANKA (WK-MEI-IX) TO WK-CSV-TANKA
             STRING "D," DELIMITED BY SIZE
                    WK-CUR-HATCHU-NO DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    WK-CSV-GYO-NO DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    WK-POF-SHOHIN-NO (WK-MEI-IX) DELIMITED BY SPACE
                    "," DELIMITED BY SIZE
                    WK-CSV-SURYO DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    WK-CSV-TANKA DELIMITED BY SIZE
               INTO EDO-REC
             END-STRING
           ELSE
             MOVE WK-CUR-HATCHU-NO TO WK-KM-HATCHU-NO
             MOVE WK-CUR-GYO-NO TO WK-KM-GYO-NO
             MOVE WK-POF-SHOHIN-NO (WK-MEI-IX) TO WK-KM-SHOHIN-NO
             MOVE WK-POF-SURYO (WK-MEI-IX) TO WK-KM-SURYO
             MOVE WK-POF-TANKA (WK-MEI-IX) TO WK-KM-TANKA
             MOVE WK-KOTEI-MEISAI TO EDO-REC
           END-IF.
           WRITE EDO-REC.
           ADD 1 TO WK-MEISAI-CNT.
       EXT.
           EXIT.
      *
      *    発注番号ごとの合計(明細行数・数量合計)
       WRITE-GOKEI-RTN     SECTION.
           MOVE SPACE TO EDO-REC.
           IF WK-SEP-FORMAT-KBN (WK-SEP-IX) = "1"
             MOVE WK-CUR-GYO-NO TO WK-CSV-GYO-NO
             MOVE WK-CUR-SURYO-GOKEI TO WK-CSV-GOKEI
             STRING "T," DELIMITED BY SIZE
                    WK-CUR-HATCHU-NO DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    WK-CSV-GYO-NO DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    WK-CSV-GOKEI DELIMITED BY SIZE
               INTO EDO-REC
             END-STRING
           ELSE
             MOVE WK-CUR-HATCHU-NO TO WK-KG-HATCHU-NO
             MOVE WK-CUR-GYO-NO TO WK-KG-GYO-SU
             MOVE WK-CUR-SURYO-GOKEI TO WK-KG-SURYO-GOKEI
             MOVE WK-KOTEI-GOKEI TO EDO-REC
           END-IF.
           WRITE EDO-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-POF-FILE-ERR = "00"
             CLOSE POF-FILE
           END-IF.
           IF WK-SEP-FILE-ERR = "00"
             CLOSE SEP-FILE
           END-IF.
           IF WK-POS-FILE-ERR = "00"
             CLOSE POS-FILE
           END-IF.
           IF WK-PSO-FILE-ERR = "00"
             CLOSE PSO-FILE
           END-IF.
           IF WK-EDO-FILE-ERR = "00"
             CLOSE EDO-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "POFCNT=" WK-POF-READ-CNT.
           DISPLAY "HATCHUCNT=" WK-HATCHU-CNT.
           DISPLAY "MEISAICNT=" WK-MEISAI-CNT.
           DISPLAY "SOSHINZUMICNT=" WK-SOSHIN-ZUMI-CNT.
           DISPLAY "TEISHICNT=" WK-TEISHI-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM139 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KSBM139"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "POFCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-POF-READ-CNT       TO RUNHIS-CNT-VALUE (1).
           MOVE "HATCHUCNT"           TO RUNHIS-CNT-LABEL (2).
           MOVE WK-HATCHU-CNT         TO RUNHIS-CNT-VALUE (2).
           MOVE "MEISAICNT"           TO RUNHIS-CNT-LABEL (3).
           MOVE WK-MEISAI-CNT         TO RUNHIS-CNT-VALUE (3).
           MOVE "SOSHINZUMI"          TO RUNHIS-CNT-LABEL (4).
           MOVE WK-SOSHIN-ZUMI-CNT    TO RUNHIS-CNT-VALUE (4).
           MOVE "TEISHICNT"           TO RUNHIS-CNT-LABEL (5).
           MOVE WK-TEISHI-CNT         TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KSBM139 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
