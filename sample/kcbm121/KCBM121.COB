       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KCBM121.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：共通
      * プログラム名  ：索引マスタ整合性検査・再編成
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。索引ファイルのマスタ(受注ステータス
      *                 OSF＝KCCFOSF、商品マスタSHO＝KCCFSHO、商品分類
      *                 マスタCAT＝KCCFCAT、仕入先マスタSIR＝KCCFSIR)を
      *                 2回のパスで検査する。第1パスはファイルを先頭から
      *                 順読みしてキーと内容を控え、キーの重複・昇順
      *                 崩れと読込エラーを検出する。第2パスは控えた
      *                 キーでランダム読みし、キーで読めない(孤立)
      *                 レコード、キーで読むと順読みと内容が異なる
      *                 レコード、順読み件数とキー読み件数の不一致を
      *                 検出する。対象は環境変数KCBM121-FILE("OSF"・
      *                 "SHO"・"CAT"・"SIR"。SPACEは全部)で指定する。
      *                 KCBM121-MODE="C"は検査だけを行い(夜間チェーン
      *                 事前チェックKCBM020から呼ぶ)、それ以外は検査に
      *                 続けて再編成する。再編成は順読みで全件を順
      *                 ファイル(OSU・SHU・CATU・SIRU)へ退避し、KCBS050
      *                 で採番した新世代(OSN・SHN・CATN・SIRN。環境変数
      *                 の値はベース名)の索引ファイルへ再ロードする
      *                 (キー重複で書けないレコードは退避ファイルに
      *                 残し、一覧へ印字する。新世代への差し替えは後続
      *                 ジョブステップの役割)。順読みで読めない位置が
      *                 あったファイルは、その先のレコードが退避から
      *                 漏れるため再編成しない。検査結果と再編成前後の
      *                 件数は一覧(RPT)へ印字する。異常があれば
      *                 RC-DATA-ERRORで終わる。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT OSF-FILE
             ASSIGN TO EXTERNAL OSF
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CFOSF-JUCHU-NO
               FILE STATUS IS WK-OSF-FILE-ERR.
           SELECT OSU-FILE
             ASSIGN TO EXTERNAL OSU
               FILE STATUS IS WK-OSU-FILE-ERR.
           SELECT OSN-FILE
             ASSIGN TO EXTERNAL OSN
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS OSN-JUCHU-NO
               FILE STATUS IS WK-OSN-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CFSHO-SHOHIN-NO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT SHU-FILE
             ASSIGN TO EXTERNAL SHU
               FILE STATUS IS WK-SHU-FILE-ERR.
           SELECT SHN-FILE
             ASSIGN TO EXTERNAL SHN
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS SHN-SHOHIN-NO
               FILE STATUS IS WK-SHN-FILE-ERR.
           SELECT CAT-FILE
             ASSIGN TO EXTERNAL CAT
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CFCAT-CATEGORY-COD
               FILE STATUS IS WK-CAT-FILE-ERR.
           SELECT CAU-FILE
             ASSIGN TO EXTERNAL CATU
               FILE STATUS IS WK-CAU-FILE-ERR.
           SELECT CAN-FILE
             ASSIGN TO EXTERNAL CATN
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS CAN-CATEGORY-COD
               FILE STATUS IS WK-CAN-FILE-ERR.
           SELECT SIR-FILE
             ASSIGN TO EXTERNAL SIR
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CFSIR-SUPPLIER-COD
               FILE STATUS IS WK-SIR-FILE-ERR.
           SELECT SIU-FILE
             ASSIGN TO EXTERNAL SIRU
               FILE STATUS IS WK-SIU-FILE-ERR.
           SELECT SIN-FILE
             ASSIGN TO EXTERNAL SIRN
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS SIN-SUPPLIER-COD
               FILE STATUS IS WK-SIN-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
       FD  OSF-FILE.
       01  OSF-REC.
           COPY KCCFOSF.
       FD  OSU-FILE.
       01  OSU-REC                     PIC  X(120).
       FD  OSN-FILE.
       01  OSN-REC.
           03  OSN-JUCHU-NO            PIC  9(04).
           03  FILLER                  PIC  X(116).
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  SHU-FILE.
       01  SHU-REC                     PIC  X(119).
       FD  SHN-FILE.
       01  SHN-REC.
           03  SHN-SHOHIN-NO           PIC  X(05).
           03  FILLER                  PIC  X(114).
       FD  CAT-FILE.
       01  CAT-REC.
           COPY KCCFCAT.
       FD  CAU-FILE.
       01  CAU-REC                     PIC  X(30).
       FD  CAN-FILE.
       01  CAN-REC.
           03  CAN-CATEGORY-COD        PIC  X(03).
           03  FILLER                  PIC  X(27).
       FD  SIR-FILE.
       01  SIR-REC.
           COPY KCCFSIR.
       FD  SIU-FILE.
       01  SIU-REC                     PIC  X(168).
       FD  SIN-FILE.
       01  SIN-REC.
           03  SIN-SUPPLIER-COD        PIC  X(06).
           03  FILLER                  PIC  X(162).
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(132).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
      *    出力ファイル世代管理(KCBS050)呼出用
           COPY KCBS050P.
       01  WK-GEN-BASE                 PIC  X(60) VALUE SPACE.
       01  WK-GEN-PATH-LEN             PIC  9(03) VALUE ZERO.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-OSF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-OSU-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-OSN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHU-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-CAT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-CAU-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-CAN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SIR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SIU-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SIN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
      *    "N"になった時点で以降の処理を行わない
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
      *    対象ファイルを開けたか(開けなければ第2パス以降を行わない)
       01  WK-OPEN-OK-FLG              PIC  X(01) VALUE "N".
       01  WK-END-FLG                  PIC  X(01) VALUE "N".
      ******************************************************************
      *  処理の指定(環境変数)
      ******************************************************************
       01  WK-FILE-SITEI               PIC  X(03) VALUE SPACE.
       01  WK-MODE                     PIC  X(01) VALUE SPACE.
         88  WK-MODE-CHECK             VALUE "C".
      *    処理中の対象("OSF"・"SHO"・"CAT"・"SIR")
       01  WK-TGT                      PIC  X(03) VALUE SPACE.
      ******************************************************************
      *  対象ファイルの1件(キーと内容を各ファイル共通の形で扱う。
      *  最長のキー(仕入先コード6桁)・レコード(仕入先168バイト)に
      *  合わせ、短いものは後ろをSPACEで埋める)
      ******************************************************************
       01  WK-CUR-KEY                  PIC  X(06) VALUE SPACE.
       01  WK-CUR-IMAGE                PIC  X(168) VALUE SPACE.
       01  WK-CUR-STAT                 PIC  X(02) VALUE SPACE.
       01  WK-PREV-KEY                 PIC  X(06) VALUE LOW-VALUE.
      ******************************************************************
      *  第1パス(順読み)で控えたキーと内容
      ******************************************************************
       01  WK-KEY-TBL.
           03  WK-KEY-CNT              PIC  9(05) VALUE ZERO.
           03  WK-KEY-ENT              OCCURS 10000 TIMES.
             05  WK-KEY-VAL            PIC  X(06).
             05  WK-KEY-IMAGE          PIC  X(168).
      *      先行するレコードと同じキー("Y")
             05  WK-KEY-DUP-FLG        PIC  X(01).
       01  WK-KEY-MAX                  PIC  9(05) VALUE 10000.
       01  WK-IX                       PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  件数(対象ファイルごと。終了時に全体へ累計する)
      ******************************************************************
       01  WK-SEQ-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-KEYOK-CNT                PIC  9(09) VALUE ZERO.
       01  WK-DUP-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-JUN-NG-CNT               PIC  9(09) VALUE ZERO.
       01  WK-READ-NG-CNT              PIC  9(09) VALUE ZERO.
       01  WK-KOTEI-CNT                PIC  9(09) VALUE ZERO.
       01  WK-FUICCHI-CNT              PIC  9(09) VALUE ZERO.
       01  WK-KENSU-NG-CNT             PIC  9(09) VALUE ZERO.
       01  WK-OVER-CNT                 PIC  9(09) VALUE ZERO.
       01  WK-IJO-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-UNLOAD-CNT               PIC  9(09) VALUE ZERO.
       01  WK-RELOAD-CNT               PIC  9(09) VALUE ZERO.
       01  WK-DROP-CNT                 PIC  9(09) VALUE ZERO.
       01  WK-AFTER-CNT                PIC  9(09) VALUE ZERO.
       01  WK-KIJUN-CNT                PIC  9(09) VALUE ZERO.
      *
       01  WK-TOTAL-SEQ-CNT            PIC  9(09) VALUE ZERO.
       01  WK-TOTAL-IJO-CNT            PIC  9(09) VALUE ZERO.
       01  WK-TOTAL-RELOAD-CNT         PIC  9(09) VALUE ZERO.
       01  WK-TOTAL-DROP-CNT           PIC  9(09) VALUE ZERO.
       01  WK-TOTAL-AFTER-CNT          PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  一覧印字用
      ******************************************************************
       01  WK-RPT-LINE.
           03  WK-RPT-KBN              PIC  X(10).
           03  FILLER                  PIC  X(05) VALUE " RES=".
           03  WK-RPT-RESOURCE         PIC  X(03).
           03  FILLER                  PIC  X(05) VALUE " KEY=".
           03  WK-RPT-KEY              PIC  X(06).
           03  FILLER                  PIC  X(06) VALUE " STAT=".
           03  WK-RPT-STAT             PIC  X(02).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-MSG              PIC  X(40).
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
            AND (WK-FILE-SITEI = SPACE OR "OSF")
             MOVE "OSF" TO WK-TGT
             PERFORM FILE-RTN
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
            AND (WK-FILE-SITEI = SPACE OR "SHO")
             MOVE "SHO" TO WK-TGT
             PERFORM FILE-RTN
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
            AND (WK-FILE-SITEI = SPACE OR "CAT")
             MOVE "CAT" TO WK-TGT
             PERFORM FILE-RTN
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
            AND (WK-FILE-SITEI = SPACE OR "SIR")
             MOVE "SIR" TO WK-TGT
             PERFORM FILE-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
      ******************************************************************
      *    初期処理(対象ファイルと処理区分を受け取り、一覧を開く)
      ******************************************************************
       INIT-RTN            SECTION.
           DISPLAY "*** KCBM121 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
      *
           DISPLAY "KCBM121-FILE" UPON ENVIRONMENT-NAME.
           ACCEPT WK-FILE-SITEI FROM ENVIRONMENT-VALUE.
           IF WK-FILE-SITEI NOT = SPACE
            AND WK-FILE-SITEI NOT = "OSF"
            AND WK-FILE-SITEI NOT = "SHO"
            AND WK-FILE-SITEI NOT = "CAT"
            AND WK-FILE-SITEI NOT = "SIR"
             DISPLAY "*** KCBM121 ABEND KCBM121-FILE INVALID="
                     WK-FILE-SITEI
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           DISPLAY "KCBM121-MODE" UPON ENVIRONMENT-NAME.
           ACCEPT WK-MODE FROM ENVIRONMENT-VALUE.
           IF WK-MODE-CHECK
             DISPLAY "*** KCBM121 MODE=CHECK"
           ELSE
             MOVE "R" TO WK-MODE
             DISPLAY "*** KCBM121 MODE=REORG"
           END-IF.
      *
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KCBM121 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    対象ファイル1本の処理(検査2パス→結果印字→再編成)
      ******************************************************************
       FILE-RTN            SECTION.
           MOVE ZERO TO WK-SEQ-CNT WK-KEYOK-CNT WK-DUP-CNT
                        WK-JUN-NG-CNT WK-READ-NG-CNT WK-KOTEI-CNT
                        WK-FUICCHI-CNT WK-KENSU-NG-CNT WK-OVER-CNT
                        WK-IJO-CNT WK-UNLOAD-CNT WK-RELOAD-CNT
                        WK-DROP-CNT WK-AFTER-CNT WK-KEY-CNT.
           MOVE SPACE TO RPT-REC.
           STRING "*** KCBM121 INDEX CHECK *** FILE=" WK-TGT
                  " MODE=" WK-MODE
             DELIMITED BY SIZE INTO RPT-REC
           END-STRING.
           WRITE RPT-REC.
      *
           PERFORM SEQ-PASS-RTN.
           IF WK-OPEN-OK-FLG = "N"
             GO TO EXT
           END-IF.
           PERFORM KEY-PASS-RTN.
           IF WK-OPEN-OK-FLG = "N"
             GO TO EXT
           END-IF.
           PERFORM CHECK-RESULT-RTN.
           IF WK-MODE-CHECK
             GO TO EXT
           END-IF.
      *    順読みが途中で止まったファイルは、その先のレコードを退避
      *    できず新世代から落ちるため再編成しない
           IF WK-READ-NG-CNT > ZERO
             PERFORM REORG-SKIP-RTN
             GO TO EXT
           END-IF.
           PERFORM REORG-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    第1パス(順読み。キーの重複・昇順崩れ・読込エラーを検出
      *    し、キーと内容を控える)
      ******************************************************************
       SEQ-PASS-RTN        SECTION.
           PERFORM OPEN-TGT-RTN.
           IF WK-OPEN-OK-FLG = "N"
             GO TO EXT
           END-IF.
           MOVE LOW-VALUE TO WK-PREV-KEY.
           MOVE "N" TO WK-END-FLG.
           PERFORM SEQ-PASS-ONE-RTN UNTIL WK-END-FLG = "Y".
           PERFORM CLOSE-TGT-RTN.
           DISPLAY "*** KCBM121 " WK-TGT " SEQ-PASS=" WK-SEQ-CNT.
       EXT.
           EXIT.
      *
       SEQ-PASS-ONE-RTN    SECTION.
           PERFORM READ-NEXT-TGT-RTN.
           IF WK-CUR-STAT = "10"
             MOVE "Y" TO WK-END-FLG
             GO TO EXT
           END-IF.
      *    読めない位置から先へは進めないため、そこで打ち切る
           IF WK-CUR-STAT (1:1) NOT = "0"
             ADD 1 TO WK-READ-NG-CNT
             MOVE "READ NG" TO WK-RPT-KBN
             MOVE WK-PREV-KEY TO WK-RPT-KEY
             MOVE "JUNYOMI ERR (CHOKUZEN NO KEY WO HYOJI)"
               TO WK-RPT-MSG
             PERFORM WRITE-DETAIL-RTN
             MOVE "Y" TO WK-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-SEQ-CNT.
      *
           IF WK-KEY-CNT NOT < WK-KEY-MAX
             ADD 1 TO WK-OVER-CNT
           ELSE
             ADD 1 TO WK-KEY-CNT
             MOVE WK-CUR-KEY TO WK-KEY-VAL (WK-KEY-CNT)
             MOVE WK-CUR-IMAGE TO WK-KEY-IMAGE (WK-KEY-CNT)
             MOVE "N" TO WK-KEY-DUP-FLG (WK-KEY-CNT)
           END-IF.
      *
           IF WK-SEQ-CNT > 1
            AND WK-CUR-KEY = WK-PREV-KEY
             ADD 1 TO WK-DUP-CNT
             IF WK-OVER-CNT = ZERO
               MOVE "Y" TO WK-KEY-DUP-FLG (WK-KEY-CNT)
             END-IF
             MOVE "DUP KEY" TO WK-RPT-KBN
             MOVE WK-CUR-KEY TO WK-RPT-KEY
             MOVE "KEY CHOFUKU" TO WK-RPT-MSG
             PERFORM WRITE-DETAIL-RTN
           END-IF.
           IF WK-SEQ-CNT > 1
            AND WK-CUR-KEY < WK-PREV-KEY
             ADD 1 TO WK-JUN-NG-CNT
             MOVE "SEQUENCE" TO WK-RPT-KBN
             MOVE WK-CUR-KEY TO WK-RPT-KEY
             MOVE "KEY SHOJUN KUZURE" TO WK-RPT-MSG
             PERFORM WRITE-DETAIL-RTN
           END-IF.
           MOVE WK-CUR-KEY TO WK-PREV-KEY.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    第2パス(控えたキーでランダム読み。キーで読めないレコード
      *    と、キーで読むと順読みと内容が異なるレコードを検出する)
      ******************************************************************
       KEY-PASS-RTN        SECTION.
           PERFORM OPEN-TGT-RTN.
           IF WK-OPEN-OK-FLG = "N"
             GO TO EXT
           END-IF.
           PERFORM KEY-PASS-ONE-RTN
             VARYING WK-IX FROM 1 BY 1
             UNTIL WK-IX > WK-KEY-CNT.
           PERFORM CLOSE-TGT-RTN.
           DISPLAY "*** KCBM121 " WK-TGT " KEY-PASS=" WK-KEYOK-CNT.
       EXT.
           EXIT.
      *
       KEY-PASS-ONE-RTN    SECTION.
      *    重複キーの2件目以降はキーでは1件目が読めるだけなので、
      *    第1パスの重複として計上済み
           IF WK-KEY-DUP-FLG (WK-IX) = "Y"
             GO TO EXT
           END-IF.
           PERFORM READ-KEY-TGT-RTN.
           MOVE WK-KEY-VAL (WK-IX) TO WK-RPT-KEY.
           IF WK-CUR-STAT = "23"
             ADD 1 TO WK-KOTEI-CNT
             MOVE "ORPHAN" TO WK-RPT-KBN
             MOVE "JUNYOMI DEKIRU GA KEY DE YOMENAI" TO WK-RPT-MSG
             PERFORM WRITE-DETAIL-RTN
             GO TO EXT
           END-IF.
           IF WK-CUR-STAT (1:1) NOT = "0"
             ADD 1 TO WK-READ-NG-CNT
             MOVE "READ NG" TO WK-RPT-KBN
             MOVE "KEY YOMI ERR" TO WK-RPT-MSG
             PERFORM WRITE-DETAIL-RTN
             GO TO EXT
           END-IF.
           ADD 1 TO WK-KEYOK-CNT.
           IF WK-CUR-IMAGE NOT = WK-KEY-IMAGE (WK-IX)
             ADD 1 TO WK-FUICCHI-CNT
             MOVE "MISMATCH" TO WK-RPT-KBN
             MOVE "KEY DE YOMU TO NAIYO GA KOTONARU" TO WK-RPT-MSG
             PERFORM WRITE-DETAIL-RTN
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    検査結果の判定と印字(順読みで読めた異なるキーの件数と
      *    キーで読めた件数を突き合わせる)
      ******************************************************************
       CHECK-RESULT-RTN    SECTION.
           COMPUTE WK-KIJUN-CNT = WK-KEY-CNT - WK-DUP-CNT.
           IF WK-OVER-CNT > ZERO
             MOVE "TABLE OVER" TO WK-RPT-KBN
             MOVE SPACE TO WK-RPT-KEY
             MOVE SPACE TO WK-CUR-STAT
             MOVE "KEY YOMI KENSA NO TAISHOGAI ARI" TO WK-RPT-MSG
             PERFORM WRITE-DETAIL-RTN
             DISPLAY "*** KCBM121 WARNING " WK-TGT
                     " KEY TABLE OVER=" WK-OVER-CNT
             IF RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
             END-IF
           END-IF.
           IF WK-KEYOK-CNT NOT = WK-KIJUN-CNT
             ADD 1 TO WK-KENSU-NG-CNT
           END-IF.
           COMPUTE WK-IJO-CNT = WK-DUP-CNT + WK-JUN-NG-CNT
                              + WK-READ-NG-CNT + WK-KOTEI-CNT
                              + WK-FUICCHI-CNT + WK-KENSU-NG-CNT.
      *
           MOVE SPACE TO RPT-REC.
           STRING "SEQ=" WK-SEQ-CNT
                  " KEY=" WK-KEYOK-CNT
                  " DUP=" WK-DUP-CNT
                  " SEQUENCE=" WK-JUN-NG-CNT
                  " ORPHAN=" WK-KOTEI-CNT
                  " MISMATCH=" WK-FUICCHI-CNT
                  " READNG=" WK-READ-NG-CNT
             DELIMITED BY SIZE INTO RPT-REC
           END-STRING.
           WRITE RPT-REC.
           IF WK-KENSU-NG-CNT > ZERO
             MOVE SPACE TO RPT-REC
             STRING "KENSU FUICCHI : JUNYOMI(KEY BETSU)=" WK-KIJUN-CNT
                    " KEY YOMI=" WK-KEYOK-CNT
               DELIMITED BY SIZE INTO RPT-REC
             END-STRING
             WRITE RPT-REC
           END-IF.
      *
           IF WK-IJO-CNT > ZERO
             DISPLAY "*** KCBM121 DATA-ERROR " WK-TGT
                     " IJO=" WK-IJO-CNT
             IF RETURN-CODE < RC-DATA-ERROR
               MOVE RC-DATA-ERROR TO RETURN-CODE
             END-IF
           ELSE
             DISPLAY "*** KCBM121 " WK-TGT " CHECK OK"
           END-IF.
           ADD WK-SEQ-CNT TO WK-TOTAL-SEQ-CNT.
           ADD WK-IJO-CNT TO WK-TOTAL-IJO-CNT.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    再編成(順読みで順ファイルへ退避し、新世代の索引ファイルへ
      *    再ロードして、再ロード後の件数を数え直す)
      ******************************************************************
       REORG-RTN           SECTION.
           PERFORM UNLOAD-RTN.
           IF WK-OPEN-OK-FLG = "N"
             GO TO EXT
           END-IF.
           IF WK-READ-NG-CNT > ZERO
             PERFORM REORG-SKIP-RTN
             GO TO EXT
           END-IF.
           PERFORM NEW-GEN-RTN.
           IF S050-RCD NOT = SPACE
             GO TO EXT
           END-IF.
           PERFORM RELOAD-RTN.
           IF WK-OPEN-OK-FLG = "N"
             GO TO EXT
           END-IF.
           PERFORM COUNT-AFTER-RTN.
      *
           MOVE SPACE TO RPT-REC.
           STRING "REORG : BEFORE=" WK-SEQ-CNT
                  " UNLOAD=" WK-UNLOAD-CNT
                  " RELOAD=" WK-RELOAD-CNT
                  " DROP=" WK-DROP-CNT
                  " AFTER=" WK-AFTER-CNT
             DELIMITED BY SIZE INTO RPT-REC
           END-STRING.
           WRITE RPT-REC.
           MOVE SPACE TO RPT-REC.
           STRING "NEW GENERATION=" S050-PATH (1:WK-GEN-PATH-LEN)
             DELIMITED BY SIZE INTO RPT-REC
           END-STRING.
           WRITE RPT-REC.
           DISPLAY "*** KCBM121 " WK-TGT " REORG BEFORE=" WK-SEQ-CNT
                   " AFTER=" WK-AFTER-CNT " DROP=" WK-DROP-CNT.
      *    再ロード件数が退避件数に満たない(重複キーで書けなかった)
      *    場合は、退避ファイルからの手当てが必要なため異常とする
           IF WK-AFTER-CNT NOT = WK-UNLOAD-CNT
             DISPLAY "*** KCBM121 DATA-ERROR " WK-TGT
                     " UNLOAD=" WK-UNLOAD-CNT
                     " AFTER=" WK-AFTER-CNT
             IF RETURN-CODE < RC-DATA-ERROR
               MOVE RC-DATA-ERROR TO RETURN-CODE
             END-IF
           END-IF.
           ADD WK-RELOAD-CNT TO WK-TOTAL-RELOAD-CNT.
           ADD WK-DROP-CNT TO WK-TOTAL-DROP-CNT.
           ADD WK-AFTER-CNT TO WK-TOTAL-AFTER-CNT.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    再編成の見送り(順読みで読めない位置があった。一覧と終了
      *    コードで知らせ、ファイルは元のまま残す)
      ******************************************************************
       REORG-SKIP-RTN      SECTION.
           MOVE "REORG SKIP" TO WK-RPT-KBN.
           MOVE SPACE TO WK-RPT-KEY.
           MOVE "JUNYOMI ERR ARI (SAIHENSEI SHINAI)" TO WK-RPT-MSG.
           PERFORM WRITE-DETAIL-RTN.
           DISPLAY "*** KCBM121 DATA-ERROR " WK-TGT
                   " REORG SKIP READNG=" WK-READ-NG-CNT.
           IF RETURN-CODE < RC-DATA-ERROR
             MOVE RC-DATA-ERROR TO RETURN-CODE
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    退避(対象ファイルを順読みし、全件を順ファイルへ書き出す)
      ******************************************************************
       UNLOAD-RTN          SECTION.
           PERFORM OPEN-TGT-RTN.
           IF WK-OPEN-OK-FLG = "N"
             GO TO EXT
           END-IF.
           EVALUATE WK-TGT
             WHEN "OSF"
               OPEN OUTPUT OSU-FILE
               MOVE WK-OSU-FILE-ERR TO WK-CUR-STAT
             WHEN "SHO"
               OPEN OUTPUT SHU-FILE
               MOVE WK-SHU-FILE-ERR TO WK-CUR-STAT
             WHEN "CAT"
               OPEN OUTPUT CAU-FILE
               MOVE WK-CAU-FILE-ERR TO WK-CUR-STAT
             WHEN "SIR"
               OPEN OUTPUT SIU-FILE
               MOVE WK-SIU-FILE-ERR TO WK-CUR-STAT
           END-EVALUATE.
           IF WK-CUR-STAT NOT = "00"
             DISPLAY "*** KCBM121 ABEND NOT " WK-TGT " UNLOAD FILE"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM CLOSE-TGT-RTN
             MOVE "N" TO WK-OPEN-OK-FLG
             GO TO EXT
           END-IF.
           MOVE "N" TO WK-END-FLG.
           PERFORM UNLOAD-ONE-RTN UNTIL WK-END-FLG = "Y".
           PERFORM CLOSE-TGT-RTN.
           PERFORM CLOSE-UNLOAD-RTN.
       EXT.
           EXIT.
      *
       UNLOAD-ONE-RTN      SECTION.
           PERFORM READ-NEXT-TGT-RTN.
           IF WK-CUR-STAT = "10"
             MOVE "Y" TO WK-END-FLG
             GO TO EXT
           END-IF.
      *    検査後に読めなくなった場合も退避が欠けるため再編成しない
           IF WK-CUR-STAT (1:1) NOT = "0"
             ADD 1 TO WK-READ-NG-CNT
             MOVE "READ NG" TO WK-RPT-KBN
             MOVE SPACE TO WK-RPT-KEY
             MOVE "TAIHI CHU NO JUNYOMI ERR" TO WK-RPT-MSG
             PERFORM WRITE-DETAIL-RTN
             MOVE "Y" TO WK-END-FLG
             GO TO EXT
           END-IF.
           EVALUATE WK-TGT
             WHEN "OSF"
               MOVE WK-CUR-IMAGE TO OSU-REC
               WRITE OSU-REC
             WHEN "SHO"
               MOVE WK-CUR-IMAGE TO SHU-REC
               WRITE SHU-REC
             WHEN "CAT"
               MOVE WK-CUR-IMAGE TO CAU-REC
               WRITE CAU-REC
             WHEN "SIR"
               MOVE WK-CUR-IMAGE TO SIU-REC
               WRITE SIU-REC
           END-EVALUATE.
           ADD 1 TO WK-UNLOAD-CNT.
       EXT.
           EXIT.
      *
       CLOSE-UNLOAD-RTN    SECTION.
           EVALUATE WK-TGT
             WHEN "OSF"
               CLOSE OSU-FILE
             WHEN "SHO"
               CLOSE SHU-FILE
             WHEN "CAT"
               CLOSE CAU-FILE
             WHEN "SIR"
               CLOSE SIU-FILE
           END-EVALUATE.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    新世代の採番(環境変数OSN・SHN・CATN・SIRNの値をベース名
      *    としてKCBS050で採番し、EXTERNAL割当へ設定する)
      ******************************************************************
       NEW-GEN-RTN         SECTION.
           EVALUATE WK-TGT
             WHEN "OSF"
               MOVE "OSN" TO S050-OUTPUT-NAME
             WHEN "SHO"
               MOVE "SHN" TO S050-OUTPUT-NAME
             WHEN "CAT"
               MOVE "CATN" TO S050-OUTPUT-NAME
             WHEN "SIR"
               MOVE "SIRN" TO S050-OUTPUT-NAME
           END-EVALUATE.
           DISPLAY S050-OUTPUT-NAME UPON ENVIRONMENT-NAME.
           ACCEPT WK-GEN-BASE FROM ENVIRONMENT-VALUE.
           MOVE "N" TO S050-FUNCTION.
           MOVE ZERO TO S050-REL.
           MOVE WK-GEN-BASE TO S050-BASE.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KCBS050" USING KCBS050-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF S050-RCD NOT = SPACE
             DISPLAY "*** KCBM121 ABEND " S050-REASON
             MOVE RC-ABEND TO RETURN-CODE
             GO TO EXT
           END-IF.
           MOVE ZERO TO WK-GEN-PATH-LEN.
           INSPECT S050-PATH
             TALLYING WK-GEN-PATH-LEN FOR CHARACTERS
             BEFORE INITIAL SPACE.
           DISPLAY S050-OUTPUT-NAME UPON ENVIRONMENT-NAME.
           DISPLAY S050-PATH (1:WK-GEN-PATH-LEN)
             UPON ENVIRONMENT-VALUE.
           DISPLAY "*** KCBM121 " WK-TGT " NEW GENERATION="
                   S050-PATH (1:WK-GEN-PATH-LEN).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    再ロード(退避ファイルを読み、新世代の索引ファイルへ
      *    キー順に書き込む。書けないレコードは一覧へ印字する)
      ******************************************************************
       RELOAD-RTN          SECTION.
           MOVE "Y" TO WK-OPEN-OK-FLG.
           EVALUATE WK-TGT
             WHEN "OSF"
               OPEN INPUT OSU-FILE
               MOVE WK-OSU-FILE-ERR TO WK-CUR-STAT
             WHEN "SHO"
               OPEN INPUT SHU-FILE
               MOVE WK-SHU-FILE-ERR TO WK-CUR-STAT
             WHEN "CAT"
               OPEN INPUT CAU-FILE
               MOVE WK-CAU-FILE-ERR TO WK-CUR-STAT
             WHEN "SIR"
               OPEN INPUT SIU-FILE
               MOVE WK-SIU-FILE-ERR TO WK-CUR-STAT
           END-EVALUATE.
           IF WK-CUR-STAT NOT = "00"
             DISPLAY "*** KCBM121 ABEND NOT " WK-TGT " UNLOAD FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-OPEN-OK-FLG
             GO TO EXT
           END-IF.
           EVALUATE WK-TGT
             WHEN "OSF"
               OPEN OUTPUT OSN-FILE
               MOVE WK-OSN-FILE-ERR TO WK-CUR-STAT
             WHEN "SHO"
               OPEN OUTPUT SHN-FILE
               MOVE WK-SHN-FILE-ERR TO WK-CUR-STAT
             WHEN "CAT"
               OPEN OUTPUT CAN-FILE
               MOVE WK-CAN-FILE-ERR TO WK-CUR-STAT
             WHEN "SIR"
               OPEN OUTPUT SIN-FILE
               MOVE WK-SIN-FILE-ERR TO WK-CUR-STAT
           END-EVALUATE.
           IF WK-CUR-STAT NOT = "00"
             DISPLAY "*** KCBM121 ABEND NOT " WK-TGT " NEW GENERATION"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-OPEN-OK-FLG
             PERFORM CLOSE-UNLOAD-RTN
             GO TO EXT
           END-IF.
           MOVE "N" TO WK-END-FLG.
           PERFORM RELOAD-ONE-RTN UNTIL WK-END-FLG = "Y".
           PERFORM CLOSE-UNLOAD-RTN.
           PERFORM CLOSE-NEW-RTN.
       EXT.
           EXIT.
      *
       RELOAD-ONE-RTN      SECTION.
           EVALUATE WK-TGT
             WHEN "OSF"
               READ OSU-FILE
                 AT END
                   MOVE "Y" TO WK-END-FLG
               END-READ
               IF WK-END-FLG = "N"
                 MOVE OSU-REC TO OSN-REC
                 MOVE OSN-JUCHU-NO TO WK-RPT-KEY
                 WRITE OSN-REC
                 MOVE WK-OSN-FILE-ERR TO WK-CUR-STAT
               END-IF
             WHEN "SHO"
               READ SHU-FILE
                 AT END
                   MOVE "Y" TO WK-END-FLG
               END-READ
               IF WK-END-FLG = "N"
                 MOVE SHU-REC TO SHN-REC
                 MOVE SHN-SHOHIN-NO TO WK-RPT-KEY
                 WRITE SHN-REC
                 MOVE WK-SHN-FILE-ERR TO WK-CUR-STAT
               END-IF
             WHEN "CAT"
               READ CAU-FILE
                 AT END
                   MOVE "Y" TO WK-END-FLG
               END-READ
               IF WK-END-FLG = "N"
                 MOVE CAU-REC TO CAN-REC
                 MOVE CAN-CATEGORY-COD TO WK-RPT-KEY
                 WRITE CAN-REC
                 MOVE WK-CAN-FILE-ERR TO WK-CUR-STAT
               END-IF
             WHEN "SIR"
               READ SIU-FILE
                 AT END
                   MOVE "Y" TO WK-END-FLG
               END-READ
               IF WK-END-FLG = "N"
                 MOVE SIU-REC TO SIN-REC
                 MOVE SIN-SUPPLIER-COD TO WK-RPT-KEY
                 WRITE SIN-REC
                 MOVE WK-SIN-FILE-ERR TO WK-CUR-STAT
               END-IF
           END-EVALUATE.
           IF WK-END-FLG = "Y"
             GO TO EXT
           END-IF.
           IF WK-CUR-STAT (1:1) = "0"
             ADD 1 TO WK-RELOAD-CNT
           ELSE
             ADD 1 TO WK-DROP-CNT
             MOVE "DROP" TO WK-RPT-KBN
             MOVE "SAI LOAD DEKINAI (TAIHI FILE NI ARI)"
               TO WK-RPT-MSG
             PERFORM WRITE-DETAIL-RTN
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    再編成後の件数(新世代を先頭から順読みして数える)
      ******************************************************************
       COUNT-AFTER-RTN     SECTION.
           EVALUATE WK-TGT
             WHEN "OSF"
               OPEN INPUT OSN-FILE
               MOVE WK-OSN-FILE-ERR TO WK-CUR-STAT
             WHEN "SHO"
               OPEN INPUT SHN-FILE
               MOVE WK-SHN-FILE-ERR TO WK-CUR-STAT
             WHEN "CAT"
               OPEN INPUT CAN-FILE
               MOVE WK-CAN-FILE-ERR TO WK-CUR-STAT
             WHEN "SIR"
               OPEN INPUT SIN-FILE
               MOVE WK-SIN-FILE-ERR TO WK-CUR-STAT
           END-EVALUATE.
           IF WK-CUR-STAT NOT = "00"
             DISPLAY "*** KCBM121 ABEND NOT " WK-TGT " NEW GENERATION"
             MOVE RC-ABEND TO RETURN-CODE
             GO TO EXT
           END-IF.
           MOVE "N" TO WK-END-FLG.
           PERFORM COUNT-AFTER-ONE-RTN UNTIL WK-END-FLG = "Y".
           PERFORM CLOSE-NEW-RTN.
       EXT.
           EXIT.
      *
       COUNT-AFTER-ONE-RTN SECTION.
           EVALUATE WK-TGT
             WHEN "OSF"
               READ OSN-FILE
               MOVE WK-OSN-FILE-ERR TO WK-CUR-STAT
             WHEN "SHO"
               READ SHN-FILE
               MOVE WK-SHN-FILE-ERR TO WK-CUR-STAT
             WHEN "CAT"
               READ CAN-FILE
               MOVE WK-CAN-FILE-ERR TO WK-CUR-STAT
             WHEN "SIR"
               READ SIN-FILE
               MOVE WK-SIN-FILE-ERR TO WK-CUR-STAT
           END-EVALUATE.
           IF WK-CUR-STAT (1:1) NOT = "0"
             MOVE "Y" TO WK-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-AFTER-CNT.
       EXT.
           EXIT.
      *
       CLOSE-NEW-RTN       SECTION.
           EVALUATE WK-TGT
             WHEN "OSF"
               CLOSE OSN-FILE
             WHEN "SHO"
               CLOSE SHN-FILE
             WHEN "CAT"
               CLOSE CAN-FILE
             WHEN "SIR"
               CLOSE SIN-FILE
           END-EVALUATE.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    対象ファイルのOPEN(入力)
      ******************************************************************
       OPEN-TGT-RTN        SECTION.
           MOVE "Y" TO WK-OPEN-OK-FLG.
           EVALUATE WK-TGT
             WHEN "OSF"
               OPEN INPUT OSF-FILE
               MOVE WK-OSF-FILE-ERR TO WK-CUR-STAT
             WHEN "SHO"
               OPEN INPUT SHO-FILE
               MOVE WK-SHO-FILE-ERR TO WK-CUR-STAT
             WHEN "CAT"
               OPEN INPUT CAT-FILE
               MOVE WK-CAT-FILE-ERR TO WK-CUR-STAT
             WHEN "SIR"
               OPEN INPUT SIR-FILE
               MOVE WK-SIR-FILE-ERR TO WK-CUR-STAT
           END-EVALUATE.
           IF WK-CUR-STAT NOT = "00"
             DISPLAY "*** KCBM121 ABEND NOT " WK-TGT "-FILE STATUS="
                     WK-CUR-STAT
             MOVE "OPEN NG" TO WK-RPT-KBN
             MOVE SPACE TO WK-RPT-KEY
             MOVE "FILE WO HIRAKENAI" TO WK-RPT-MSG
             PERFORM WRITE-DETAIL-RTN
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-OPEN-OK-FLG
           END-IF.
       EXT.
           EXIT.
      *
       CLOSE-TGT-RTN       SECTION.
           EVALUATE WK-TGT
             WHEN "OSF"
               CLOSE OSF-FILE
             WHEN "SHO"
               CLOSE SHO-FILE
             WHEN "CAT"
               CLOSE CAT-FILE
             WHEN "SIR"
               CLOSE SIR-FILE
           END-EVALUATE.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    対象ファイルの順読み(キー・内容・状態を共通域へ移す)
      ******************************************************************
       READ-NEXT-TGT-RTN   SECTION.
           EVALUATE WK-TGT
             WHEN "OSF"
               READ OSF-FILE NEXT
               MOVE WK-OSF-FILE-ERR TO WK-CUR-STAT
               IF WK-CUR-STAT (1:1) = "0"
                 MOVE CFOSF-JUCHU-NO TO WK-CUR-KEY
                 MOVE OSF-REC TO WK-CUR-IMAGE
               END-IF
             WHEN "SHO"
               READ SHO-FILE NEXT
               MOVE WK-SHO-FILE-ERR TO WK-CUR-STAT
               IF WK-CUR-STAT (1:1) = "0"
                 MOVE CFSHO-SHOHIN-NO TO WK-CUR-KEY
                 MOVE SHO-REC TO WK-CUR-IMAGE
               END-IF
             WHEN "CAT"
               READ CAT-FILE NEXT
               MOVE WK-CAT-FILE-ERR TO WK-CUR-STAT
               IF WK-CUR-STAT (1:1) = "0"
                 MOVE CFCAT-CATEGORY-COD TO WK-CUR-KEY
                 MOVE CAT-REC TO WK-CUR-IMAGE
               END-IF
             WHEN "SIR"
               READ SIR-FILE NEXT
               MOVE WK-SIR-FILE-ERR TO WK-CUR-STAT
               IF WK-CUR-STAT (1:1) = "0"
                 MOVE CFSIR-SUPPLIER-COD TO WK-CUR-KEY
                 MOVE SIR-REC TO WK-CUR-IMAGE
               END-IF
           END-EVALUATE.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    対象ファイルのキー読み(控えた内容からキーを設定する)
      ******************************************************************
       READ-KEY-TGT-RTN    SECTION.
           MOVE SPACE TO WK-CUR-IMAGE.
           EVALUATE WK-TGT
             WHEN "OSF"
               MOVE WK-KEY-IMAGE (WK-IX) TO OSF-REC
               READ OSF-FILE
                 INVALID KEY
                   CONTINUE
               END-READ
               MOVE WK-OSF-FILE-ERR TO WK-CUR-STAT
               IF WK-CUR-STAT (1:1) = "0"
                 MOVE OSF-REC TO WK-CUR-IMAGE
               END-IF
             WHEN "SHO"
               MOVE WK-KEY-IMAGE (WK-IX) TO SHO-REC
               READ SHO-FILE
                 INVALID KEY
                   CONTINUE
               END-READ
               MOVE WK-SHO-FILE-ERR TO WK-CUR-STAT
               IF WK-CUR-STAT (1:1) = "0"
                 MOVE SHO-REC TO WK-CUR-IMAGE
               END-IF
             WHEN "CAT"
               MOVE WK-KEY-IMAGE (WK-IX) TO CAT-REC
               READ CAT-FILE
                 INVALID KEY
                   CONTINUE
               END-READ
               MOVE WK-CAT-FILE-ERR TO WK-CUR-STAT
               IF WK-CUR-STAT (1:1) = "0"
                 MOVE CAT-REC TO WK-CUR-IMAGE
               END-IF
             WHEN "SIR"
               MOVE WK-KEY-IMAGE (WK-IX) TO SIR-REC
               READ SIR-FILE
                 INVALID KEY
                   CONTINUE
               END-READ
               MOVE WK-SIR-FILE-ERR TO WK-CUR-STAT
               IF WK-CUR-STAT (1:1) = "0"
                 MOVE SIR-REC TO WK-CUR-IMAGE
               END-IF
           END-EVALUATE.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    明細1行の印字
      ******************************************************************
       WRITE-DETAIL-RTN    SECTION.
           MOVE WK-TGT TO WK-RPT-RESOURCE.
           MOVE WK-CUR-STAT TO WK-RPT-STAT.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    終了処理
      ******************************************************************
       TERM-RTN            SECTION.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "SEQCNT=" WK-TOTAL-SEQ-CNT.
           DISPLAY "IJOCNT=" WK-TOTAL-IJO-CNT.
           DISPLAY "RELOADCNT=" WK-TOTAL-RELOAD-CNT.
           DISPLAY "DROPCNT=" WK-TOTAL-DROP-CNT.
           DISPLAY "AFTERCNT=" WK-TOTAL-AFTER-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KCBM121 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KCBM121"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "SEQCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-TOTAL-SEQ-CNT      TO RUNHIS-CNT-VALUE (1).
           MOVE "IJOCNT"              TO RUNHIS-CNT-LABEL (2).
           MOVE WK-TOTAL-IJO-CNT      TO RUNHIS-CNT-VALUE (2).
           MOVE "RELOADCNT"           TO RUNHIS-CNT-LABEL (3).
           MOVE WK-TOTAL-RELOAD-CNT   TO RUNHIS-CNT-VALUE (3).
           MOVE "DROPCNT"             TO RUNHIS-CNT-LABEL (4).
           MOVE WK-TOTAL-DROP-CNT     TO RUNHIS-CNT-VALUE (4).
           MOVE "AFTERCNT"            TO RUNHIS-CNT-LABEL (5).
           MOVE WK-TOTAL-AFTER-CNT    TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KCBM121 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
