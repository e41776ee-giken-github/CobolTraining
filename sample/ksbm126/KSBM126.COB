       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KSBM126.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：商品
      * プログラム名  ：売上原価・在庫仕訳作成
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。月末に実行し、業務日付の月の在庫
      *                 移動履歴(KCCFIDJ)を移動時点の原価で評価して、
      *                 売上原価／商品・商品／買掛金・棚卸減耗損など
      *                 の仕訳を勘定・倉庫(CFIDJ-SOKO-COD)・日付単位
      *                 に集約した仕訳データ(JNL、KCCFJNL形式)を作り、
      *                 KUBM078の出力へ併合する。原価は移動平均原価
      *                 履歴(KCCFAVH)から移動日に有効な平均を採り(無
      *                 ければ現在の移動平均原価KCCFAVC)、仕入入庫は
      *                 平均の更新に使った仕入原価で評価する。在庫勘定
      *                 (商品・積送品)の当月増減と在庫評価額履歴
      *                 (KCCFVLH)の原価評価額の前月末からの増減を照合
      *                 し、差額が許容額(環境変数KSBM126-KYOYO、6桁。
      *                 未設定は100円)を超えれば警告とする。集約結果
      *                 と照合結果は一覧(RPT)へ印字する。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：会社コードに対応。倉庫マスタ(KCCFSOK)の倉庫を
      *                 保有する会社の会社コードを仕訳データに設定する
      *                 (マスタに無い倉庫・ファイルが無い場合は"01")
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：入荷原価計上(KSBM116)が当月に移動平均へ反映
      *                 した輸入諸掛(諸掛配賦データLCA、KCCFLCA形式)の
      *                 仕訳を追加。在庫分は商品／買掛金、払出済み分は
      *                 売上原価／買掛金として配賦行ごとに行の会社で
      *                 書き出し、在庫分は在庫勘定の当月増減に含めて
      *                 照合する。仕入入庫の評価では移動平均原価履歴
      *                 の諸掛反映行(区分"L")を仕入原価として使わない
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：委託倉庫(倉庫マスタCFSOK-ITAKU)の在庫は積送品
      *                 で持つようにした。委託倉庫への着荷(KSBM114)と
      *                 委託倉庫からの移動出庫(KSBM113)は積送品のまま
      *                 として仕訳せず、委託倉庫からの出庫(消化報告
      *                 取込KSBM131の販売分)は売上原価／積送品、委託
      *                 倉庫の棚卸調整は棚卸減耗損と積送品で計上する
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：流通加工(KSBM132)の加工出庫・加工入庫は商品
      *                 勘定の中の振替として仕訳しない(区分が仕訳種別
      *                 に当たらず対象外となる)。仕入入庫の原価を採る
      *                 履歴行から組立の完成品入庫の行(区分"K")を除く
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：期限切れロットの廃棄(区分"D"、KSBM135)を商品
      *                 廃棄損／商品(委託倉庫は商品廃棄損／積送品)と
      *                 して仕訳する
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT IDJ-FILE
             ASSIGN TO EXTERNAL IDJ
               FILE STATUS IS WK-IDJ-FILE-ERR.
           SELECT AVC-FILE
             ASSIGN TO EXTERNAL AVC
               FILE STATUS IS WK-AVC-FILE-ERR.
           SELECT AVH-FILE
             ASSIGN TO EXTERNAL AVH
               FILE STATUS IS WK-AVH-FILE-ERR.
           SELECT VLH-FILE
             ASSIGN TO EXTERNAL VLH
               FILE STATUS IS WK-VLH-FILE-ERR.
           SELECT SOK-FILE
             ASSIGN TO EXTERNAL SOK
               FILE STATUS IS WK-SOK-FILE-ERR.
           SELECT LCA-FILE
             ASSIGN TO EXTERNAL LCA
               FILE STATUS IS WK-LCA-FILE-ERR.
           SELECT JNL-FILE
             ASSIGN TO EXTERNAL JNL
               FILE STATUS IS WK-JNL-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
       FD  BSD-FILE.
       01  BSD-REC.
           COPY KCCFBSD.
       FD  IDJ-FILE.
       01  IDJ-REC.
           COPY KCCFIDJ.
       FD  AVC-FILE.
       01  AVC-REC.
           COPY KCCFAVC.
       FD  AVH-FILE.
       01  AVH-REC.
           COPY KCCFAVH.
       FD  VLH-FILE.
       01  VLH-REC.
           COPY KCCFVLH.
       FD  SOK-FILE.
       01  SOK-REC.
           COPY KCCFSOK.
       FD  LCA-FILE.
       01  LCA-REC.
           COPY KCCFLCA.
       FD  JNL-FILE.
       01  JNL-REC.
           COPY KCCFJNL.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(100).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-BSD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IDJ-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-AVC-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-AVH-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-VLH-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-LCA-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-JNL-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  IDJ-END-FLG                 PIC  X(01) VALUE "N".
       01  AVC-END-FLG                 PIC  X(01) VALUE "N".
       01  AVH-END-FLG                 PIC  X(01) VALUE "N".
       01  VLH-END-FLG                 PIC  X(01) VALUE "N".
       01  SOK-END-FLG                 PIC  X(01) VALUE "N".
       01  LCA-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
       01  WK-NENGETSU                 PIC  9(06) VALUE ZERO.
      ******************************************************************
      *  照合の許容差額(環境変数KSBM126-KYOYO。未設定は100円)
      ******************************************************************
       01  WK-KYOYO-X                  PIC  X(06) VALUE SPACE.
       01  WK-KYOYO-N REDEFINES WK-KYOYO-X
                                       PIC  9(06).
       01  WK-KYOYO-GAKU               PIC S9(13) VALUE 100.
      ******************************************************************
      *  仕訳種別テーブル(借方・貸方勘定と摘要)
      *    1=仕入入庫  2=売上原価  3=棚卸減耗  4=棚卸増(減耗の戻し)
      *    5=返品入庫  6=仕入返品  7=倉庫間移動の出庫  8=同 着荷
      *    9=委託在庫の消化(売上原価)  10=委託在庫の減耗  11=同 増
      *    12=期限切れ廃棄  13=委託在庫の期限切れ廃棄
      ******************************************************************
       01  WK-SHU-DATA.
           03  FILLER                  PIC  X(28) VALUE
             "11502110SHIIRE NYUKO        ".
           03  FILLER                  PIC  X(28) VALUE
             "51001150URIAGE GENKA        ".
           03  FILLER                  PIC  X(28) VALUE
             "85501150TANAOROSHI GENMO    ".
           03  FILLER                  PIC  X(28) VALUE
             "11508550TANAOROSHI ZOKA     ".
           03  FILLER                  PIC  X(28) VALUE
             "11505100HENPIN NYUKO        ".
           03  FILLER                  PIC  X(28) VALUE
             "21101150SHIIRE HENPIN       ".
           03  FILLER                  PIC  X(28) VALUE
             "11601150SOKO IDO SHUKKO     ".
           03  FILLER                  PIC  X(28) VALUE
             "11501160SOKO IDO CHAKKA     ".
           03  FILLER                  PIC  X(28) VALUE
             "51001160ITAKU SHOKA GENKA   ".
           03  FILLER                  PIC  X(28) VALUE
             "85501160ITAKU GENMO         ".
           03  FILLER                  PIC  X(28) VALUE
             "11608550ITAKU ZOKA          ".
           03  FILLER                  PIC  X(28) VALUE
             "85601150SHOHIN HAIKI SON    ".
           03  FILLER                  PIC  X(28) VALUE
             "85601160ITAKU HAIKI SON     ".
       01  WK-SHU-TBL REDEFINES WK-SHU-DATA.
           03  WK-SHU-ENT              OCCURS 13 TIMES.
             05  WK-SHU-DR-COD         PIC  X(04).
             05  WK-SHU-CR-COD         PIC  X(04).
             05  WK-SHU-TEKIYO         PIC  X(20).
      *    在庫勘定(商品・積送品)
       01  WK-ACCT-SHOHIN              PIC  X(04) VALUE "1150".
       01  WK-ACCT-SEKISO              PIC  X(04) VALUE "1160".
      *    輸入諸掛の仕訳(商品・売上原価／買掛金)
       01  WK-ACCT-GENKA               PIC  X(04) VALUE "5100".
       01  WK-ACCT-KAIKAKE             PIC  X(04) VALUE "2110".
      ******************************************************************
      *  当月の移動平均原価履歴テーブル
      ******************************************************************
       01  WK-AVH-TBL.
           03  WK-AVH-CNT              PIC  9(05) VALUE ZERO.
           03  WK-AVH-ENT              OCCURS 9999 TIMES.
             05  WK-AVH-SHOHIN-NO      PIC  X(05).
             05  WK-AVH-DATE           PIC  9(08).
             05  WK-AVH-UKEIRE-GENKA   PIC S9(05)V9(02).
             05  WK-AVH-AVG-GENKA      PIC S9(05)V9(04).
             05  WK-AVH-KBN            PIC  X(01).
       01  WK-AVH-IX                   PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  月初時点の移動平均テーブル(前月以前の履歴の最新行)
      ******************************************************************
       01  WK-KSH-TBL.
           03  WK-KSH-CNT              PIC  9(05) VALUE ZERO.
           03  WK-KSH-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-KSH-IDX.
             05  WK-KSH-SHOHIN-NO      PIC  X(05).
             05  WK-KSH-DATE           PIC  9(08).
             05  WK-KSH-AVG-GENKA      PIC S9(05)V9(04).
      ******************************************************************
      *  現在の移動平均原価テーブル(履歴の無い商品に使う)
      ******************************************************************
       01  WK-AVC-TBL.
           03  WK-AVC-CNT              PIC  9(05) VALUE ZERO.
           03  WK-AVC-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-AVC-IDX.
             05  WK-AVC-SHOHIN-NO      PIC  X(05).
             05  WK-AVC-AVG-GENKA      PIC S9(05)V9(04).
      ******************************************************************
      *  日付・倉庫・仕訳種別ごとの集約テーブル
      ******************************************************************
       01  WK-SUM-TBL.
           03  WK-SUM-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SUM-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-SUM-IDX.
             05  WK-SUM-DATE           PIC  9(08).
             05  WK-SUM-SOKO-COD       PIC  X(02).
             05  WK-SUM-SHU            PIC  9(02).
             05  WK-SUM-KINGAKU        PIC S9(13).
       01  WK-IX                       PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  倉庫マスタテーブル(倉庫を保有する会社)
      ******************************************************************
       01  WK-SOK-TBL.
           03  WK-SOK-CNT              PIC  9(03) VALUE ZERO.
           03  WK-SOK-ENT              OCCURS 100 TIMES
                                        INDEXED BY WK-SOK-IDX.
             05  WK-SOK-COD            PIC  X(02).
             05  WK-SOK-KAISHA-COD     PIC  X(02).
             05  WK-SOK-ITAKU-FLG      PIC  X(01).
       01  WK-JNL-KAISHA-COD           PIC  X(02) VALUE SPACE.
       01  WK-ITAKU-FLG                PIC  X(01) VALUE "N".
      *
      *    移動1件分の評価
       01  WK-SHU                      PIC  9(02) VALUE ZERO.
       01  WK-SURYO                    PIC S9(07) VALUE ZERO.
       01  WK-GENKA                    PIC S9(05)V9(04) VALUE ZERO.
       01  WK-GENKA-ARI-FLG            PIC  X(01) VALUE "N".
       01  WK-BEST-DATE                PIC  9(08) VALUE ZERO.
       01  WK-KINGAKU                  PIC S9(13) VALUE ZERO.
      *    仕訳1件分
       01  WK-JNL-KANJO-COD            PIC  X(04) VALUE SPACE.
       01  WK-JNL-TAISHAKU             PIC  X(01) VALUE SPACE.
       01  WK-JNL-KINGAKU              PIC S9(13) VALUE ZERO.
       01  WK-DR-COD                   PIC  X(04) VALUE SPACE.
       01  WK-CR-COD                   PIC  X(04) VALUE SPACE.
      *
      *    在庫評価額履歴(前月以前の最新行と当月の最新行)
       01  WK-VLH-ZEN-DATE             PIC  9(08) VALUE ZERO.
       01  WK-VLH-ZEN-GENKA            PIC S9(13) VALUE ZERO.
       01  WK-VLH-TOU-DATE             PIC  9(08) VALUE ZERO.
       01  WK-VLH-TOU-GENKA            PIC S9(13) VALUE ZERO.
       01  WK-HYOKA-ZOGEN              PIC S9(13) VALUE ZERO.
       01  WK-ZAIKO-ZOGEN              PIC S9(13) VALUE ZERO.
       01  WK-SAGAKU                   PIC S9(13) VALUE ZERO.
       01  WK-SAGAKU-ABS               PIC S9(13) VALUE ZERO.
      *
       01  WK-IDJ-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-JNL-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-GENKA-NASHI-CNT          PIC  9(09) VALUE ZERO.
       01  WK-LCA-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-LCA-ZAIKO-GOKEI          PIC S9(13) VALUE ZERO.
       01  WK-LCA-GENKA-GOKEI          PIC S9(13) VALUE ZERO.
      *    諸掛仕訳1件分
       01  WK-LCA-KAISHA-COD           PIC  X(02) VALUE SPACE.
       01  WK-LCA-REF.
           03  FILLER                  PIC  X(03) VALUE "PO-".
           03  WK-LCA-REF-HATCHU-NO    PIC  9(06).
           03  FILLER                  PIC  X(01) VALUE SPACE.
      ******************************************************************
      *  一覧印字用
      ******************************************************************
       01  WK-RPT-HEAD1.
           03  FILLER                  PIC  X(36) VALUE
             "*** URIAGE GENKA ZAIKO SHIWAKE ***".
           03  FILLER                  PIC  X(09) VALUE "NENGETSU=".
           03  WK-RH1-NENGETSU         PIC  9(06).
       01  WK-RPT-MEISAI.
           03  WK-RPM-DATE             PIC  9(08).
           03  FILLER                  PIC  X(06) VALUE " SOKO=".
           03  WK-RPM-SOKO-COD         PIC  X(02).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPM-TEKIYO           PIC  X(20).
           03  FILLER                  PIC  X(04) VALUE " DR=".
           03  WK-RPM-DR-COD           PIC  X(04).
           03  FILLER                  PIC  X(04) VALUE " CR=".
           03  WK-RPM-CR-COD           PIC  X(04).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPM-KINGAKU          PIC  -(13)9.
       01  WK-RPT-NASHI.
           03  FILLER                  PIC  X(18) VALUE
             "GENKA NASHI SHOHIN".
           03  FILLER                  PIC  X(01) VALUE "=".
           03  WK-RPN-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(06) VALUE " DATE=".
           03  WK-RPN-DATE             PIC  9(08).
           03  FILLER                  PIC  X(05) VALUE " KBN=".
           03  WK-RPN-KBN              PIC  X(01).
           03  FILLER                  PIC  X(07) VALUE " SURYO=".
           03  WK-RPN-SURYO            PIC  -(7)9.
       01  WK-RPT-SUMMARY.
           03  WK-RPS-TITLE            PIC  X(24).
           03  WK-RPS-KINGAKU          PIC  -(13)9.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL IDJ-END-FLG = "Y"
             PERFORM OUTPUT-RTN
               VARYING WK-IX FROM 1 BY 1 UNTIL WK-IX > WK-SUM-CNT
             PERFORM LCA-RTN  UNTIL LCA-END-FLG = "Y"
             PERFORM LCA-GOKEI-RTN
             PERFORM CHECK-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
      ******************************************************************
      *    初期処理（業務日付・許容額の取得、原価と評価額履歴の先読み）
      ******************************************************************
       INIT-RTN            SECTION.
           DISPLAY "*** KSBM126 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
      *
           OPEN INPUT BSD-FILE.
           IF WK-BSD-FILE-ERR = "00"
             READ BSD-FILE
               AT END
                 CONTINUE
             END-READ
             IF WK-BSD-FILE-ERR = "00"
               MOVE CFBSD-DATE TO WK-BASE-DATE
             END-IF
             CLOSE BSD-FILE
           END-IF.
           IF WK-BASE-DATE = ZERO
             MOVE FUNCTION CURRENT-DATE (1:8) TO WK-BASE-DATE
           END-IF.
           MOVE WK-BASE-DATE (1:6) TO WK-NENGETSU.
      *
           DISPLAY "KSBM126-KYOYO" UPON ENVIRONMENT-NAME.
           ACCEPT WK-KYOYO-X FROM ENVIRONMENT-VALUE.
           IF WK-KYOYO-X NOT = SPACE
            AND WK-KYOYO-N IS NUMERIC
             MOVE WK-KYOYO-N TO WK-KYOYO-GAKU
           END-IF.
      *
           OPEN INPUT IDJ-FILE.
           IF WK-IDJ-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM126 ABEND NOT IDJ-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN INPUT AVC-FILE.
           IF WK-AVC-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM126 ABEND NOT AVC-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-AVC-RTN  UNTIL AVC-END-FLG = "Y".
           CLOSE AVC-FILE.
           MOVE HIGH-VALUE TO WK-AVC-FILE-ERR.
      *
      *    移動平均原価履歴・在庫評価額履歴(導入前はファイルなし)
           OPEN INPUT AVH-FILE.
           IF WK-AVH-FILE-ERR = "00"
             PERFORM LOAD-AVH-RTN  UNTIL AVH-END-FLG = "Y"
             CLOSE AVH-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-AVH-FILE-ERR.
           OPEN INPUT VLH-FILE.
           IF WK-VLH-FILE-ERR = "00"
             PERFORM LOAD-VLH-RTN  UNTIL VLH-END-FLG = "Y"
             CLOSE VLH-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-VLH-FILE-ERR.
      *    倉庫マスタ(無ければ全倉庫を会社"01"とする)
           OPEN INPUT SOK-FILE.
           IF WK-SOK-FILE-ERR = "00"
             PERFORM LOAD-SOK-RTN  UNTIL SOK-END-FLG = "Y"
             CLOSE SOK-FILE
           END-IF.
           MOVE HIGH-VALUE TO WK-SOK-FILE-ERR.
      *    諸掛配賦データ(諸掛の登録が無い運用ではファイルなし)
           OPEN INPUT LCA-FILE.
           IF WK-LCA-FILE-ERR NOT = "00"
             MOVE "Y" TO LCA-END-FLG
           END-IF.
      *
           OPEN OUTPUT JNL-FILE.
           IF WK-JNL-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM126 ABEND NOT JNL-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM126 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           MOVE WK-NENGETSU TO WK-RH1-NENGETSU.
           MOVE WK-RPT-HEAD1 TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           PERFORM READ-IDJ-RTN.
       EXT.
           EXIT.
      *
       LOAD-AVC-RTN        SECTION.
           READ AVC-FILE
             AT END
               MOVE "Y" TO AVC-END-FLG
               GO TO EXT
           END-READ.
           IF WK-AVC-CNT >= 5000
             DISPLAY "!!! KSBM126 ABEND : AVC TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-AVC-CNT.
           SET WK-AVC-IDX TO WK-AVC-CNT.
           MOVE CFAVC-SHOHIN-NO TO WK-AVC-SHOHIN-NO (WK-AVC-IDX).
           MOVE CFAVC-AVG-GENKA TO WK-AVC-AVG-GENKA (WK-AVC-IDX).
       EXT.
           EXIT.
      *
       LOAD-SOK-RTN        SECTION.
           READ SOK-FILE
             AT END
               MOVE "Y" TO SOK-END-FLG
               GO TO EXT
           END-READ.
           IF WK-SOK-CNT >= 100
             DISPLAY "*** KSBM126 WARNING SOK TABLE FULL"
             MOVE RC-WARNING TO RETURN-CODE
             MOVE "Y" TO SOK-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-SOK-CNT.
           SET WK-SOK-IDX TO WK-SOK-CNT.
           MOVE CFSOK-SOKO-COD TO WK-SOK-COD (WK-SOK-IDX).
           IF CFSOK-KAISHA-COD = SPACE
             MOVE "01" TO WK-SOK-KAISHA-COD (WK-SOK-IDX)
           ELSE
             MOVE CFSOK-KAISHA-COD TO WK-SOK-KAISHA-COD (WK-SOK-IDX)
           END-IF.
           IF CFSOK-ITAKU
             MOVE "Y" TO WK-SOK-ITAKU-FLG (WK-SOK-IDX)
           ELSE
             MOVE "N" TO WK-SOK-ITAKU-FLG (WK-SOK-IDX)
           END-IF.
       EXT.
           EXIT.
      *
      *    当月以降の行はテーブルへ、前月以前の行は商品ごとに最新の
      *    平均だけを月初時点の平均として残す(同じ日付は後の行)
       LOAD-AVH-RTN        SECTION.
           READ AVH-FILE
             AT END
               MOVE "Y" TO AVH-END-FLG
               GO TO EXT
           END-READ.
           IF CFAVH-DATE (1:6) > WK-NENGETSU
             GO TO EXT
           END-IF.
           IF CFAVH-DATE (1:6) = WK-NENGETSU
             IF WK-AVH-CNT >= 9999
               DISPLAY "!!! KSBM126 ABEND : AVH TABLE FULL !!!"
               MOVE RC-ABEND TO RETURN-CODE
               PERFORM TERM-RTN
               STOP RUN
             END-IF
             ADD 1 TO WK-AVH-CNT
             MOVE CFAVH-SHOHIN-NO TO WK-AVH-SHOHIN-NO (WK-AVH-CNT)
             MOVE CFAVH-DATE TO WK-AVH-DATE (WK-AVH-CNT)
             MOVE CFAVH-UKEIRE-GENKA
               TO WK-AVH-UKEIRE-GENKA (WK-AVH-CNT)
             MOVE CFAVH-AVG-GENKA TO WK-AVH-AVG-GENKA (WK-AVH-CNT)
             MOVE CFAVH-KBN TO WK-AVH-KBN (WK-AVH-CNT)
             GO TO EXT
           END-IF.
      *
           SET WK-KSH-IDX TO 1.
           SEARCH WK-KSH-ENT
             AT END
               DISPLAY "!!! KSBM126 ABEND : KSH TABLE FULL !!!"
               MOVE RC-ABEND TO RETURN-CODE
               PERFORM TERM-RTN
               STOP RUN
             WHEN WK-KSH-IDX > WK-KSH-CNT
               ADD 1 TO WK-KSH-CNT
               MOVE CFAVH-SHOHIN-NO TO WK-KSH-SHOHIN-NO (WK-KSH-IDX)
               MOVE ZERO TO WK-KSH-DATE (WK-KSH-IDX)
             WHEN WK-KSH-SHOHIN-NO (WK-KSH-IDX) = CFAVH-SHOHIN-NO
               CONTINUE
           END-SEARCH.
           IF CFAVH-DATE >= WK-KSH-DATE (WK-KSH-IDX)
             MOVE CFAVH-DATE TO WK-KSH-DATE (WK-KSH-IDX)
             MOVE CFAVH-AVG-GENKA TO WK-KSH-AVG-GENKA (WK-KSH-IDX)
           END-IF.
       EXT.
           EXIT.
      *
      *    前月以前の最新行(前月末の評価額)と当月の最新行
       LOAD-VLH-RTN        SECTION.
           READ VLH-FILE
             AT END
               MOVE "Y" TO VLH-END-FLG
               GO TO EXT
           END-READ.
           IF CFVLH-VAL-DATE (1:6) < WK-NENGETSU
            AND CFVLH-VAL-DATE >= WK-VLH-ZEN-DATE
             MOVE CFVLH-VAL-DATE TO WK-VLH-ZEN-DATE
             MOVE CFVLH-GENKA-GOKEI TO WK-VLH-ZEN-GENKA
           END-IF.
           IF CFVLH-VAL-DATE (1:6) = WK-NENGETSU
            AND CFVLH-VAL-DATE >= WK-VLH-TOU-DATE
             MOVE CFVLH-VAL-DATE TO WK-VLH-TOU-DATE
             MOVE CFVLH-GENKA-GOKEI TO WK-VLH-TOU-GENKA
           END-IF.
       EXT.
           EXIT.
      *
       READ-IDJ-RTN        SECTION.
           READ IDJ-FILE
             AT END
               MOVE "Y" TO IDJ-END-FLG
           END-READ.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    在庫移動1件ごとの処理（仕訳種別の決定・原価評価・集約）
      ******************************************************************
       MAIN-RTN            SECTION.
           IF CFIDJ-DATE (1:6) NOT = WK-NENGETSU
             GO TO NEXT-REC
           END-IF.
           ADD 1 TO WK-IDJ-CNT.
           MOVE CFIDJ-SURYO TO WK-SURYO.
           EVALUATE TRUE
             WHEN CFIDJ-NYUKO
               IF CFIDJ-PGM-ID = "KSBM114"
                 MOVE 8 TO WK-SHU
               ELSE
                 MOVE 1 TO WK-SHU
               END-IF
             WHEN CFIDJ-SYUKO
               EVALUATE CFIDJ-PGM-ID
                 WHEN "KSBM113"
                   MOVE 7 TO WK-SHU
                 WHEN "KSBM123"
                   MOVE 6 TO WK-SHU
                 WHEN OTHER
                   MOVE 2 TO WK-SHU
               END-EVALUATE
             WHEN CFIDJ-CHOSEI
      *        調整は符号付き数量。減少は減耗、増加は減耗の戻し
               IF WK-SURYO < ZERO
                 MOVE 3 TO WK-SHU
                 COMPUTE WK-SURYO = ZERO - WK-SURYO
               ELSE
                 MOVE 4 TO WK-SHU
               END-IF
             WHEN CFIDJ-HENPIN
               MOVE 5 TO WK-SHU
             WHEN CFIDJ-HAIKI
               MOVE 12 TO WK-SHU
             WHEN OTHER
               GO TO NEXT-REC
           END-EVALUATE.
      *
      *    委託倉庫の在庫は積送品で持つ(移動の出庫・着荷は積送品の
      *    まま。消化・棚卸調整は積送品を相手とする種別へ読み替え)
           PERFORM FIND-ITAKU-RTN.
           IF WK-ITAKU-FLG = "Y"
             EVALUATE WK-SHU
               WHEN 2
                 MOVE 9 TO WK-SHU
               WHEN 3
                 MOVE 10 TO WK-SHU
               WHEN 4
                 MOVE 11 TO WK-SHU
               WHEN 12
                 MOVE 13 TO WK-SHU
               WHEN 7
               WHEN 8
                 GO TO NEXT-REC
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
      *
           PERFORM FIND-GENKA-RTN.
           IF WK-GENKA-ARI-FLG = "N"
             ADD 1 TO WK-GENKA-NASHI-CNT
             MOVE CFIDJ-SHOHIN-NO TO WK-RPN-SHOHIN-NO
             MOVE CFIDJ-DATE TO WK-RPN-DATE
             MOVE CFIDJ-KBN TO WK-RPN-KBN
             MOVE CFIDJ-SURYO TO WK-RPN-SURYO
             MOVE WK-RPT-NASHI TO RPT-REC
             WRITE RPT-REC
             MOVE RC-WARNING TO RETURN-CODE
             GO TO NEXT-REC
           END-IF.
           COMPUTE WK-KINGAKU ROUNDED = WK-SURYO * WK-GENKA.
           IF WK-KINGAKU = ZERO
             GO TO NEXT-REC
           END-IF.
      *
           SET WK-SUM-IDX TO 1.
           SEARCH WK-SUM-ENT
             AT END
               DISPLAY "!!! KSBM126 ABEND : SUM TABLE FULL !!!"
               MOVE RC-ABEND TO RETURN-CODE
               PERFORM TERM-RTN
               STOP RUN
             WHEN WK-SUM-IDX > WK-SUM-CNT
               ADD 1 TO WK-SUM-CNT
               MOVE CFIDJ-DATE TO WK-SUM-DATE (WK-SUM-IDX)
               MOVE CFIDJ-SOKO-COD TO WK-SUM-SOKO-COD (WK-SUM-IDX)
               MOVE WK-SHU TO WK-SUM-SHU (WK-SUM-IDX)
               MOVE ZERO TO WK-SUM-KINGAKU (WK-SUM-IDX)
             WHEN WK-SUM-DATE (WK-SUM-IDX) = CFIDJ-DATE
              AND WK-SUM-SOKO-COD (WK-SUM-IDX) = CFIDJ-SOKO-COD
              AND WK-SUM-SHU (WK-SUM-IDX) = WK-SHU
               CONTINUE
           END-SEARCH.
           ADD WK-KINGAKU TO WK-SUM-KINGAKU (WK-SUM-IDX).
       NEXT-REC.
           PERFORM READ-IDJ-RTN.
       EXT.
           EXIT.
      *
      *    移動の倉庫が委託倉庫かの判定(倉庫マスタに無い倉庫は自社)
       FIND-ITAKU-RTN      SECTION.
           MOVE "N" TO WK-ITAKU-FLG.
           IF WK-SOK-CNT > ZERO
             SET WK-SOK-IDX TO 1
             SEARCH WK-SOK-ENT
               AT END
                 CONTINUE
               WHEN WK-SOK-IDX > WK-SOK-CNT
                 CONTINUE
               WHEN WK-SOK-COD (WK-SOK-IDX) = CFIDJ-SOKO-COD
                 MOVE WK-SOK-ITAKU-FLG (WK-SOK-IDX) TO WK-ITAKU-FLG
             END-SEARCH
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    原価の決定。仕入入庫は当日の履歴行の仕入原価、それ以外は
      *    移動日より前の最新の履歴行の平均(当月に無ければ月初時点、
      *    履歴が無ければ現在の移動平均原価)
      ******************************************************************
       FIND-GENKA-RTN      SECTION.
           MOVE "N" TO WK-GENKA-ARI-FLG.
           MOVE ZERO TO WK-GENKA.
           MOVE ZERO TO WK-BEST-DATE.
           IF WK-SHU = 1
             PERFORM FIND-UKEIRE-RTN
               VARYING WK-AVH-IX FROM 1 BY 1
               UNTIL WK-AVH-IX > WK-AVH-CNT
             IF WK-GENKA-ARI-FLG = "Y"
               GO TO EXT
             END-IF
           END-IF.
      *
           PERFORM FIND-AVG-RTN
             VARYING WK-AVH-IX FROM 1 BY 1
             UNTIL WK-AVH-IX > WK-AVH-CNT.
           IF WK-GENKA-ARI-FLG = "Y"
             GO TO EXT
           END-IF.
      *
           SET WK-KSH-IDX TO 1.
           SEARCH WK-KSH-ENT
             AT END
               CONTINUE
             WHEN WK-KSH-IDX > WK-KSH-CNT
               CONTINUE
             WHEN WK-KSH-SHOHIN-NO (WK-KSH-IDX) = CFIDJ-SHOHIN-NO
               MOVE WK-KSH-AVG-GENKA (WK-KSH-IDX) TO WK-GENKA
               MOVE "Y" TO WK-GENKA-ARI-FLG
           END-SEARCH.
           IF WK-GENKA-ARI-FLG = "Y"
             GO TO EXT
           END-IF.
      *
           SET WK-AVC-IDX TO 1.
           SEARCH WK-AVC-ENT
             AT END
               CONTINUE
             WHEN WK-AVC-IDX > WK-AVC-CNT
               CONTINUE
             WHEN WK-AVC-SHOHIN-NO (WK-AVC-IDX) = CFIDJ-SHOHIN-NO
              AND WK-AVC-AVG-GENKA (WK-AVC-IDX) NOT = ZERO
               MOVE WK-AVC-AVG-GENKA (WK-AVC-IDX) TO WK-GENKA
               MOVE "Y" TO WK-GENKA-ARI-FLG
           END-SEARCH.
       EXT.
           EXIT.
      *
       FIND-UKEIRE-RTN     SECTION.
           IF WK-AVH-SHOHIN-NO (WK-AVH-IX) = CFIDJ-SHOHIN-NO
            AND WK-AVH-DATE (WK-AVH-IX) = CFIDJ-DATE
            AND WK-AVH-KBN (WK-AVH-IX) NOT = "L"
            AND WK-AVH-KBN (WK-AVH-IX) NOT = "K"
             MOVE WK-AVH-UKEIRE-GENKA (WK-AVH-IX) TO WK-GENKA
             MOVE "Y" TO WK-GENKA-ARI-FLG
           END-IF.
       EXT.
           EXIT.
      *
       FIND-AVG-RTN        SECTION.
           IF WK-AVH-SHOHIN-NO (WK-AVH-IX) = CFIDJ-SHOHIN-NO
            AND WK-AVH-DATE (WK-AVH-IX) < CFIDJ-DATE
            AND WK-AVH-DATE (WK-AVH-IX) >= WK-BEST-DATE
             MOVE WK-AVH-DATE (WK-AVH-IX) TO WK-BEST-DATE
             MOVE WK-AVH-AVG-GENKA (WK-AVH-IX) TO WK-GENKA
             MOVE "Y" TO WK-GENKA-ARI-FLG
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    集約1件の仕訳出力（借方・貸方の2行。金額が負なら貸借を
      *    入れ替える）
      ******************************************************************
       OUTPUT-RTN          SECTION.
           IF WK-SUM-KINGAKU (WK-IX) = ZERO
             GO TO EXT
           END-IF.
           MOVE WK-SUM-SHU (WK-IX) TO WK-SHU.
           IF WK-SUM-KINGAKU (WK-IX) > ZERO
             MOVE WK-SHU-DR-COD (WK-SHU) TO WK-DR-COD
             MOVE WK-SHU-CR-COD (WK-SHU) TO WK-CR-COD
             MOVE WK-SUM-KINGAKU (WK-IX) TO WK-JNL-KINGAKU
           ELSE
             MOVE WK-SHU-CR-COD (WK-SHU) TO WK-DR-COD
             MOVE WK-SHU-DR-COD (WK-SHU) TO WK-CR-COD
             COMPUTE WK-JNL-KINGAKU = ZERO - WK-SUM-KINGAKU (WK-IX)
           END-IF.
      *
           MOVE WK-DR-COD TO WK-JNL-KANJO-COD.
           MOVE "D" TO WK-JNL-TAISHAKU.
           PERFORM WRITE-JNL-RTN.
           MOVE WK-CR-COD TO WK-JNL-KANJO-COD.
           MOVE "C" TO WK-JNL-TAISHAKU.
           PERFORM WRITE-JNL-RTN.
      *
           MOVE WK-SUM-DATE (WK-IX) TO WK-RPM-DATE.
           MOVE WK-SUM-SOKO-COD (WK-IX) TO WK-RPM-SOKO-COD.
           MOVE WK-SHU-TEKIYO (WK-SHU) TO WK-RPM-TEKIYO.
           MOVE WK-DR-COD TO WK-RPM-DR-COD.
           MOVE WK-CR-COD TO WK-RPM-CR-COD.
           MOVE WK-JNL-KINGAKU TO WK-RPM-KINGAKU.
           MOVE WK-RPT-MEISAI TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       WRITE-JNL-RTN       SECTION.
           MOVE "01" TO WK-JNL-KAISHA-COD.
           IF WK-SOK-CNT > ZERO
             SET WK-SOK-IDX TO 1
             SEARCH WK-SOK-ENT
               AT END
                 CONTINUE
               WHEN WK-SOK-IDX > WK-SOK-CNT
                 CONTINUE
               WHEN WK-SOK-COD (WK-SOK-IDX) = WK-SUM-SOKO-COD (WK-IX)
                 MOVE WK-SOK-KAISHA-COD (WK-SOK-IDX)
                   TO WK-JNL-KAISHA-COD
             END-SEARCH
           END-IF.
           MOVE SPACE TO JNL-REC.
           MOVE "KSBM126" TO CFJNL-PGM-ID.
           MOVE WK-JNL-KAISHA-COD TO CFJNL-KAISHA-COD.
           MOVE WK-SUM-DATE (WK-IX) TO CFJNL-DATE.
           MOVE WK-JNL-KANJO-COD TO CFJNL-KANJO-COD.
           MOVE WK-JNL-TAISHAKU TO CFJNL-TAISHAKU.
           MOVE WK-JNL-KINGAKU TO CFJNL-KINGAKU.
           STRING
             "SOKO="                 DELIMITED BY SIZE
             WK-SUM-SOKO-COD (WK-IX) DELIMITED BY SIZE
             INTO CFJNL-REF
           END-STRING.
           MOVE WK-SHU-TEKIYO (WK-SHU) TO CFJNL-TEKIYO.
           WRITE JNL-REC.
           ADD 1 TO WK-JNL-CNT.
      *
      *    在庫勘定の当月増減(借方で増、貸方で減)
           IF WK-JNL-KANJO-COD = WK-ACCT-SHOHIN
            OR WK-JNL-KANJO-COD = WK-ACCT-SEKISO
             IF WK-JNL-TAISHAKU = "D"
               ADD WK-JNL-KINGAKU TO WK-ZAIKO-ZOGEN
             ELSE
               SUBTRACT WK-JNL-KINGAKU FROM WK-ZAIKO-ZOGEN
             END-IF
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    輸入諸掛の仕訳（当月に反映した配賦行ごとに、在庫分は商品、
      *    払出済み分は売上原価を借方、配賦額を買掛金の貸方とする）
      ******************************************************************
       LCA-RTN             SECTION.
           READ LCA-FILE
             AT END
               MOVE "Y" TO LCA-END-FLG
               GO TO EXT
           END-READ.
           IF NOT CFLCA-HANEI-ZUMI
            OR CFLCA-HANEI-DATE (1:6) NOT = WK-NENGETSU
             GO TO EXT
           END-IF.
           ADD 1 TO WK-LCA-CNT.
           IF CFLCA-KAISHA-COD = SPACE
             MOVE "01" TO WK-LCA-KAISHA-COD
           ELSE
             MOVE CFLCA-KAISHA-COD TO WK-LCA-KAISHA-COD
           END-IF.
           MOVE CFLCA-HATCHU-NO TO WK-LCA-REF-HATCHU-NO.
      *
           IF CFLCA-ZAIKO-KINGAKU NOT = ZERO
             MOVE WK-ACCT-SHOHIN TO WK-JNL-KANJO-COD
             MOVE "D" TO WK-JNL-TAISHAKU
             MOVE CFLCA-ZAIKO-KINGAKU TO WK-JNL-KINGAKU
             PERFORM WRITE-LCA-JNL-RTN
             ADD CFLCA-ZAIKO-KINGAKU TO WK-LCA-ZAIKO-GOKEI
           END-IF.
           IF CFLCA-GENKA-KINGAKU NOT = ZERO
             MOVE WK-ACCT-GENKA TO WK-JNL-KANJO-COD
             MOVE "D" TO WK-JNL-TAISHAKU
             MOVE CFLCA-GENKA-KINGAKU TO WK-JNL-KINGAKU
             PERFORM WRITE-LCA-JNL-RTN
             ADD CFLCA-GENKA-KINGAKU TO WK-LCA-GENKA-GOKEI
           END-IF.
           IF CFLCA-HAIFU-KINGAKU NOT = ZERO
             MOVE WK-ACCT-KAIKAKE TO WK-JNL-KANJO-COD
             MOVE "C" TO WK-JNL-TAISHAKU
             MOVE CFLCA-HAIFU-KINGAKU TO WK-JNL-KINGAKU
             PERFORM WRITE-LCA-JNL-RTN
           END-IF.
       EXT.
           EXIT.
      *
       WRITE-LCA-JNL-RTN   SECTION.
           MOVE SPACE TO JNL-REC.
           MOVE "KSBM126" TO CFJNL-PGM-ID.
           MOVE WK-LCA-KAISHA-COD TO CFJNL-KAISHA-COD.
           MOVE CFLCA-HANEI-DATE TO CFJNL-DATE.
           MOVE WK-JNL-KANJO-COD TO CFJNL-KANJO-COD.
           MOVE WK-JNL-TAISHAKU TO CFJNL-TAISHAKU.
           MOVE WK-JNL-KINGAKU TO CFJNL-KINGAKU.
           MOVE WK-LCA-REF TO CFJNL-REF.
           MOVE "SHOKAKARI HAIFU" TO CFJNL-TEKIYO.
           WRITE JNL-REC.
           ADD 1 TO WK-JNL-CNT.
           IF WK-JNL-KANJO-COD = WK-ACCT-SHOHIN
             ADD WK-JNL-KINGAKU TO WK-ZAIKO-ZOGEN
           END-IF.
       EXT.
           EXIT.
      *
       LCA-GOKEI-RTN       SECTION.
           IF WK-LCA-CNT = ZERO
             GO TO EXT
           END-IF.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "SHOKAKARI ZAIKO" TO WK-RPS-TITLE.
           MOVE WK-LCA-ZAIKO-GOKEI TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           MOVE "SHOKAKARI GENKA" TO WK-RPS-TITLE.
           MOVE WK-LCA-GENKA-GOKEI TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    照合（在庫勘定の当月増減＝原価評価額の前月末からの増減）
      ******************************************************************
       CHECK-RTN           SECTION.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "ZAIKO KANJO ZOGEN" TO WK-RPS-TITLE.
           MOVE WK-ZAIKO-ZOGEN TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           IF WK-VLH-ZEN-DATE = ZERO OR WK-VLH-TOU-DATE = ZERO
             MOVE "CHECK : HYOKA RIREKI NASHI (KSBM075 MIJIKKO)"
               TO RPT-REC
             WRITE RPT-REC
             MOVE RC-WARNING TO RETURN-CODE
             GO TO EXT
           END-IF.
      *
           COMPUTE WK-HYOKA-ZOGEN = WK-VLH-TOU-GENKA - WK-VLH-ZEN-GENKA.
           COMPUTE WK-SAGAKU = WK-HYOKA-ZOGEN - WK-ZAIKO-ZOGEN.
           MOVE "ZENGETSU HYOKAGAKU" TO WK-RPS-TITLE.
           MOVE WK-VLH-ZEN-GENKA TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           MOVE "TOUGETSU HYOKAGAKU" TO WK-RPS-TITLE.
           MOVE WK-VLH-TOU-GENKA TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           MOVE "HYOKAGAKU ZOGEN" TO WK-RPS-TITLE.
           MOVE WK-HYOKA-ZOGEN TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           MOVE "SAGAKU" TO WK-RPS-TITLE.
           MOVE WK-SAGAKU TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
      *
           IF WK-SAGAKU < ZERO
             COMPUTE WK-SAGAKU-ABS = ZERO - WK-SAGAKU
           ELSE
             MOVE WK-SAGAKU TO WK-SAGAKU-ABS
           END-IF.
           IF WK-SAGAKU-ABS > WK-KYOYO-GAKU
             MOVE "CHECK : FUITCHI" TO RPT-REC
             MOVE RC-WARNING TO RETURN-CODE
           ELSE
             MOVE "CHECK : ITCHI" TO RPT-REC
           END-IF.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-IDJ-FILE-ERR = "00"
             CLOSE IDJ-FILE
           END-IF.
           IF WK-JNL-FILE-ERR = "00"
             CLOSE JNL-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "IDJCNT=" WK-IDJ-CNT.
           DISPLAY "JNLCNT=" WK-JNL-CNT.
           DISPLAY "GENKANASHICNT=" WK-GENKA-NASHI-CNT.
           DISPLAY "LCACNT=" WK-LCA-CNT.
           DISPLAY "ZAIKOZOGEN=" WK-ZAIKO-ZOGEN.
           DISPLAY "SAGAKU=" WK-SAGAKU.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM126 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KSBM126"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "IDJCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-IDJ-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "JNLCNT"              TO RUNHIS-CNT-LABEL (2).
           MOVE WK-JNL-CNT            TO RUNHIS-CNT-VALUE (2).
           MOVE "GENKANASHI"          TO RUNHIS-CNT-LABEL (3).
           MOVE WK-GENKA-NASHI-CNT    TO RUNHIS-CNT-VALUE (3).
           MOVE "SAGAKU"              TO RUNHIS-CNT-LABEL (4).
           MOVE WK-SAGAKU-ABS         TO RUNHIS-CNT-VALUE (4).
           MOVE "LCACNT"              TO RUNHIS-CNT-LABEL (5).
           MOVE WK-LCA-CNT            TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KSBM126 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
