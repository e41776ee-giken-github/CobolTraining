       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KSBM132.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：商品
      * プログラム名  ：流通加工指示（セット品組立・解体）
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。加工依頼(KIN：区分・セット品番号・
      *                 倉庫・数量)を読み、部品表マスタ(KCCFBOM)で
      *                 構成品へ展開して、組立("K")は構成品を加工出庫
      *                 ・完成したセット品を加工入庫、解体("T")は売れ
      *                 残りのセット品を加工出庫・構成品を加工入庫
      *                 する。出庫側の在庫(倉庫別在庫KCCFSZAがある運用
      *                 は指定倉庫、無ければ商品マスタ)が揃わない依頼
      *                 は全量受け付けず警告とする(半端な加工をしない
      *                 ため)。受け付けた依頼はKCBS080の"KAKONO"カウ
      *                 ンタで加工番号を採番し、商品マスタの当月入庫・
      *                 当月出庫と倉庫別在庫へ積み、KSBS010で加工出庫
      *                 ("K")・加工入庫("P")を記帳する(参照は"KK-"＋
      *                 加工番号)。組立のセット品の原価は構成品の
      *                 移動平均原価(KCCFAVC)×構成数量の積み上げとし、
      *                 セット品の移動平均へ入荷と同じ式で反映して
      *                 移動平均原価履歴(KCCFAVH)へ区分"K"の行を追記
      *                 する。構成品の平均は変えない(解体で戻す構成品
      *                 も現在の平均のまま数量だけを戻す)。移動平均は
      *                 新世代(AVO)として書き出すので、入荷原価計上
      *                 (KSBM116)は加工の移動を取り込まない。加工番号
      *                 ごとの加工指示書(RPT)を印字する。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：実行開始時に更新前イメージ退避(KCBS090)の実行ID
      *                 を設定し、商品マスタ・倉庫別在庫の行を変更する前
      *                 にその変更前イメージを記録するようにした(倉庫別
      *                 在庫に起こした行は追加として記録する。異常終了時
      *                 にKCBM120でこの実行分だけを戻すため)
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT KIN-FILE
             ASSIGN TO EXTERNAL KIN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-KIN-FILE-ERR.
           SELECT BOM-FILE
             ASSIGN TO EXTERNAL BOM
               FILE STATUS IS WK-BOM-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CFSHO-SHOHIN-NO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT SZA-FILE
             ASSIGN TO EXTERNAL SZA
               FILE STATUS IS WK-SZA-FILE-ERR.
           SELECT SZO-FILE
             ASSIGN TO EXTERNAL SZO
               FILE STATUS IS WK-SZO-FILE-ERR.
           SELECT AVI-FILE
             ASSIGN TO EXTERNAL AVI
               FILE STATUS IS WK-AVI-FILE-ERR.
           SELECT AVO-FILE
             ASSIGN TO EXTERNAL AVO
               FILE STATUS IS WK-AVO-FILE-ERR.
           SELECT AVH-FILE
             ASSIGN TO EXTERNAL AVH
               FILE STATUS IS WK-AVH-FILE-ERR.
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
      *    加工依頼(区分"K"=組立 "T"=解体)
       FD  KIN-FILE.
       01  KIN-REC.
           03  KIN-KBN                 PIC  X(01).
             88  KIN-KUMITATE          VALUE "K".
             88  KIN-KAITAI            VALUE "T".
           03  FILLER                  PIC  X(01).
           03  KIN-KIT-SHOHIN-NO       PIC  X(05).
           03  FILLER                  PIC  X(01).
           03  KIN-SOKO-COD            PIC  X(02).
           03  FILLER                  PIC  X(01).
           03  KIN-SURYO               PIC  9(05).
           03  FILLER                  PIC  X(04).
       FD  BOM-FILE.
       01  BOM-REC.
           COPY KCCFBOM.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  SZA-FILE.
       01  SZA-REC.
           COPY KCCFSZA.
      *    更新後の倉庫別在庫(加工の入出庫を積んだ新世代)
       FD  SZO-FILE.
       01  SZO-REC.
           COPY KCCFSZA.
       FD  AVI-FILE.
       01  AVI-REC.
           COPY KCCFAVC.
       FD  AVO-FILE.
       01  AVO-REC.
           COPY KCCFAVC.
       FD  AVH-FILE.
       01  AVH-REC.
           COPY KCCFAVH.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(80).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
           COPY KCBS080P.
           COPY KSBS010-PARAMS.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
      *    更新前イメージ退避(KCBS090)呼出用
           COPY KCBS090P.
      *    倉庫別在庫行の変更前イメージ編集域(KCCFSZAと同一レイアウト)
       01  WK-BIJ-SZA.
           03  WK-BIJ-SZA-SHOHIN-NO    PIC  X(05).
           03  WK-BIJ-SZA-SOKO-COD     PIC  X(02).
           03  WK-BIJ-SZA-ZENGETU      PIC S9(07) PACKED-DECIMAL.
           03  WK-BIJ-SZA-NYUKO        PIC S9(07) PACKED-DECIMAL.
           03  WK-BIJ-SZA-SYUKO        PIC S9(07) PACKED-DECIMAL.
           03  FILLER                  PIC  X(05).
       01  WK-BSD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-KIN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-BOM-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SZA-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SZO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-AVI-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-AVO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-AVH-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  KIN-END-FLG                 PIC  X(01) VALUE "N".
       01  BOM-END-FLG                 PIC  X(01) VALUE "N".
       01  SZA-END-FLG                 PIC  X(01) VALUE "N".
       01  AVI-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      *    倉庫別在庫がある運用か(SZAが開けた場合"Y")
       01  WK-SZA-MODE-FLG             PIC  X(01) VALUE "N".
      ******************************************************************
      *  部品表テーブル
      ******************************************************************
       01  WK-BOM-TBL.
           03  WK-BOM-CNT              PIC  9(04) VALUE ZERO.
           03  WK-BOM-ENT              OCCURS 1000 TIMES.
             05  WK-BOM-KIT            PIC  X(05).
             05  WK-BOM-COMP           PIC  X(05).
             05  WK-BOM-SURYO          PIC  9(05).
       01  WK-BOM-IX                   PIC  9(04) VALUE ZERO.
      ******************************************************************
      *  倉庫別在庫テーブル(3バケット保持)
      ******************************************************************
       01  WK-ZAI-TBL.
           03  WK-ZAI-CNT              PIC  9(05) VALUE ZERO.
           03  WK-ZAI-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-ZAI-IDX.
             05  WK-ZAI-SHOHIN-NO      PIC  X(05).
             05  WK-ZAI-SOKO-COD       PIC  X(02).
             05  WK-ZAI-ZENGETU        PIC S9(07).
             05  WK-ZAI-NYUKO          PIC S9(07).
             05  WK-ZAI-SYUKO          PIC S9(07).
       01  WK-ZIX                      PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  移動平均原価テーブル
      ******************************************************************
       01  WK-AVC-TBL.
           03  WK-AVC-CNT              PIC  9(05) VALUE ZERO.
           03  WK-AVC-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-AVC-IDX.
             05  WK-AVC-SHOHIN-NO      PIC  X(05).
             05  WK-AVC-AVG-GENKA      PIC S9(05)V9(04).
             05  WK-AVC-ZAIKO-SURYO    PIC S9(07).
             05  WK-AVC-UPDATE-DATE    PIC  9(08).
       01  WK-AIX                      PIC  9(05) VALUE ZERO.
      *
       01  WK-LOOKUP-SHOHIN-NO         PIC  X(05) VALUE SPACE.
       01  WK-ZAI-KANO                 PIC S9(09) VALUE ZERO.
       01  WK-HITSUYO-SURYO            PIC S9(09) VALUE ZERO.
       01  WK-KIT-FLG                  PIC  X(01) VALUE "N".
       01  WK-NG-FLG                   PIC  X(01) VALUE "N".
       01  WK-FUKA-RIYU                PIC  X(20) VALUE SPACE.
       01  WK-FUKA-SHOHIN-NO           PIC  X(05) VALUE SPACE.
       01  WK-KAKO-NO                  PIC  9(06) VALUE ZERO.
       01  WK-KIT-SHOHIN-MEI           PIC  X(20) VALUE SPACE.
       01  WK-IDJ-REF.
           03  FILLER                  PIC  X(03) VALUE "KK-".
           03  WK-IDJ-REF-KAKO-NO      PIC  9(06).
           03  FILLER                  PIC  X(01) VALUE SPACE.
      *    加工出庫・加工入庫の区分(組立と解体で向きが逆になる)
       01  WK-BUHIN-IDJ-KBN            PIC  X(01) VALUE SPACE.
       01  WK-KIT-IDJ-KBN              PIC  X(01) VALUE SPACE.
      *    構成品の平均原価と積み上げたセット品1個あたりの原価
       01  WK-BUHIN-GENKA              PIC S9(05)V9(04) VALUE ZERO.
       01  WK-KIT-GENKA                PIC S9(07)V9(04) VALUE ZERO.
       01  WK-NEW-SURYO                PIC S9(09) VALUE ZERO.
      *
       01  WK-KIN-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-KUMITATE-CNT             PIC  9(09) VALUE ZERO.
       01  WK-KAITAI-CNT               PIC  9(09) VALUE ZERO.
       01  WK-FUKA-CNT                 PIC  9(09) VALUE ZERO.
       01  WK-GENKA-NASHI-CNT          PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  加工指示書印字用
      ******************************************************************
       01  WK-RPT-HEAD.
           03  FILLER                  PIC  X(08) VALUE "KAKO-NO=".
           03  WK-RPH-KAKO-NO          PIC  9(06).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPH-KBN              PIC  X(08).
           03  FILLER                  PIC  X(05) VALUE " KIT=".
           03  WK-RPH-KIT              PIC  X(05).
           03  FILLER                  PIC  X(06) VALUE " SOKO=".
           03  WK-RPH-SOKO-COD         PIC  X(02).
           03  FILLER                  PIC  X(07) VALUE " SURYO=".
           03  WK-RPH-SURYO            PIC  ZZZZ9.
           03  FILLER                  PIC  X(07) VALUE " GENKA=".
           03  WK-RPH-GENKA            PIC  ZZZZZZ9.99.
       01  WK-RPT-KITMEI.
           03  FILLER                  PIC  X(04) VALUE SPACE.
           03  WK-RPK-KBN              PIC  X(06).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPK-SHOHIN-MEI       PIC  X(20).
       01  WK-RPT-MEISAI.
           03  FILLER                  PIC  X(04) VALUE SPACE.
           03  WK-RPM-KBN              PIC  X(06).
           03  FILLER                  PIC  X(07) VALUE " BUHIN=".
           03  WK-RPM-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPM-SHOHIN-MEI       PIC  X(20).
           03  FILLER                  PIC  X(07) VALUE " SURYO=".
           03  WK-RPM-SURYO            PIC  ZZZZZZ9.
           03  FILLER                  PIC  X(07) VALUE " TANKA=".
           03  WK-RPM-TANKA            PIC  ZZZZ9.99.
       01  WK-RPT-FUKA.
           03  FILLER                  PIC  X(10) VALUE "KAKO FUKA ".
           03  FILLER                  PIC  X(04) VALUE "KBN=".
           03  WK-RPF-KBN              PIC  X(01).
           03  FILLER                  PIC  X(05) VALUE " KIT=".
           03  WK-RPF-KIT              PIC  X(05).
           03  FILLER                  PIC  X(06) VALUE " SOKO=".
           03  WK-RPF-SOKO-COD         PIC  X(02).
           03  FILLER                  PIC  X(07) VALUE " SURYO=".
           03  WK-RPF-SURYO            PIC  X(05).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPF-RIYU             PIC  X(20).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPF-SHOHIN-NO        PIC  X(05).
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL KIN-END-FLG = "Y"
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KSBM132 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
      *    更新前イメージは実行履歴と同じ実行IDで記録する
           MOVE "S" TO BIJ-FUNCTION.
           MOVE "KSBM132" TO BIJ-RUN-PGM-ID.
           MOVE WK-RUNHIS-START-DATE TO BIJ-RUN-DATE.
           MOVE WK-RUNHIS-START-TIME TO BIJ-RUN-TIME.
           CALL "KCBS090" USING KCBS090-P1.
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
      *
           OPEN INPUT KIN-FILE.
           IF WK-KIN-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM132 ABEND NOT KIN-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT BOM-FILE
             IF WK-BOM-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM132 ABEND NOT BOM-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN I-O SHO-FILE
             IF WK-SHO-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM132 ABEND NOT SHO-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT AVO-FILE
             IF WK-AVO-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM132 ABEND NOT AVO-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN EXTEND AVH-FILE
             IF WK-AVH-FILE-ERR NOT = "00"
               OPEN OUTPUT AVH-FILE
             END-IF
             IF WK-AVH-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM132 ABEND NOT AVH-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RPT-FILE
             IF WK-RPT-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM132 ABEND NOT RPT-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "N"
             GO TO EXT
           END-IF.
      *
           MOVE "*** KSBM132 RYUTSU KAKO SHIJISHO ***" TO RPT-REC.
           WRITE RPT-REC.
           PERFORM LOAD-BOM-RTN  UNTIL BOM-END-FLG = "Y".
      *
      *    前回までの移動平均(初回運用ではファイルなし)
           OPEN INPUT AVI-FILE.
           IF WK-AVI-FILE-ERR = "00"
             PERFORM LOAD-AVI-RTN  UNTIL AVI-END-FLG = "Y"
             CLOSE AVI-FILE
           END-IF.
      *
      *    倉庫別在庫がある運用では新世代(SZO)も書き出す
           OPEN INPUT SZA-FILE.
           IF WK-SZA-FILE-ERR = "00"
             OPEN OUTPUT SZO-FILE
             IF WK-SZO-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM132 ABEND NOT SZO-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
               GO TO EXT
             END-IF
             MOVE "Y" TO WK-SZA-MODE-FLG
             PERFORM LOAD-SZA-RTN  UNTIL SZA-END-FLG = "Y"
           END-IF.
      *
           PERFORM READ-KIN-RTN.
       EXT.
           EXIT.
      *
       LOAD-BOM-RTN        SECTION.
           READ BOM-FILE
             AT END
               MOVE "Y" TO BOM-END-FLG
               GO TO EXT
           END-READ.
           IF WK-BOM-CNT >= 1000
             DISPLAY "!!! KSBM132 ABEND : BOM TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-BOM-CNT.
           MOVE CFBOM-KIT-SHOHIN-NO TO WK-BOM-KIT (WK-BOM-CNT).
           MOVE CFBOM-COMP-SHOHIN-NO TO WK-BOM-COMP (WK-BOM-CNT).
           MOVE CFBOM-COMP-SURYO TO WK-BOM-SURYO (WK-BOM-CNT).
       EXT.
           EXIT.
      *
       LOAD-AVI-RTN        SECTION.
           READ AVI-FILE
             AT END
               MOVE "Y" TO AVI-END-FLG
               GO TO EXT
           END-READ.
           IF WK-AVC-CNT >= 5000
             DISPLAY "!!! KSBM132 ABEND : AVC TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-AVC-CNT.
           SET WK-AVC-IDX TO WK-AVC-CNT.
           MOVE CFAVC-SHOHIN-NO OF AVI-REC
             TO WK-AVC-SHOHIN-NO (WK-AVC-IDX).
           MOVE CFAVC-AVG-GENKA OF AVI-REC
             TO WK-AVC-AVG-GENKA (WK-AVC-IDX).
           MOVE CFAVC-ZAIKO-SURYO OF AVI-REC
             TO WK-AVC-ZAIKO-SURYO (WK-AVC-IDX).
           MOVE CFAVC-UPDATE-DATE OF AVI-REC
             TO WK-AVC-UPDATE-DATE (WK-AVC-IDX).
       EXT.
           EXIT.
      *
       LOAD-SZA-RTN        SECTION.
           READ SZA-FILE
             AT END
               MOVE "Y" TO SZA-END-FLG
               GO TO EXT
           END-READ.
           IF WK-ZAI-CNT >= 5000
             DISPLAY "!!! KSBM132 ABEND : ZAI TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-ZAI-CNT.
           SET WK-ZAI-IDX TO WK-ZAI-CNT.
           MOVE CFSZA-SHOHIN-NO OF SZA-REC
             TO WK-ZAI-SHOHIN-NO (WK-ZAI-IDX).
           MOVE CFSZA-SOKO-COD OF SZA-REC
             TO WK-ZAI-SOKO-COD (WK-ZAI-IDX).
           MOVE CFSZA-ZENGETU-ZAIKO OF SZA-REC
             TO WK-ZAI-ZENGETU (WK-ZAI-IDX).
           MOVE CFSZA-TOUGETU-NYUKO OF SZA-REC
             TO WK-ZAI-NYUKO (WK-ZAI-IDX).
           MOVE CFSZA-TOUGETU-SYUKO OF SZA-REC
             TO WK-ZAI-SYUKO (WK-ZAI-IDX).
       EXT.
           EXIT.
      *
       READ-KIN-RTN        SECTION.
           READ KIN-FILE
             AT END
               MOVE "Y" TO KIN-END-FLG
           END-READ.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    加工依頼1件ごとの検査・入出庫・指示書印字
      ******************************************************************
       MAIN-RTN            SECTION.
           ADD 1 TO WK-KIN-CNT.
           MOVE "N" TO WK-NG-FLG.
           MOVE SPACE TO WK-FUKA-SHOHIN-NO.
           IF NOT KIN-KUMITATE AND NOT KIN-KAITAI
             MOVE "KBN FUSEI" TO WK-FUKA-RIYU
             PERFORM FUKA-RTN
             GO TO NEXT-REC
           END-IF.
           IF KIN-SURYO IS NOT NUMERIC
            OR KIN-SURYO = ZERO
             MOVE "SURYO FUSEI" TO WK-FUKA-RIYU
             PERFORM FUKA-RTN
             GO TO NEXT-REC
           END-IF.
           IF WK-SZA-MODE-FLG = "Y"
            AND KIN-SOKO-COD = SPACE
             MOVE "SOKO-COD MISETTEI" TO WK-FUKA-RIYU
             PERFORM FUKA-RTN
             GO TO NEXT-REC
           END-IF.
      *
      *    部品表に行があるか(無ければセット品ではない)
           MOVE "N" TO WK-KIT-FLG.
           PERFORM KIT-CHECK-RTN
             VARYING WK-BOM-IX FROM 1 BY 1
             UNTIL WK-BOM-IX > WK-BOM-CNT
                OR WK-KIT-FLG = "Y".
           IF WK-KIT-FLG = "N"
             MOVE "BOM NASHI" TO WK-FUKA-RIYU
             PERFORM FUKA-RTN
             GO TO NEXT-REC
           END-IF.
      *
      *    セット品の確認(解体は売れ残りのセット品の在庫が要る)
           MOVE KIN-KIT-SHOHIN-NO TO CFSHO-SHOHIN-NO.
           READ SHO-FILE
             INVALID KEY
               MOVE "SHOHIN-NO NASHI" TO WK-FUKA-RIYU
               MOVE KIN-KIT-SHOHIN-NO TO WK-FUKA-SHOHIN-NO
               PERFORM FUKA-RTN
               GO TO NEXT-REC
           END-READ.
           MOVE CFSHO-SHOHIN-MEI TO WK-KIT-SHOHIN-MEI.
           IF KIN-KAITAI
             MOVE KIN-KIT-SHOHIN-NO TO WK-LOOKUP-SHOHIN-NO
             PERFORM ZAIKO-KANO-RTN
             IF WK-ZAI-KANO < KIN-SURYO
               MOVE "KIT ZAIKO FUSOKU" TO WK-FUKA-RIYU
               MOVE KIN-KIT-SHOHIN-NO TO WK-FUKA-SHOHIN-NO
               PERFORM FUKA-RTN
               GO TO NEXT-REC
             END-IF
           END-IF.
      *
      *    全構成品の確認(組立は全構成品の在庫が揃うこと)
           PERFORM BUHIN-CHECK-RTN
             VARYING WK-BOM-IX FROM 1 BY 1
             UNTIL WK-BOM-IX > WK-BOM-CNT
                OR WK-NG-FLG = "Y".
           IF WK-NG-FLG = "Y"
             PERFORM FUKA-RTN
             GO TO NEXT-REC
           END-IF.
      *
           MOVE "N" TO S080-FUNCTION.
           MOVE "KAKONO" TO S080-COUNTER-ID.
           MOVE SPACE TO S080-KAISHA-COD.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KCBS080" USING KCBS080-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF S080-RCD = "E"
             DISPLAY "!!! KSBM132 ABEND : SAIBAN FUKA !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           MOVE S080-NUMBER TO WK-KAKO-NO.
           MOVE WK-KAKO-NO TO WK-IDJ-REF-KAKO-NO.
      *
      *    組立は構成品を加工出庫しセット品を加工入庫、解体は逆
           IF KIN-KUMITATE
             ADD 1 TO WK-KUMITATE-CNT
             MOVE "K" TO WK-BUHIN-IDJ-KBN
             MOVE "P" TO WK-KIT-IDJ-KBN
             MOVE "KUMITATE" TO WK-RPH-KBN
           ELSE
             ADD 1 TO WK-KAITAI-CNT
             MOVE "P" TO WK-BUHIN-IDJ-KBN
             MOVE "K" TO WK-KIT-IDJ-KBN
             MOVE "KAITAI" TO WK-RPH-KBN
           END-IF.
      *
      *    セット品1個あたりの原価(構成品の移動平均の積み上げ)
           MOVE ZERO TO WK-KIT-GENKA.
           PERFORM GENKA-TSUMIAGE-RTN
             VARYING WK-BOM-IX FROM 1 BY 1
             UNTIL WK-BOM-IX > WK-BOM-CNT.
      *
           MOVE WK-KAKO-NO TO WK-RPH-KAKO-NO.
           MOVE KIN-KIT-SHOHIN-NO TO WK-RPH-KIT.
           MOVE KIN-SOKO-COD TO WK-RPH-SOKO-COD.
           MOVE KIN-SURYO TO WK-RPH-SURYO.
           MOVE WK-KIT-GENKA TO WK-RPH-GENKA.
           MOVE WK-RPT-HEAD TO RPT-REC.
           WRITE RPT-REC.
           IF KIN-KUMITATE
             MOVE "KANSEI" TO WK-RPK-KBN
           ELSE
             MOVE "KAITAI" TO WK-RPK-KBN
           END-IF.
           MOVE WK-KIT-SHOHIN-MEI TO WK-RPK-SHOHIN-MEI.
           MOVE WK-RPT-KITMEI TO RPT-REC.
           WRITE RPT-REC.
      *
           PERFORM BUHIN-KOSHIN-RTN
             VARYING WK-BOM-IX FROM 1 BY 1
             UNTIL WK-BOM-IX > WK-BOM-CNT.
           PERFORM KIT-KOSHIN-RTN.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
       NEXT-REC.
           PERFORM READ-KIN-RTN.
       EXT.
           EXIT.
      *
       KIT-CHECK-RTN       SECTION.
           IF WK-BOM-KIT (WK-BOM-IX) = KIN-KIT-SHOHIN-NO
             MOVE "Y" TO WK-KIT-FLG
           END-IF.
       EXT.
           EXIT.
      *
      *    構成品1行の確認(商品マスタにあること・組立は在庫が揃う
      *    こと)。最初に見つけた不備を理由とする
       BUHIN-CHECK-RTN     SECTION.
           IF WK-BOM-KIT (WK-BOM-IX) NOT = KIN-KIT-SHOHIN-NO
             GO TO EXT
           END-IF.
           MOVE WK-BOM-COMP (WK-BOM-IX) TO CFSHO-SHOHIN-NO.
           READ SHO-FILE
             INVALID KEY
               MOVE "Y" TO WK-NG-FLG
               MOVE "SHOHIN-NO NASHI" TO WK-FUKA-RIYU
               MOVE WK-BOM-COMP (WK-BOM-IX) TO WK-FUKA-SHOHIN-NO
               GO TO EXT
           END-READ.
           IF KIN-KAITAI
             GO TO EXT
           END-IF.
           COMPUTE WK-HITSUYO-SURYO =
             WK-BOM-SURYO (WK-BOM-IX) * KIN-SURYO.
           MOVE WK-BOM-COMP (WK-BOM-IX) TO WK-LOOKUP-SHOHIN-NO.
           PERFORM ZAIKO-KANO-RTN.
           IF WK-ZAI-KANO < WK-HITSUYO-SURYO
             MOVE "Y" TO WK-NG-FLG
             MOVE "BUHIN ZAIKO FUSOKU" TO WK-FUKA-RIYU
             MOVE WK-BOM-COMP (WK-BOM-IX) TO WK-FUKA-SHOHIN-NO
           END-IF.
       EXT.
           EXIT.
      *
      *    出庫側の在庫数量(倉庫別在庫がある運用は指定倉庫、無ければ
      *    直前に読んだ商品マスタの会社在庫)
       ZAIKO-KANO-RTN      SECTION.
           IF WK-SZA-MODE-FLG NOT = "Y"
             COMPUTE WK-ZAI-KANO =
               CFSHO-ZENGETU-ZAIKO + CFSHO-TOUGETU-NYUKO
               - CFSHO-TOUGETU-SYUKO
             GO TO EXT
           END-IF.
           MOVE ZERO TO WK-ZAI-KANO.
           SET WK-ZAI-IDX TO 1.
           IF WK-ZAI-CNT = ZERO
             GO TO EXT
           END-IF.
           SEARCH WK-ZAI-ENT
             AT END
               CONTINUE
             WHEN WK-ZAI-IDX > WK-ZAI-CNT
               CONTINUE
             WHEN WK-ZAI-SHOHIN-NO (WK-ZAI-IDX) = WK-LOOKUP-SHOHIN-NO
              AND WK-ZAI-SOKO-COD (WK-ZAI-IDX) = KIN-SOKO-COD
               COMPUTE WK-ZAI-KANO =
                 WK-ZAI-ZENGETU (WK-ZAI-IDX) + WK-ZAI-NYUKO (WK-ZAI-IDX)
                 - WK-ZAI-SYUKO (WK-ZAI-IDX)
           END-SEARCH.
       EXT.
           EXIT.
      *
       GENKA-TSUMIAGE-RTN  SECTION.
           IF WK-BOM-KIT (WK-BOM-IX) NOT = KIN-KIT-SHOHIN-NO
             GO TO EXT
           END-IF.
           MOVE WK-BOM-COMP (WK-BOM-IX) TO WK-LOOKUP-SHOHIN-NO.
           PERFORM FIND-AVC-RTN.
           COMPUTE WK-KIT-GENKA = WK-KIT-GENKA
             + WK-AVC-AVG-GENKA (WK-AVC-IDX) * WK-BOM-SURYO (WK-BOM-IX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    構成品1行の入出庫(商品マスタ・倉庫別在庫・移動平均の在庫
      *    数量へ積み、加工出庫または加工入庫を記帳して指示書へ印字)
      ******************************************************************
       BUHIN-KOSHIN-RTN    SECTION.
           IF WK-BOM-KIT (WK-BOM-IX) NOT = KIN-KIT-SHOHIN-NO
             GO TO EXT
           END-IF.
           COMPUTE WK-HITSUYO-SURYO =
             WK-BOM-SURYO (WK-BOM-IX) * KIN-SURYO.
           MOVE WK-BOM-COMP (WK-BOM-IX) TO WK-LOOKUP-SHOHIN-NO.
           MOVE WK-BOM-COMP (WK-BOM-IX) TO CFSHO-SHOHIN-NO.
           READ SHO-FILE
             INVALID KEY
               GO TO EXT
           END-READ.
           MOVE "KCCFSHO" TO BIJ-RESOURCE.
           MOVE "U" TO BIJ-ACTION.
           MOVE SPACE TO BIJ-KEY.
           MOVE CFSHO-SHOHIN-NO TO BIJ-KEY.
           MOVE SHO-REC TO BIJ-IMAGE.
           PERFORM WRITE-BIJ-RTN.
           IF KIN-KUMITATE
             ADD WK-HITSUYO-SURYO TO CFSHO-TOUGETU-SYUKO
           ELSE
             ADD WK-HITSUYO-SURYO TO CFSHO-TOUGETU-NYUKO
           END-IF.
           REWRITE SHO-REC.
      *
           IF WK-SZA-MODE-FLG = "Y"
             PERFORM FIND-ZAI-RTN
             IF KIN-KUMITATE
               ADD WK-HITSUYO-SURYO TO WK-ZAI-SYUKO (WK-ZAI-IDX)
             ELSE
               ADD WK-HITSUYO-SURYO TO WK-ZAI-NYUKO (WK-ZAI-IDX)
             END-IF
           END-IF.
      *
      *    構成品の平均原価は変えず計算基礎の在庫数量だけを動かす
           PERFORM FIND-AVC-RTN.
           MOVE WK-AVC-AVG-GENKA (WK-AVC-IDX) TO WK-BUHIN-GENKA.
           IF WK-BUHIN-GENKA = ZERO
             ADD 1 TO WK-GENKA-NASHI-CNT
             DISPLAY "*** KSBM132 WARNING GENKA NASHI "
               WK-LOOKUP-SHOHIN-NO
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           IF KIN-KUMITATE
             SUBTRACT WK-HITSUYO-SURYO
               FROM WK-AVC-ZAIKO-SURYO (WK-AVC-IDX)
           ELSE
             ADD WK-HITSUYO-SURYO TO WK-AVC-ZAIKO-SURYO (WK-AVC-IDX)
           END-IF.
           MOVE WK-BASE-DATE TO WK-AVC-UPDATE-DATE (WK-AVC-IDX).
      *
           MOVE WK-BUHIN-IDJ-KBN TO IDJ-KBN.
           MOVE WK-HITSUYO-SURYO TO IDJ-SURYO.
           PERFORM WRITE-IDJ-RTN.
      *
           IF KIN-KUMITATE
             MOVE "SYUKO" TO WK-RPM-KBN
           ELSE
             MOVE "NYUKO" TO WK-RPM-KBN
           END-IF.
           MOVE WK-LOOKUP-SHOHIN-NO TO WK-RPM-SHOHIN-NO.
           MOVE CFSHO-SHOHIN-MEI TO WK-RPM-SHOHIN-MEI.
           MOVE WK-HITSUYO-SURYO TO WK-RPM-SURYO.
           MOVE WK-BUHIN-GENKA TO WK-RPM-TANKA.
           MOVE WK-RPT-MEISAI TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    セット品の入出庫。組立の完成品入庫は積み上げた原価で移動
      *    平均を更新し、移動平均原価履歴へ区分"K"の行を追記する
      ******************************************************************
       KIT-KOSHIN-RTN      SECTION.
           MOVE KIN-KIT-SHOHIN-NO TO WK-LOOKUP-SHOHIN-NO.
           MOVE KIN-SURYO TO WK-HITSUYO-SURYO.
           MOVE KIN-KIT-SHOHIN-NO TO CFSHO-SHOHIN-NO.
           READ SHO-FILE
             INVALID KEY
               GO TO EXT
           END-READ.
           MOVE "KCCFSHO" TO BIJ-RESOURCE.
           MOVE "U" TO BIJ-ACTION.
           MOVE SPACE TO BIJ-KEY.
           MOVE CFSHO-SHOHIN-NO TO BIJ-KEY.
           MOVE SHO-REC TO BIJ-IMAGE.
           PERFORM WRITE-BIJ-RTN.
           IF KIN-KUMITATE
             ADD KIN-SURYO TO CFSHO-TOUGETU-NYUKO
           ELSE
             ADD KIN-SURYO TO CFSHO-TOUGETU-SYUKO
           END-IF.
           REWRITE SHO-REC.
      *
           IF WK-SZA-MODE-FLG = "Y"
             PERFORM FIND-ZAI-RTN
             IF KIN-KUMITATE
               ADD KIN-SURYO TO WK-ZAI-NYUKO (WK-ZAI-IDX)
             ELSE
               ADD KIN-SURYO TO WK-ZAI-SYUKO (WK-ZAI-IDX)
             END-IF
           END-IF.
      *
           PERFORM FIND-AVC-RTN.
           MOVE WK-BASE-DATE TO WK-AVC-UPDATE-DATE (WK-AVC-IDX).
           IF KIN-KAITAI
             SUBTRACT KIN-SURYO FROM WK-AVC-ZAIKO-SURYO (WK-AVC-IDX)
           ELSE
             COMPUTE WK-NEW-SURYO =
               WK-AVC-ZAIKO-SURYO (WK-AVC-IDX) + KIN-SURYO
             IF WK-NEW-SURYO > ZERO
              AND WK-AVC-ZAIKO-SURYO (WK-AVC-IDX) > ZERO
               COMPUTE WK-AVC-AVG-GENKA (WK-AVC-IDX) ROUNDED =
                 (WK-AVC-ZAIKO-SURYO (WK-AVC-IDX)
                   * WK-AVC-AVG-GENKA (WK-AVC-IDX)
                  + KIN-SURYO * WK-KIT-GENKA)
                 / WK-NEW-SURYO
             ELSE
               MOVE WK-KIT-GENKA TO WK-AVC-AVG-GENKA (WK-AVC-IDX)
             END-IF
             MOVE WK-NEW-SURYO TO WK-AVC-ZAIKO-SURYO (WK-AVC-IDX)
      *
             MOVE SPACE TO AVH-REC
             MOVE KIN-KIT-SHOHIN-NO TO CFAVH-SHOHIN-NO
             MOVE WK-BASE-DATE TO CFAVH-DATE
             COMPUTE CFAVH-UKEIRE-GENKA ROUNDED = WK-KIT-GENKA
             MOVE WK-AVC-AVG-GENKA (WK-AVC-IDX) TO CFAVH-AVG-GENKA
             MOVE KIN-SURYO TO CFAVH-SURYO
             MOVE "K" TO CFAVH-KBN
             WRITE AVH-REC
           END-IF.
      *
           MOVE WK-KIT-IDJ-KBN TO IDJ-KBN.
           MOVE KIN-SURYO TO IDJ-SURYO.
           PERFORM WRITE-IDJ-RTN.
       EXT.
           EXIT.
      *
      *    加工出庫・加工入庫の記帳(参照は"KK-"＋加工番号)
       WRITE-IDJ-RTN       SECTION.
           MOVE "W" TO IDJ-FUNCTION.
           MOVE WK-LOOKUP-SHOHIN-NO TO IDJ-SHOHIN-NO.
           MOVE KIN-SOKO-COD TO IDJ-SOKO-COD.
           MOVE WK-BASE-DATE TO IDJ-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO IDJ-TIME.
           MOVE WK-IDJ-REF TO IDJ-REF.
           MOVE "KSBM132" TO IDJ-PGM-ID.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KSBS010" USING KSBS010-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF IDJ-ERR-YES
             DISPLAY "*** KSBM132 WARNING IDJ KICHO SHIPPAI"
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
       EXT.
           EXIT.
      *
      *    倉庫別在庫の行(無ければ加工の入庫先として行を起こす)
       FIND-ZAI-RTN        SECTION.
           SET WK-ZAI-IDX TO 1.
           SEARCH WK-ZAI-ENT
             AT END
               DISPLAY "!!! KSBM132 ABEND : ZAI TABLE FULL !!!"
               MOVE RC-ABEND TO RETURN-CODE
               PERFORM TERM-RTN
               STOP RUN
             WHEN WK-ZAI-IDX > WK-ZAI-CNT
               ADD 1 TO WK-ZAI-CNT
               MOVE WK-LOOKUP-SHOHIN-NO
                 TO WK-ZAI-SHOHIN-NO (WK-ZAI-IDX)
               MOVE KIN-SOKO-COD TO WK-ZAI-SOKO-COD (WK-ZAI-IDX)
               MOVE ZERO TO WK-ZAI-ZENGETU (WK-ZAI-IDX)
               MOVE ZERO TO WK-ZAI-NYUKO (WK-ZAI-IDX)
               MOVE ZERO TO WK-ZAI-SYUKO (WK-ZAI-IDX)
               MOVE "A" TO BIJ-ACTION
               PERFORM WRITE-BIJ-SZA-RTN
             WHEN WK-ZAI-SHOHIN-NO (WK-ZAI-IDX) = WK-LOOKUP-SHOHIN-NO
              AND WK-ZAI-SOKO-COD (WK-ZAI-IDX) = KIN-SOKO-COD
               MOVE "U" TO BIJ-ACTION
               PERFORM WRITE-BIJ-SZA-RTN
           END-SEARCH.
       EXT.
           EXIT.
      *
       FIND-AVC-RTN        SECTION.
           SET WK-AVC-IDX TO 1.
           SEARCH WK-AVC-ENT
             AT END
               DISPLAY "!!! KSBM132 ABEND : AVC TABLE FULL !!!"
               MOVE RC-ABEND TO RETURN-CODE
               PERFORM TERM-RTN
               STOP RUN
             WHEN WK-AVC-IDX > WK-AVC-CNT
               ADD 1 TO WK-AVC-CNT
               MOVE WK-LOOKUP-SHOHIN-NO
                 TO WK-AVC-SHOHIN-NO (WK-AVC-IDX)
               MOVE ZERO TO WK-AVC-AVG-GENKA (WK-AVC-IDX)
               MOVE ZERO TO WK-AVC-ZAIKO-SURYO (WK-AVC-IDX)
               MOVE WK-BASE-DATE TO WK-AVC-UPDATE-DATE (WK-AVC-IDX)
             WHEN WK-AVC-SHOHIN-NO (WK-AVC-IDX) = WK-LOOKUP-SHOHIN-NO
               CONTINUE
           END-SEARCH.
       EXT.
           EXIT.
      *
       FUKA-RTN            SECTION.
           ADD 1 TO WK-FUKA-CNT.
           MOVE KIN-KBN TO WK-RPF-KBN.
           MOVE KIN-KIT-SHOHIN-NO TO WK-RPF-KIT.
           MOVE KIN-SOKO-COD TO WK-RPF-SOKO-COD.
           MOVE KIN-SURYO TO WK-RPF-SURYO.
           MOVE WK-FUKA-RIYU TO WK-RPF-RIYU.
           MOVE WK-FUKA-SHOHIN-NO TO WK-RPF-SHOHIN-NO.
           MOVE WK-RPT-FUKA TO RPT-REC.
           WRITE RPT-REC.
           MOVE RC-WARNING TO RETURN-CODE.
       EXT.
           EXIT.
      *
      *    更新後の倉庫別在庫新世代の書き出し
       WRITE-SZO-RTN       SECTION.
           MOVE SPACE TO SZO-REC.
           MOVE WK-ZAI-SHOHIN-NO (WK-ZIX)
             TO CFSZA-SHOHIN-NO OF SZO-REC.
           MOVE WK-ZAI-SOKO-COD (WK-ZIX)
             TO CFSZA-SOKO-COD OF SZO-REC.
           MOVE WK-ZAI-ZENGETU (WK-ZIX)
             TO CFSZA-ZENGETU-ZAIKO OF SZO-REC.
           MOVE WK-ZAI-NYUKO (WK-ZIX)
             TO CFSZA-TOUGETU-NYUKO OF SZO-REC.
           MOVE WK-ZAI-SYUKO (WK-ZIX)
             TO CFSZA-TOUGETU-SYUKO OF SZO-REC.
           WRITE SZO-REC.
       EXT.
           EXIT.
      *
      *    更新後の移動平均原価新世代の書き出し
       WRITE-AVO-RTN       SECTION.
           MOVE SPACE TO AVO-REC.
           MOVE WK-AVC-SHOHIN-NO (WK-AIX)
             TO CFAVC-SHOHIN-NO OF AVO-REC.
           MOVE WK-AVC-AVG-GENKA (WK-AIX)
             TO CFAVC-AVG-GENKA OF AVO-REC.
           MOVE WK-AVC-ZAIKO-SURYO (WK-AIX)
             TO CFAVC-ZAIKO-SURYO OF AVO-REC.
           MOVE WK-AVC-UPDATE-DATE (WK-AIX)
             TO CFAVC-UPDATE-DATE OF AVO-REC.
           WRITE AVO-REC.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    倉庫別在庫行の変更前イメージ記録
      ******************************************************************
       WRITE-BIJ-SZA-RTN   SECTION.
           MOVE SPACE TO WK-BIJ-SZA.
           MOVE WK-ZAI-SHOHIN-NO (WK-ZAI-IDX) TO WK-BIJ-SZA-SHOHIN-NO.
           MOVE WK-ZAI-SOKO-COD (WK-ZAI-IDX) TO WK-BIJ-SZA-SOKO-COD.
           MOVE WK-ZAI-ZENGETU (WK-ZAI-IDX) TO WK-BIJ-SZA-ZENGETU.
           MOVE WK-ZAI-NYUKO (WK-ZAI-IDX) TO WK-BIJ-SZA-NYUKO.
           MOVE WK-ZAI-SYUKO (WK-ZAI-IDX) TO WK-BIJ-SZA-SYUKO.
           MOVE "KCCFSZA" TO BIJ-RESOURCE.
           MOVE SPACE TO BIJ-KEY.
           MOVE WK-BIJ-SZA-SHOHIN-NO TO BIJ-KEY (1:5).
           MOVE WK-BIJ-SZA-SOKO-COD TO BIJ-KEY (6:2).
           MOVE WK-BIJ-SZA TO BIJ-IMAGE.
           PERFORM WRITE-BIJ-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    変更前イメージの記録(記録失敗は警告表示のみとし、処理は
      *    継続する)
      ******************************************************************
       WRITE-BIJ-RTN       SECTION.
           MOVE "W" TO BIJ-FUNCTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KCBS090" USING KCBS090-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF BIJ-ERR-YES
             DISPLAY "*** KSBM132 WARNING BIJ WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-SZO-FILE-ERR = "00"
             PERFORM WRITE-SZO-RTN
               VARYING WK-ZIX FROM 1 BY 1
               UNTIL WK-ZIX > WK-ZAI-CNT
             CLOSE SZO-FILE
           END-IF.
           IF WK-AVO-FILE-ERR = "00"
             PERFORM WRITE-AVO-RTN
               VARYING WK-AIX FROM 1 BY 1
               UNTIL WK-AIX > WK-AVC-CNT
             CLOSE AVO-FILE
           END-IF.
           IF WK-KIN-FILE-ERR = "00"
             CLOSE KIN-FILE
           END-IF.
           IF WK-BOM-FILE-ERR = "00"
             CLOSE BOM-FILE
           END-IF.
           IF WK-SHO-FILE-ERR = "00"
             CLOSE SHO-FILE
           END-IF.
           IF WK-SZA-FILE-ERR = "00"
             CLOSE SZA-FILE
           END-IF.
           IF WK-AVH-FILE-ERR = "00"
             CLOSE AVH-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           MOVE "X" TO S080-FUNCTION.
           CALL "KCBS080" USING KCBS080-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF S080-RCD = "E"
             DISPLAY "*** KSBM132 WARNING NRG KAKIMODOSHI SHIPPAI"
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           MOVE "X" TO IDJ-FUNCTION.
           CALL "KSBS010" USING KSBS010-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           DISPLAY "KINCNT=" WK-KIN-CNT.
           DISPLAY "KUMITATECNT=" WK-KUMITATE-CNT.
           DISPLAY "KAITAICNT=" WK-KAITAI-CNT.
           DISPLAY "FUKACNT=" WK-FUKA-CNT.
           DISPLAY "GENKANASHICNT=" WK-GENKA-NASHI-CNT.
           MOVE "X" TO BIJ-FUNCTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KCBS090" USING KCBS090-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM132 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KSBM132"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "KINCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-KIN-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "KUMITATECNT"         TO RUNHIS-CNT-LABEL (2).
           MOVE WK-KUMITATE-CNT       TO RUNHIS-CNT-VALUE (2).
           MOVE "KAITAICNT"           TO RUNHIS-CNT-LABEL (3).
           MOVE WK-KAITAI-CNT         TO RUNHIS-CNT-VALUE (3).
           MOVE "FUKACNT"             TO RUNHIS-CNT-LABEL (4).
           MOVE WK-FUKA-CNT           TO RUNHIS-CNT-VALUE (4).
           MOVE "GENKANASHI"          TO RUNHIS-CNT-LABEL (5).
           MOVE WK-GENKA-NASHI-CNT    TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KSBM132 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
