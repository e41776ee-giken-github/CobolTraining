       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KSBM123.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：商品
      * プログラム名  ：仕入返品処理
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。仕入返品入力(RTN：発注番号・商品
      *                 番号・出庫倉庫・返品数量・返品日・理由)を
      *                 発注データ(KCCFPOF)と突合し、入荷済み数量から
      *                 返品済み数量を引いた範囲内の返品だけを受け付
      *                 ける。受け付けた返品は商品マスタの当月出庫と
      *                 倉庫別在庫(KCCFSZA、ある運用のみ)の当月出庫
      *                 へ積み、KSBS010で出庫("O")を記帳する。移動
      *                 履歴の参照は"RT-"＋発注番号とし、入荷の
      *                 "PO-"＋発注番号と区別する(仕入先評価KSBM119
      *                 が返品数量として集計する)。返品金額は仕入先の
      *                 仕入原価(KCCFCST、返品日以前で最新の行。無け
      *                 れば発注単価)で求め、KCBS080の"HENPINNO"
      *                 カウンタで採番したデビットノート(DN＋番号)を
      *                 負の金額で買掛金台帳(KCCFAPF)へ追記する。
      *                 商品に同梱する返品伝票(RPT)を印字する。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：デビットノートの行に返品商品の税区分
      *                 (CFAPF-ZEI-KBN)を設定する(消費税集計表KUBM158
      *                 の仕入税額控除の税率別集計に使う)
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：デビットノートの行に仕入税額控除の区分
      *                 (CFAPF-KOJO-KBN)を設定する。仕入先の適格請求書
      *                 発行事業者の登録状況と返品日からKSBS020で判定
      *                 する(三点照合KSBM110と同じ区分で戻す)
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：会社コードに対応。環境変数KAISHA-COD(省略時
      *                 "01")の会社としてデビットノートを計上し、番号
      *                 は会社別のカウンタで採番して買掛金台帳の行に
      *                 会社コード(CFAPF-KAISHA-COD)を設定する
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：実行開始時に更新前イメージ退避(KCBS090)の実行ID
      *                 を設定し、商品マスタ・倉庫別在庫の行を変更する
      *                 前にその変更前イメージを記録するようにした
      *                 (異常終了時にKCBM120でこの実行分だけを戻すため)
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT RTN-FILE
             ASSIGN TO EXTERNAL RTN
               FILE STATUS IS WK-RTN-FILE-ERR.
           SELECT POF-FILE
             ASSIGN TO EXTERNAL POF
               FILE STATUS IS WK-POF-FILE-ERR.
      *    返品済み数量の先読み用(KSBS010が追記する移動履歴と同一
      *    ファイル。追記が始まる前に読み終えて閉じる)
           SELECT IDH-FILE
             ASSIGN TO EXTERNAL IDJ
               FILE STATUS IS WK-IDH-FILE-ERR.
           SELECT CST-FILE
             ASSIGN TO EXTERNAL CST
               FILE STATUS IS WK-CST-FILE-ERR.
           SELECT SIR-FILE
             ASSIGN TO EXTERNAL SIR
               FILE STATUS IS WK-SIR-FILE-ERR.
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
           SELECT APF-FILE
             ASSIGN TO EXTERNAL APF
               FILE STATUS IS WK-APF-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
      *    仕入返品入力
       FD  RTN-FILE.
       01  RTN-REC.
           03  RTN-HATCHU-NO           PIC  9(06).
           03  RTN-SHOHIN-NO           PIC  X(05).
           03  RTN-SOKO-COD            PIC  X(02).
           03  RTN-SURYO               PIC  9(05).
           03  RTN-DATE                PIC  9(08).
           03  RTN-RIYU                PIC  X(20).
           03  FILLER                  PIC  X(04).
       FD  POF-FILE.
       01  POF-REC.
           COPY KCCFPOF.
       FD  IDH-FILE.
       01  IDH-REC.
           COPY KCCFIDJ.
       FD  CST-FILE.
       01  CST-REC.
           COPY KCCFCST.
       FD  SIR-FILE.
       01  SIR-REC.
           COPY KCCFSIR.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  SZA-FILE.
       01  SZA-REC.
           COPY KCCFSZA.
      *    更新後の倉庫別在庫(返品の当月出庫を積んだ新世代)
       FD  SZO-FILE.
       01  SZO-REC.
           COPY KCCFSZA.
       FD  APF-FILE.
       01  APF-REC.
           COPY KCCFAPF.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(100).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
           COPY KCBS080P.
           COPY KSBS010-PARAMS.
      *    控除区分判定(KSBS020)呼出用
           COPY KSBS020-PARAMS.
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
       01  WK-RTN-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-POF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IDH-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-CST-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SIR-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SZA-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SZO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-APF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
      *    計上先の会社(環境変数KAISHA-COD。省略時"01")
       01  WK-KAISHA-COD               PIC  X(02) VALUE "01".
       01  WK-ENV-KAISHA-COD           PIC  X(02) VALUE SPACE.
       01  RTN-END-FLG                 PIC  X(01) VALUE "N".
       01  POF-END-FLG                 PIC  X(01) VALUE "N".
       01  IDH-END-FLG                 PIC  X(01) VALUE "N".
       01  CST-END-FLG                 PIC  X(01) VALUE "N".
       01  SIR-END-FLG                 PIC  X(01) VALUE "N".
       01  SZA-END-FLG                 PIC  X(01) VALUE "N".
      *    倉庫別在庫がある運用か(SZAが開けた場合"Y")
       01  WK-SZA-MODE-FLG             PIC  X(01) VALUE "N".
      ******************************************************************
      *  発注明細テーブル(入荷済み数量と返品済み数量)
      ******************************************************************
       01  WK-POL-TBL.
           03  WK-POL-CNT              PIC  9(05) VALUE ZERO.
           03  WK-POL-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-POL-IDX.
             05  WK-POL-HATCHU-NO      PIC  9(06).
             05  WK-POL-SHOHIN-NO      PIC  X(05).
             05  WK-POL-SUPPLIER-COD   PIC  X(06).
             05  WK-POL-NYUKA-SURYO    PIC  9(05).
             05  WK-POL-HENPIN-SURYO   PIC  9(05).
             05  WK-POL-TANKA          PIC S9(05)V9(02).
      ******************************************************************
      *  仕入原価テーブル
      ******************************************************************
       01  WK-CST-TBL.
           03  WK-CST-CNT              PIC  9(05) VALUE ZERO.
           03  WK-CST-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-CST-IDX.
             05  WK-CST-SHOHIN-NO      PIC  X(05).
             05  WK-CST-SUPPLIER-COD   PIC  X(06).
             05  WK-CST-EFF-DATE       PIC  9(08).
             05  WK-CST-GENKA          PIC S9(05)V9(02).
      ******************************************************************
      *  仕入先マスタテーブル(返品伝票の宛先)
      ******************************************************************
       01  WK-SIR-TBL.
           03  WK-SIR-CNT              PIC  9(04) VALUE ZERO.
           03  WK-SIR-ENT              OCCURS 1000 TIMES
                                        INDEXED BY WK-SIR-IDX.
             05  WK-SIR-SUPPLIER-COD   PIC  X(06).
             05  WK-SIR-SUPPLIER-MEI   PIC  X(20).
             05  WK-SIR-ADDRESS        PIC  X(40).
             05  WK-SIR-TOROKU-NO      PIC  X(14).
             05  WK-SIR-TOROKU-DATE    PIC  9(08).
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
       01  WK-ZAI-KANO                 PIC S9(09) VALUE ZERO.
       01  WK-ZIX                      PIC  9(05) VALUE ZERO.
       01  WK-CIX                      PIC  9(05) VALUE ZERO.
      *
       01  WK-REF-HATCHU-X             PIC  X(06) VALUE SPACE.
       01  WK-REF-HATCHU-N REDEFINES WK-REF-HATCHU-X
                                       PIC  9(06).
       01  WK-IDJ-REF.
           03  FILLER                  PIC  X(03) VALUE "RT-".
           03  WK-IDJ-REF-HATCHU-NO    PIC  9(06).
           03  FILLER                  PIC  X(01) VALUE SPACE.
       01  WK-DN-NO.
           03  FILLER                  PIC  X(02) VALUE "DN".
           03  WK-DN-NO-N              PIC  9(08).
       01  WK-HENPIN-ZAN               PIC S9(07) VALUE ZERO.
       01  WK-USE-GENKA                PIC S9(05)V9(02) VALUE ZERO.
       01  WK-USE-EFF-DATE             PIC  9(08) VALUE ZERO.
       01  WK-HENPIN-KINGAKU           PIC S9(13) VALUE ZERO.
       01  WK-FUKA-RIYU                PIC  X(30) VALUE SPACE.
      *
       01  WK-RTN-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-HENPIN-CNT               PIC  9(09) VALUE ZERO.
       01  WK-FUKA-CNT                 PIC  9(09) VALUE ZERO.
       01  WK-HENPIN-GOKEI             PIC S9(13) VALUE ZERO.
      ******************************************************************
      *  返品伝票印字用
      ******************************************************************
       01  WK-RPT-HEAD1.
           03  FILLER                  PIC  X(24) VALUE
             "*** HENPIN DENPYO ***".
           03  FILLER                  PIC  X(11) VALUE "HENPIN-NO=".
           03  WK-RH1-DN-NO            PIC  X(10).
           03  FILLER                  PIC  X(07) VALUE "  DATE=".
           03  WK-RH1-DATE             PIC  9(08).
       01  WK-RPT-HEAD2.
           03  FILLER                  PIC  X(11) VALUE "SHIIRESAKI=".
           03  WK-RH2-SUPPLIER-COD     PIC  X(06).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RH2-SUPPLIER-MEI     PIC  X(20).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RH2-ADDRESS          PIC  X(40).
       01  WK-RPT-MEISAI.
           03  FILLER                  PIC  X(10) VALUE "HATCHU-NO=".
           03  WK-RPM-HATCHU-NO        PIC  9(06).
           03  FILLER                  PIC  X(08) VALUE " SHOHIN=".
           03  WK-RPM-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(06) VALUE " SOKO=".
           03  WK-RPM-SOKO-COD         PIC  X(02).
           03  FILLER                  PIC  X(07) VALUE " SURYO=".
           03  WK-RPM-SURYO            PIC  ZZZZ9.
           03  FILLER                  PIC  X(07) VALUE " TANKA=".
           03  WK-RPM-TANKA            PIC  ZZZZ9.99.
           03  FILLER                  PIC  X(09) VALUE " KINGAKU=".
           03  WK-RPM-KINGAKU          PIC  -(13)9.
       01  WK-RPT-RIYU.
           03  FILLER                  PIC  X(05) VALUE "RIYU=".
           03  WK-RPR-RIYU             PIC  X(20).
       01  WK-RPT-FUKA.
           03  FILLER                  PIC  X(12) VALUE
             "HENPIN FUKA ".
           03  FILLER                  PIC  X(10) VALUE "HATCHU-NO=".
           03  WK-RPF-HATCHU-NO        PIC  9(06).
           03  FILLER                  PIC  X(08) VALUE " SHOHIN=".
           03  WK-RPF-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(07) VALUE " SURYO=".
           03  WK-RPF-SURYO            PIC  ZZZZ9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPF-RIYU             PIC  X(30).
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN  UNTIL RTN-END-FLG = "Y"
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KSBM123 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
      *    更新前イメージは実行履歴と同じ実行IDで記録する
           MOVE "S" TO BIJ-FUNCTION.
           MOVE "KSBM123" TO BIJ-RUN-PGM-ID.
           MOVE WK-RUNHIS-START-DATE TO BIJ-RUN-DATE.
           MOVE WK-RUNHIS-START-TIME TO BIJ-RUN-TIME.
           CALL "KCBS090" USING KCBS090-P1.
           DISPLAY "KAISHA-COD" UPON ENVIRONMENT-NAME.
           ACCEPT WK-ENV-KAISHA-COD FROM ENVIRONMENT-VALUE.
           IF WK-ENV-KAISHA-COD NOT = SPACE
             MOVE WK-ENV-KAISHA-COD TO WK-KAISHA-COD
           END-IF.
           DISPLAY "*** KSBM123 KAISHA=" WK-KAISHA-COD.
      *
           OPEN INPUT RTN-FILE.
           IF WK-RTN-FILE-ERR NOT = "00"
             DISPLAY "*** KSBM123 ABEND NOT RTN-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT POF-FILE
             IF WK-POF-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM123 ABEND NOT POF-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT CST-FILE
             IF WK-CST-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM123 ABEND NOT CST-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT SIR-FILE
             IF WK-SIR-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM123 ABEND NOT SIR-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN I-O SHO-FILE
             IF WK-SHO-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM123 ABEND NOT SHO-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN EXTEND APF-FILE
             IF WK-APF-FILE-ERR NOT = "00"
               OPEN OUTPUT APF-FILE
             END-IF
             IF WK-APF-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM123 ABEND NOT APF-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RPT-FILE
             IF WK-RPT-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM123 ABEND NOT RPT-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "N"
             GO TO EXT
           END-IF.
      *
           PERFORM LOAD-POF-RTN  UNTIL POF-END-FLG = "Y".
           PERFORM LOAD-CST-RTN  UNTIL CST-END-FLG = "Y".
           PERFORM LOAD-SIR-RTN  UNTIL SIR-END-FLG = "Y".
      *
      *    移動履歴から過去の返品数量を積み上げる(履歴が無ければ
      *    初回運用として返品済み数量ZEROのまま進める)
           OPEN INPUT IDH-FILE.
           IF WK-IDH-FILE-ERR = "00"
             PERFORM LOAD-IDH-RTN  UNTIL IDH-END-FLG = "Y"
             CLOSE IDH-FILE
           END-IF.
      *
      *    倉庫別在庫がある運用では新世代(SZO)も書き出す
           OPEN INPUT SZA-FILE.
           IF WK-SZA-FILE-ERR = "00"
             OPEN OUTPUT SZO-FILE
             IF WK-SZO-FILE-ERR NOT = "00"
               DISPLAY "*** KSBM123 ABEND NOT SZO-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
               GO TO EXT
             END-IF
             MOVE "Y" TO WK-SZA-MODE-FLG
             PERFORM LOAD-SZA-RTN  UNTIL SZA-END-FLG = "Y"
           END-IF.
      *
           PERFORM READ-RTN-RTN.
       EXT.
           EXIT.
      *
       LOAD-POF-RTN        SECTION.
           READ POF-FILE
             AT END
               MOVE "Y" TO POF-END-FLG
               GO TO EXT
           END-READ.
           IF WK-POL-CNT >= 5000
             DISPLAY "!!! KSBM123 ABEND : POL TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-POL-CNT.
           SET WK-POL-IDX TO WK-POL-CNT.
           MOVE CFPOF-HATCHU-NO TO WK-POL-HATCHU-NO (WK-POL-IDX).
           MOVE CFPOF-SHOHIN-NO TO WK-POL-SHOHIN-NO (WK-POL-IDX).
           MOVE CFPOF-SUPPLIER-COD
             TO WK-POL-SUPPLIER-COD (WK-POL-IDX).
           MOVE CFPOF-NYUKA-SURYO
             TO WK-POL-NYUKA-SURYO (WK-POL-IDX).
           MOVE ZERO TO WK-POL-HENPIN-SURYO (WK-POL-IDX).
           MOVE CFPOF-TANKA TO WK-POL-TANKA (WK-POL-IDX).
       EXT.
           EXIT.
      *
       LOAD-CST-RTN        SECTION.
           READ CST-FILE
             AT END
               MOVE "Y" TO CST-END-FLG
               GO TO EXT
           END-READ.
           IF WK-CST-CNT >= 5000
             DISPLAY "!!! KSBM123 ABEND : CST TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-CST-CNT.
           SET WK-CST-IDX TO WK-CST-CNT.
           MOVE CFCST-SHOHIN-NO TO WK-CST-SHOHIN-NO (WK-CST-IDX).
           MOVE CFCST-SUPPLIER-COD
             TO WK-CST-SUPPLIER-COD (WK-CST-IDX).
           MOVE CFCST-EFF-DATE TO WK-CST-EFF-DATE (WK-CST-IDX).
           MOVE CFCST-GENKA TO WK-CST-GENKA (WK-CST-IDX).
       EXT.
           EXIT.
      *
       LOAD-SIR-RTN        SECTION.
           READ SIR-FILE
             AT END
               MOVE "Y" TO SIR-END-FLG
               GO TO EXT
           END-READ.
           IF WK-SIR-CNT >= 1000
             DISPLAY "!!! KSBM123 ABEND : SIR TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-SIR-CNT.
           SET WK-SIR-IDX TO WK-SIR-CNT.
           MOVE CFSIR-SUPPLIER-COD
             TO WK-SIR-SUPPLIER-COD (WK-SIR-IDX).
           MOVE CFSIR-SUPPLIER-MEI
             TO WK-SIR-SUPPLIER-MEI (WK-SIR-IDX).
           MOVE CFSIR-ADDRESS TO WK-SIR-ADDRESS (WK-SIR-IDX).
           MOVE CFSIR-TOROKU-NO TO WK-SIR-TOROKU-NO (WK-SIR-IDX).
           IF CFSIR-TOROKU-DATE IS NUMERIC
             MOVE CFSIR-TOROKU-DATE TO WK-SIR-TOROKU-DATE (WK-SIR-IDX)
           ELSE
             MOVE ZERO TO WK-SIR-TOROKU-DATE (WK-SIR-IDX)
           END-IF.
       EXT.
           EXIT.
      *
      *    過去の返品出庫(参照"RT-"＋発注番号)を発注明細へ積み上げる
       LOAD-IDH-RTN        SECTION.
           READ IDH-FILE
             AT END
               MOVE "Y" TO IDH-END-FLG
               GO TO EXT
           END-READ.
           IF NOT CFIDJ-SYUKO
            OR CFIDJ-REF (1:3) NOT = "RT-"
             GO TO EXT
           END-IF.
           MOVE CFIDJ-REF (4:6) TO WK-REF-HATCHU-X.
           IF WK-REF-HATCHU-N IS NOT NUMERIC
             GO TO EXT
           END-IF.
           SET WK-POL-IDX TO 1.
           IF WK-POL-CNT = ZERO
             GO TO EXT
           END-IF.
           SEARCH WK-POL-ENT
             AT END
               GO TO EXT
             WHEN WK-POL-HATCHU-NO (WK-POL-IDX) = WK-REF-HATCHU-N
              AND WK-POL-SHOHIN-NO (WK-POL-IDX) = CFIDJ-SHOHIN-NO
               CONTINUE
           END-SEARCH.
           ADD CFIDJ-SURYO TO WK-POL-HENPIN-SURYO (WK-POL-IDX).
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
             DISPLAY "!!! KSBM123 ABEND : ZAI TABLE FULL !!!"
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
       READ-RTN-RTN        SECTION.
           READ RTN-FILE
             AT END
               MOVE "Y" TO RTN-END-FLG
           END-READ.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    返品1件ごとの検査・出庫記帳・デビットノート作成
      ******************************************************************
       MAIN-RTN            SECTION.
           ADD 1 TO WK-RTN-CNT.
           IF RTN-SURYO = ZERO
             MOVE "SURYO ZERO" TO WK-FUKA-RIYU
             PERFORM FUKA-RTN
             GO TO NEXT-REC
           END-IF.
      *
      *    発注明細の確認(入荷済み－返品済みの範囲内であること)
           SET WK-POL-IDX TO 1.
           IF WK-POL-CNT = ZERO
             MOVE "HATCHU-NO/SHOHIN-NO NASHI" TO WK-FUKA-RIYU
             PERFORM FUKA-RTN
             GO TO NEXT-REC
           END-IF.
           SEARCH WK-POL-ENT
             AT END
               MOVE "HATCHU-NO/SHOHIN-NO NASHI" TO WK-FUKA-RIYU
               PERFORM FUKA-RTN
               GO TO NEXT-REC
             WHEN WK-POL-HATCHU-NO (WK-POL-IDX) = RTN-HATCHU-NO
              AND WK-POL-SHOHIN-NO (WK-POL-IDX) = RTN-SHOHIN-NO
               CONTINUE
           END-SEARCH.
           COMPUTE WK-HENPIN-ZAN =
             WK-POL-NYUKA-SURYO (WK-POL-IDX)
             - WK-POL-HENPIN-SURYO (WK-POL-IDX).
           IF RTN-SURYO > WK-HENPIN-ZAN
             MOVE "NYUKA-ZUMI SURYO CHOKA" TO WK-FUKA-RIYU
             PERFORM FUKA-RTN
             GO TO NEXT-REC
           END-IF.
      *
      *    倉庫別在庫がある運用では出庫倉庫の在庫を確認する
           IF WK-SZA-MODE-FLG = "Y"
             IF RTN-SOKO-COD = SPACE
               MOVE "SOKO-COD MISETTEI" TO WK-FUKA-RIYU
               PERFORM FUKA-RTN
               GO TO NEXT-REC
             END-IF
             SET WK-ZAI-IDX TO 1
             IF WK-ZAI-CNT = ZERO
               MOVE "SOKO ZAIKO NASHI" TO WK-FUKA-RIYU
               PERFORM FUKA-RTN
               GO TO NEXT-REC
             END-IF
             SEARCH WK-ZAI-ENT
               AT END
                 MOVE "SOKO ZAIKO NASHI" TO WK-FUKA-RIYU
                 PERFORM FUKA-RTN
                 GO TO NEXT-REC
               WHEN WK-ZAI-SHOHIN-NO (WK-ZAI-IDX) = RTN-SHOHIN-NO
                AND WK-ZAI-SOKO-COD (WK-ZAI-IDX) = RTN-SOKO-COD
                 CONTINUE
             END-SEARCH
             COMPUTE WK-ZAI-KANO =
               WK-ZAI-ZENGETU (WK-ZAI-IDX) + WK-ZAI-NYUKO (WK-ZAI-IDX)
               - WK-ZAI-SYUKO (WK-ZAI-IDX)
             IF WK-ZAI-KANO < RTN-SURYO
               MOVE "SOKO ZAIKO FUSOKU" TO WK-FUKA-RIYU
               PERFORM FUKA-RTN
               GO TO NEXT-REC
             END-IF
           END-IF.
      *
      *    商品マスタの当月出庫へ積む
           MOVE RTN-SHOHIN-NO TO CFSHO-SHOHIN-NO.
           READ SHO-FILE
             INVALID KEY
               MOVE "SHOHIN-NO NASHI" TO WK-FUKA-RIYU
               PERFORM FUKA-RTN
               GO TO NEXT-REC
           END-READ.
           MOVE "KCCFSHO" TO BIJ-RESOURCE.
           MOVE "U" TO BIJ-ACTION.
           MOVE SPACE TO BIJ-KEY.
           MOVE CFSHO-SHOHIN-NO TO BIJ-KEY.
           MOVE SHO-REC TO BIJ-IMAGE.
           PERFORM WRITE-BIJ-RTN.
           ADD RTN-SURYO TO CFSHO-TOUGETU-SYUKO.
           REWRITE SHO-REC.
           IF WK-SZA-MODE-FLG = "Y"
             MOVE "U" TO BIJ-ACTION
             PERFORM WRITE-BIJ-SZA-RTN
             ADD RTN-SURYO TO WK-ZAI-SYUKO (WK-ZAI-IDX)
           END-IF.
           ADD RTN-SURYO TO WK-POL-HENPIN-SURYO (WK-POL-IDX).
      *
      *    返品出庫の記帳(参照は"RT-"＋発注番号)
           MOVE "W" TO IDJ-FUNCTION.
           MOVE RTN-SHOHIN-NO TO IDJ-SHOHIN-NO.
           MOVE RTN-SOKO-COD TO IDJ-SOKO-COD.
           MOVE RTN-DATE TO IDJ-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO IDJ-TIME.
           MOVE "O" TO IDJ-KBN.
           MOVE RTN-SURYO TO IDJ-SURYO.
           MOVE RTN-HATCHU-NO TO WK-IDJ-REF-HATCHU-NO.
           MOVE WK-IDJ-REF TO IDJ-REF.
           MOVE "KSBM123" TO IDJ-PGM-ID.
           CALL "KSBS010" USING KSBS010-P1.
           IF IDJ-ERR-YES
             DISPLAY "*** KSBM123 WARNING IDJ KICHO SHIPPAI"
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
      *
           PERFORM GET-GENKA-RTN.
           COMPUTE WK-HENPIN-KINGAKU ROUNDED =
             WK-USE-GENKA * RTN-SURYO.
      *
           MOVE "N" TO S080-FUNCTION.
           MOVE "HENPINNO" TO S080-COUNTER-ID.
           MOVE WK-KAISHA-COD TO S080-KAISHA-COD.
           CALL "KCBS080" USING KCBS080-P1.
           IF S080-RCD = "E"
             DISPLAY "!!! KSBM123 ABEND : SAIBAN FUKA !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           MOVE S080-NUMBER TO WK-DN-NO-N.
      *
      *    デビットノート(負の金額の未払行)を買掛金台帳へ追記する
           MOVE SPACE TO APF-REC.
           MOVE WK-POL-SUPPLIER-COD (WK-POL-IDX)
             TO CFAPF-SUPPLIER-COD.
           MOVE WK-DN-NO TO CFAPF-INVOICE-NO.
           MOVE RTN-DATE TO CFAPF-KEIJO-DATE.
           COMPUTE CFAPF-KINGAKU = ZERO - WK-HENPIN-KINGAKU.
           MOVE ZERO TO CFAPF-SHIHARAI-KINGAKU.
           MOVE "O" TO CFAPF-STATUS.
           MOVE RTN-DATE TO CFAPF-DUE-DATE.
           MOVE "D" TO CFAPF-DENPYO-KBN.
           MOVE CFSHO-ZEI-KBN TO CFAPF-ZEI-KBN.
           MOVE "K" TO TRK-FUNCTION.
           MOVE SPACE TO TRK-TOROKU-NO.
           MOVE ZERO TO TRK-TOROKU-DATE.
           SET WK-SIR-IDX TO 1.
           IF WK-SIR-CNT > ZERO
             SEARCH WK-SIR-ENT
               AT END
                 CONTINUE
               WHEN WK-SIR-SUPPLIER-COD (WK-SIR-IDX)
                      = WK-POL-SUPPLIER-COD (WK-POL-IDX)
                 MOVE WK-SIR-TOROKU-NO (WK-SIR-IDX) TO TRK-TOROKU-NO
                 MOVE WK-SIR-TOROKU-DATE (WK-SIR-IDX)
                   TO TRK-TOROKU-DATE
             END-SEARCH
           END-IF.
           MOVE RTN-DATE TO TRK-DATE.
           CALL "KSBS020" USING KSBS020-P1.
           MOVE TRK-KOJO-KBN TO CFAPF-KOJO-KBN.
           MOVE WK-KAISHA-COD TO CFAPF-KAISHA-COD.
           WRITE APF-REC.
      *
           ADD 1 TO WK-HENPIN-CNT.
           ADD WK-HENPIN-KINGAKU TO WK-HENPIN-GOKEI.
           PERFORM PRINT-DENPYO-RTN.
       NEXT-REC.
           PERFORM READ-RTN-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    返品単価の決定(仕入先の仕入原価のうち返品日以前で最新の
      *    行。無ければ発注単価)
      ******************************************************************
       GET-GENKA-RTN       SECTION.
           MOVE WK-POL-TANKA (WK-POL-IDX) TO WK-USE-GENKA.
           MOVE ZERO TO WK-USE-EFF-DATE.
           PERFORM GET-GENKA-ONE-RTN
             VARYING WK-CIX FROM 1 BY 1
             UNTIL WK-CIX > WK-CST-CNT.
       EXT.
           EXIT.
      *
       GET-GENKA-ONE-RTN   SECTION.
           IF WK-CST-SHOHIN-NO (WK-CIX) = RTN-SHOHIN-NO
            AND WK-CST-SUPPLIER-COD (WK-CIX)
                  = WK-POL-SUPPLIER-COD (WK-POL-IDX)
            AND WK-CST-EFF-DATE (WK-CIX) <= RTN-DATE
            AND WK-CST-EFF-DATE (WK-CIX) >= WK-USE-EFF-DATE
             MOVE WK-CST-EFF-DATE (WK-CIX) TO WK-USE-EFF-DATE
             MOVE WK-CST-GENKA (WK-CIX) TO WK-USE-GENKA
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    返品伝票の印字(返品1件につき1枚)
      ******************************************************************
       PRINT-DENPYO-RTN    SECTION.
           MOVE WK-DN-NO TO WK-RH1-DN-NO.
           MOVE RTN-DATE TO WK-RH1-DATE.
           MOVE WK-RPT-HEAD1 TO RPT-REC.
           WRITE RPT-REC.
      *
           MOVE WK-POL-SUPPLIER-COD (WK-POL-IDX)
             TO WK-RH2-SUPPLIER-COD.
           MOVE SPACE TO WK-RH2-SUPPLIER-MEI.
           MOVE SPACE TO WK-RH2-ADDRESS.
           SET WK-SIR-IDX TO 1.
           IF WK-SIR-CNT > ZERO
             SEARCH WK-SIR-ENT
               AT END
                 CONTINUE
               WHEN WK-SIR-SUPPLIER-COD (WK-SIR-IDX)
                      = WK-POL-SUPPLIER-COD (WK-POL-IDX)
                 MOVE WK-SIR-SUPPLIER-MEI (WK-SIR-IDX)
                   TO WK-RH2-SUPPLIER-MEI
                 MOVE WK-SIR-ADDRESS (WK-SIR-IDX)
                   TO WK-RH2-ADDRESS
             END-SEARCH
           END-IF.
           MOVE WK-RPT-HEAD2 TO RPT-REC.
           WRITE RPT-REC.
      *
           MOVE RTN-HATCHU-NO TO WK-RPM-HATCHU-NO.
           MOVE RTN-SHOHIN-NO TO WK-RPM-SHOHIN-NO.
           MOVE RTN-SOKO-COD TO WK-RPM-SOKO-COD.
           MOVE RTN-SURYO TO WK-RPM-SURYO.
           MOVE WK-USE-GENKA TO WK-RPM-TANKA.
           MOVE WK-HENPIN-KINGAKU TO WK-RPM-KINGAKU.
           MOVE WK-RPT-MEISAI TO RPT-REC.
           WRITE RPT-REC.
           MOVE RTN-RIYU TO WK-RPR-RIYU.
           MOVE WK-RPT-RIYU TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       FUKA-RTN            SECTION.
           ADD 1 TO WK-FUKA-CNT.
           MOVE RTN-HATCHU-NO TO WK-RPF-HATCHU-NO.
           MOVE RTN-SHOHIN-NO TO WK-RPF-SHOHIN-NO.
           MOVE RTN-SURYO TO WK-RPF-SURYO.
           MOVE WK-FUKA-RIYU TO WK-RPF-RIYU.
           MOVE WK-RPT-FUKA TO RPT-REC.
           WRITE RPT-REC.
           MOVE RC-WARNING TO RETURN-CODE.
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
             DISPLAY "*** KSBM123 WARNING BIJ WRITE FAILED"
           END-IF.
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
       TERM-RTN            SECTION.
           IF WK-SZO-FILE-ERR = "00"
             PERFORM WRITE-SZO-RTN
               VARYING WK-ZIX FROM 1 BY 1
               UNTIL WK-ZIX > WK-ZAI-CNT
             CLOSE SZO-FILE
           END-IF.
           IF WK-RTN-FILE-ERR = "00"
             CLOSE RTN-FILE
           END-IF.
           IF WK-POF-FILE-ERR = "00"
             CLOSE POF-FILE
           END-IF.
           IF WK-CST-FILE-ERR = "00"
             CLOSE CST-FILE
           END-IF.
           IF WK-SIR-FILE-ERR = "00"
             CLOSE SIR-FILE
           END-IF.
           IF WK-SHO-FILE-ERR = "00"
             CLOSE SHO-FILE
           END-IF.
           IF WK-SZA-FILE-ERR = "00"
             CLOSE SZA-FILE
           END-IF.
           IF WK-APF-FILE-ERR = "00"
             CLOSE APF-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           MOVE "X" TO S080-FUNCTION.
           CALL "KCBS080" USING KCBS080-P1.
           IF S080-RCD = "E"
             DISPLAY "*** KSBM123 WARNING NRG KAKIMODOSHI SHIPPAI"
             MOVE RC-WARNING TO RETURN-CODE
           END-IF.
           MOVE "X" TO IDJ-FUNCTION.
           CALL "KSBS010" USING KSBS010-P1.
           MOVE "X" TO BIJ-FUNCTION.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KCBS090" USING KCBS090-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           DISPLAY "RTNCNT=" WK-RTN-CNT.
           DISPLAY "HENPINCNT=" WK-HENPIN-CNT.
           DISPLAY "FUKACNT=" WK-FUKA-CNT.
           DISPLAY "HENPINGOKEI=" WK-HENPIN-GOKEI.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KSBM123 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KSBM123"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 3                     TO RUNHIS-CNT-CNT.
           MOVE "RTNCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-RTN-CNT            TO RUNHIS-CNT-VALUE (1).
           MOVE "HENPINCNT"           TO RUNHIS-CNT-LABEL (2).
           MOVE WK-HENPIN-CNT         TO RUNHIS-CNT-VALUE (2).
           MOVE "FUKACNT"             TO RUNHIS-CNT-LABEL (3).
           MOVE WK-FUKA-CNT           TO RUNHIS-CNT-VALUE (3).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KSBM123 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
