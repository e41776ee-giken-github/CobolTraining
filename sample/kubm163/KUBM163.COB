       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KUBM163.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：受注承認保留判定
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。名称付加(KUBM040)後の受注データ
      *                 (ITF)を受注番号ごとに集計し、次のいずれかに
      *                 該当する受注を在庫引当(KUBM080)へ回さずに
      *                 承認保留ファイル(HLD、KUCF020形式)へ保留する。
      *                 ・売上原価単価(UF010-GENKA-TANKA)を下回る明細
      *                 　がある(契約単価の改定漏れ等の原価割れ)
      *                 ・受注の粗利率が環境変数KUBM163-ARARI(3桁、
      *                 　%。未設定は0%)未満
      *                 ・受注合計(円換算)が得意先マスタの受注限度額
      *                 　(CFTOK-JUCHU-GENDO)を超える。限度額ZEROの
      *                 　得意先は環境変数KUBM163-GENDO(9桁。未設定は
      *                 　1千万円、ZEROは判定しない)を超える
      *                 保留しない受注の明細と売上以外の明細(返品・
      *                 取消・変更)はそのまま引当の入力(ITO)へ書き
      *                 出す。保留した受注はKUSTMPで受注ステータスへ
      *                 承認保留("P")を刻印し、保留一覧(RPT)へ印字
      *                 してRC-WARNINGを返す。承認・却下は承認保留
      *                 解除(KUBM164)で行う。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：受注数量の異常値・近似重複の検知を追加。得意先
      *                 ×商品ごとの過去の受注(アーカイブACF・現行の
      *                 受注データJCF、KJCF011形式)の数量範囲から
      *                 環境変数KUBM163-BAIRITSU(2桁。未設定は5倍)
      *                 以上外れた明細を数量異常("05"。過去の明細が
      *                 KUBM163-KENSU(2桁。未設定は3件)未満なら判定
      *                 しない)、同じ得意先・商品・数量の明細が別の
      *                 受注(受注番号か受注日の異なるもの)として受注
      *                 日の差KUBM163-NISSU(3桁。未設定は3日)以内に
      *                 あるものを近似重複("06")とする。検知した明細は
      *                 確認一覧として保留一覧(RPT)へ印字し、その受注
      *                 を承認保留とする(オペレータは承認保留解除で
      *                 確認("A")か取消("R")を判断する)。過去の数量
      *                 はケース・ボール単位をKUBS050でバラへ換算する
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：交換(決済方法"K")の代品の明細は無償出荷のため
      *                 原価割れ・数量異常・近似重複の判定から除く
      *                 (過去の受注の交換の代品も数量範囲に含めない)
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：見本品(決済方法"M")の明細も無償出荷のため同じ
      *                 く判定から除く(過去の受注の見本品も含めない)
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ITF-FILE
             ASSIGN TO EXTERNAL ITF
               FILE STATUS IS WK-ITF-FILE-ERR.
           SELECT ITO-FILE
             ASSIGN TO EXTERNAL ITO
               FILE STATUS IS WK-ITO-FILE-ERR.
           SELECT HLD-FILE
             ASSIGN TO EXTERNAL HLD
               FILE STATUS IS WK-HLD-FILE-ERR.
           SELECT TOK-FILE
             ASSIGN TO EXTERNAL TOK
               FILE STATUS IS WK-TOK-FILE-ERR.
           SELECT ACF-FILE
             ASSIGN TO EXTERNAL ACF
               FILE STATUS IS WK-ACF-FILE-ERR.
           SELECT JCF-FILE
             ASSIGN TO EXTERNAL JCF
               FILE STATUS IS WK-JCF-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
       FD  ITF-FILE.
       01  ITF-REC.
           COPY KUCF010.
       FD  ITO-FILE.
       01  ITO-REC                     PIC  X(130).
       FD  HLD-FILE.
       01  HLD-REC.
           COPY KUCF020.
       FD  TOK-FILE.
       01  TOK-REC.
           COPY KCCFTOK.
      *    過去の受注明細(アーカイブ・現行受注データ。KJCF011形式)
       FD  ACF-FILE.
       01  ACF-REC                     PIC  X(56).
       FD  JCF-FILE.
       01  JCF-REC                     PIC  X(56).
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(100).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
           COPY KUSTMP-PARAMS.
           COPY KUBS050-PARAMS.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-ITF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ITO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-HLD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-TOK-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ACF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-JCF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  ITF-END-FLG                 PIC  X(01) VALUE "N".
       01  TOK-END-FLG                 PIC  X(01) VALUE "N".
       01  SHO-END-FLG                 PIC  X(01) VALUE "N".
       01  REKI-END-FLG                PIC  X(01) VALUE "N".
      *    過去の受注明細の読込領域
       01  WK-REKI-REC.
           COPY KJCF011.
       01  WK-TODAY                    PIC  9(08) VALUE ZERO.
       01  WK-NOW-TIME                 PIC  9(06) VALUE ZERO.
      ******************************************************************
      *  粗利率のしきい値(環境変数KUBM163-ARARI。未設定は0%)
      ******************************************************************
       01  WK-ARARI-X                  PIC  X(03) VALUE SPACE.
       01  WK-ARARI-N REDEFINES WK-ARARI-X
                                       PIC  9(03).
       01  WK-ARARI-SHIKII             PIC S9(03)V9(01) VALUE ZERO.
      ******************************************************************
      *  全体の受注限度額(環境変数KUBM163-GENDO。未設定は1千万円)
      ******************************************************************
       01  WK-GENDO-X                  PIC  X(09) VALUE SPACE.
       01  WK-GENDO-N REDEFINES WK-GENDO-X
                                       PIC  9(09).
       01  WK-ZENTAI-GENDO             PIC  9(09) VALUE 10000000.
      ******************************************************************
      *  得意先別受注限度額テーブル(限度額の設定された得意先だけ)
      ******************************************************************
       01  WK-TGN-TBL.
           03  WK-TGN-CNT              PIC  9(05) VALUE ZERO.
           03  WK-TGN-ENT              OCCURS 9999 TIMES
                                        INDEXED BY WK-TGN-IDX.
             05  WK-TGN-TOKU-COD       PIC  X(04).
             05  WK-TGN-GENDO          PIC  9(09).
      ******************************************************************
      *  受注別集計テーブル(受注番号を添字とする)
      ******************************************************************
       01  WK-ORD-TBL.
           03  WK-ORD-ENT              OCCURS 9999 TIMES.
             05  WK-ORD-USE-FLG        PIC  X(01).
             05  WK-ORD-TOKU-COD       PIC  X(04).
             05  WK-ORD-GOKEI          PIC S9(11).
      *      粗利率の計算対象(原価単価のある明細)の売上・原価合計
             05  WK-ORD-URI-GOKEI      PIC S9(11).
             05  WK-ORD-GENKA-GOKEI    PIC S9(13)V9(04).
             05  WK-ORD-GENKA-WARE-FLG PIC  X(01).
             05  WK-ORD-HORYU-RIYU     PIC  X(02).
             05  WK-ORD-ARARI-RITSU    PIC S9(03)V9(01).
             05  WK-ORD-GENDO          PIC  9(09).
             05  WK-ORD-JUCHU-DATE     PIC  9(08).
      *      明細の数量異常・近似重複による理由(番号の小さいもの)
             05  WK-ORD-IJO-RIYU       PIC  X(02).
       01  WK-IX                       PIC  9(05) VALUE ZERO.
       01  WK-TOK-GENDO-FLG            PIC  X(01) VALUE "N".
      ******************************************************************
      *  数量異常・近似重複の判定条件
      *    KUBM163-BAIRITSU：過去の数量範囲から何倍外れたら異常とするか
      *    KUBM163-KENSU   ：数量異常の判定に必要な過去の明細数
      *    KUBM163-NISSU   ：近似重複とみなす受注日の差(日数)
      ******************************************************************
       01  WK-BAIRITSU-X               PIC  X(02) VALUE SPACE.
       01  WK-BAIRITSU-N REDEFINES WK-BAIRITSU-X
                                       PIC  9(02).
       01  WK-BAIRITSU                 PIC  9(02) VALUE 5.
       01  WK-KENSU-X                  PIC  X(02) VALUE SPACE.
       01  WK-KENSU-N REDEFINES WK-KENSU-X
                                       PIC  9(02).
       01  WK-KENSU                    PIC  9(02) VALUE 3.
       01  WK-NISSU-X                  PIC  X(03) VALUE SPACE.
       01  WK-NISSU-N REDEFINES WK-NISSU-X
                                       PIC  9(03).
       01  WK-NISSU                    PIC  9(03) VALUE 3.
      ******************************************************************
      *  得意先×商品テーブル(当回の受注にある組だけ。過去の数量範囲)
      ******************************************************************
       01  WK-KMB-TBL.
           03  WK-KMB-CNT              PIC  9(05) VALUE ZERO.
           03  WK-KMB-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-KMB-IDX.
             05  WK-KMB-TOKU-COD       PIC  X(04).
             05  WK-KMB-SHOHIN-NO      PIC  X(05).
             05  WK-KMB-REKI-CNT       PIC  9(05).
             05  WK-KMB-MIN-SURYO      PIC  9(05).
             05  WK-KMB-MAX-SURYO      PIC  9(05).
       01  WK-KMB-NO                   PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  近似重複の照合テーブル(当回の明細と受注日が近い過去の明細)
      ******************************************************************
       01  WK-RCT-TBL.
           03  WK-RCT-CNT              PIC  9(05) VALUE ZERO.
           03  WK-RCT-ENT              OCCURS 20000 TIMES.
             05  WK-RCT-KMB-NO         PIC  9(05).
             05  WK-RCT-SURYO          PIC  9(05).
             05  WK-RCT-JUCHU-NO       PIC  9(04).
             05  WK-RCT-DATE           PIC  9(08).
             05  WK-RCT-INT-DATE       PIC  9(07).
       01  WK-RX                       PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  検知した明細のテーブル(保留ファイルへ明細の理由を付ける)
      ******************************************************************
       01  WK-FLG-TBL.
           03  WK-FLG-CNT              PIC  9(05) VALUE ZERO.
           03  WK-FLG-ENT              OCCURS 2000 TIMES
                                        INDEXED BY WK-FLG-IDX.
             05  WK-FLG-JUCHU-NO       PIC  9(04).
             05  WK-FLG-GYO-NO         PIC  9(02).
             05  WK-FLG-SHOHIN-NO      PIC  X(05).
             05  WK-FLG-RIYU           PIC  X(02).
      ******************************************************************
      *  入数テーブル(当回の受注にある商品だけ。過去の数量の換算用)
      ******************************************************************
       01  WK-IRS-TBL.
           03  WK-IRS-CNT              PIC  9(05) VALUE ZERO.
           03  WK-IRS-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-IRS-IDX.
             05  WK-IRS-SHOHIN-NO      PIC  X(05).
             05  WK-IRS-CASE-IRISU     PIC  9(05).
             05  WK-IRS-BALL-IRISU     PIC  9(05).
      *    照合中の明細(当回・過去共通)
       01  WK-CUR-SURYO                PIC  9(05) VALUE ZERO.
       01  WK-CUR-JUCHU-NO             PIC  9(04) VALUE ZERO.
       01  WK-CUR-DATE                 PIC  9(08) VALUE ZERO.
       01  WK-CUR-INT-DATE             PIC  9(07) VALUE ZERO.
       01  WK-MIN-INT-DATE             PIC  9(07) VALUE 9999999.
       01  WK-MAX-INT-DATE             PIC  9(07) VALUE ZERO.
       01  WK-DIFF-NISSU               PIC S9(07) VALUE ZERO.
       01  WK-JOGEN-SURYO              PIC  9(07) VALUE ZERO.
       01  WK-KAGEN-SURYO              PIC  9(07) VALUE ZERO.
       01  WK-MEISAI-RIYU              PIC  X(02) VALUE SPACE.
       01  WK-DUP-FLG                  PIC  X(01) VALUE "N".
       01  WK-DUP-JUCHU-NO             PIC  9(04) VALUE ZERO.
       01  WK-DUP-DATE                 PIC  9(08) VALUE ZERO.
       01  WK-GENKA-GAKU               PIC S9(13)V9(04) VALUE ZERO.
       01  WK-ARARI-GAKU               PIC S9(13)V9(04) VALUE ZERO.
      *
       01  WK-ITF-READ-CNT             PIC  9(09) VALUE ZERO.
       01  WK-ITO-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-HLD-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-HORYU-CNT                PIC  9(09) VALUE ZERO.
       01  WK-REKI-CNT                 PIC  9(09) VALUE ZERO.
       01  WK-IJO-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-JUFUKU-CNT               PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  保留一覧印字用
      ******************************************************************
       01  WK-RPT-LINE.
           03  WK-RPT-KBN              PIC  X(06).
           03  FILLER                  PIC  X(07) VALUE " JUCHU=".
           03  WK-RPT-JUCHU-NO         PIC  9(04).
           03  FILLER                  PIC  X(06) VALUE " TOKU=".
           03  WK-RPT-TOKU-COD         PIC  X(04).
           03  FILLER                  PIC  X(06) VALUE " RIYU=".
           03  WK-RPT-RIYU             PIC  X(02).
           03  FILLER                  PIC  X(07) VALUE " GOKEI=".
           03  WK-RPT-GOKEI            PIC  -(10)9.
           03  FILLER                  PIC  X(07) VALUE " ARARI=".
           03  WK-RPT-ARARI            PIC  -(03)9.9.
           03  FILLER                  PIC  X(07) VALUE " GENDO=".
           03  WK-RPT-GENDO            PIC  Z(08)9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPT-MSG              PIC  X(20).
      ******************************************************************
      *  確認一覧印字用(数量異常・近似重複の明細)
      ******************************************************************
       01  WK-KKN-LINE.
           03  WK-KKN-KBN              PIC  X(06).
           03  FILLER                  PIC  X(07) VALUE " JUCHU=".
           03  WK-KKN-JUCHU-NO         PIC  9(04).
           03  FILLER                  PIC  X(01) VALUE "-".
           03  WK-KKN-GYO-NO           PIC  9(02).
           03  FILLER                  PIC  X(06) VALUE " TOKU=".
           03  WK-KKN-TOKU-COD         PIC  X(04).
           03  FILLER                  PIC  X(08) VALUE " SHOHIN=".
           03  WK-KKN-SHOHIN-NO        PIC  X(05).
           03  FILLER                  PIC  X(07) VALUE " SURYO=".
           03  WK-KKN-SURYO            PIC  Z(04)9.
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-KKN-BIKO             PIC  X(40).
       01  WK-KKN-IJO-BIKO.
           03  FILLER                  PIC  X(05) VALUE "REKI=".
           03  WK-KKN-REKI-CNT         PIC  Z(04)9.
           03  FILLER                  PIC  X(05) VALUE " MIN=".
           03  WK-KKN-MIN-SURYO        PIC  Z(04)9.
           03  FILLER                  PIC  X(05) VALUE " MAX=".
           03  WK-KKN-MAX-SURYO        PIC  Z(04)9.
       01  WK-KKN-DUP-BIKO.
           03  FILLER                  PIC  X(06) VALUE "AITE=".
           03  WK-KKN-DUP-JUCHU-NO     PIC  9(04).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-KKN-DUP-DATE         PIC  9(08).
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM SHUKEI-RTN    UNTIL ITF-END-FLG = "Y"
             PERFORM LOAD-REKI-RTN
             PERFORM REOPEN-ITF-RTN
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM IJOCHI-RTN    UNTIL ITF-END-FLG = "Y"
             PERFORM HANTEI-RTN
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX > 9999
             PERFORM REOPEN-ITF-RTN
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM MAIN-RTN      UNTIL ITF-END-FLG = "Y"
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
       INIT-RTN            SECTION.
           DISPLAY "*** KUBM163 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
           MOVE WK-RUNHIS-START-DATE TO WK-TODAY.
           MOVE WK-RUNHIS-START-TIME TO WK-NOW-TIME.
      *
           DISPLAY "KUBM163-ARARI" UPON ENVIRONMENT-NAME.
           ACCEPT WK-ARARI-X FROM ENVIRONMENT-VALUE.
           IF WK-ARARI-X NOT = SPACE
            AND WK-ARARI-N IS NUMERIC
             MOVE WK-ARARI-N TO WK-ARARI-SHIKII
           END-IF.
           DISPLAY "KUBM163-GENDO" UPON ENVIRONMENT-NAME.
           ACCEPT WK-GENDO-X FROM ENVIRONMENT-VALUE.
           IF WK-GENDO-X NOT = SPACE
            AND WK-GENDO-N IS NUMERIC
             MOVE WK-GENDO-N TO WK-ZENTAI-GENDO
           END-IF.
           DISPLAY "KUBM163-BAIRITSU" UPON ENVIRONMENT-NAME.
           ACCEPT WK-BAIRITSU-X FROM ENVIRONMENT-VALUE.
           IF WK-BAIRITSU-X NOT = SPACE
            AND WK-BAIRITSU-N IS NUMERIC
            AND WK-BAIRITSU-N > ZERO
             MOVE WK-BAIRITSU-N TO WK-BAIRITSU
           END-IF.
           DISPLAY "KUBM163-KENSU" UPON ENVIRONMENT-NAME.
           ACCEPT WK-KENSU-X FROM ENVIRONMENT-VALUE.
           IF WK-KENSU-X NOT = SPACE
            AND WK-KENSU-N IS NUMERIC
             MOVE WK-KENSU-N TO WK-KENSU
           END-IF.
           DISPLAY "KUBM163-NISSU" UPON ENVIRONMENT-NAME.
           ACCEPT WK-NISSU-X FROM ENVIRONMENT-VALUE.
           IF WK-NISSU-X NOT = SPACE
            AND WK-NISSU-N IS NUMERIC
             MOVE WK-NISSU-N TO WK-NISSU
           END-IF.
           DISPLAY "*** KUBM163 ARARI=" WK-ARARI-SHIKII
             " GENDO=" WK-ZENTAI-GENDO.
           DISPLAY "*** KUBM163 BAIRITSU=" WK-BAIRITSU
             " KENSU=" WK-KENSU " NISSU=" WK-NISSU.
      *
      *    得意先マスタは任意(無ければ全得意先に全体の限度額を使う)
           OPEN INPUT TOK-FILE.
           IF WK-TOK-FILE-ERR = "00"
             PERFORM LOAD-TOK-RTN  UNTIL TOK-END-FLG = "Y"
             CLOSE TOK-FILE
           END-IF.
      *
           OPEN INPUT ITF-FILE.
           IF WK-ITF-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM163 ABEND NOT ITF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT ITO-FILE
             IF WK-ITO-FILE-ERR NOT = "00"
               DISPLAY "*** KUBM163 ABEND NOT ITO-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT HLD-FILE
             IF WK-HLD-FILE-ERR NOT = "00"
               DISPLAY "*** KUBM163 ABEND NOT HLD-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RPT-FILE
             IF WK-RPT-FILE-ERR NOT = "00"
               DISPLAY "*** KUBM163 ABEND NOT RPT-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             MOVE "*** KUBM163 JUCHU SHONIN HORYU ***" TO RPT-REC
             WRITE RPT-REC
             PERFORM CLEAR-ORD-RTN
               VARYING WK-IX FROM 1 BY 1
               UNTIL WK-IX > 9999
           END-IF.
       EXT.
           EXIT.
      *
       CLEAR-ORD-RTN       SECTION.
           MOVE "N" TO WK-ORD-USE-FLG (WK-IX).
           MOVE SPACE TO WK-ORD-TOKU-COD (WK-IX).
           MOVE ZERO TO WK-ORD-GOKEI (WK-IX).
           MOVE ZERO TO WK-ORD-URI-GOKEI (WK-IX).
           MOVE ZERO TO WK-ORD-GENKA-GOKEI (WK-IX).
           MOVE "N" TO WK-ORD-GENKA-WARE-FLG (WK-IX).
           MOVE SPACE TO WK-ORD-HORYU-RIYU (WK-IX).
           MOVE ZERO TO WK-ORD-ARARI-RITSU (WK-IX).
           MOVE ZERO TO WK-ORD-GENDO (WK-IX).
           MOVE ZERO TO WK-ORD-JUCHU-DATE (WK-IX).
           MOVE SPACE TO WK-ORD-IJO-RIYU (WK-IX).
       EXT.
           EXIT.
      *
       LOAD-TOK-RTN        SECTION.
           READ TOK-FILE
             AT END
               MOVE "Y" TO TOK-END-FLG
               GO TO EXT
           END-READ.
           IF CFTOK-JUCHU-GENDO NOT NUMERIC
             OR CFTOK-JUCHU-GENDO = ZERO
             GO TO EXT
           END-IF.
           IF WK-TGN-CNT >= 9999
             DISPLAY "*** KUBM163 WARNING TGN TABLE FULL"
             MOVE "Y" TO TOK-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-TGN-CNT.
           SET WK-TGN-IDX TO WK-TGN-CNT.
           MOVE CFTOK-TOKU-COD TO WK-TGN-TOKU-COD (WK-TGN-IDX).
           MOVE CFTOK-JUCHU-GENDO TO WK-TGN-GENDO (WK-TGN-IDX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    受注番号ごとの集計(売上明細のみ)
      ******************************************************************
       SHUKEI-RTN          SECTION.
           READ ITF-FILE
             AT END
               MOVE "Y" TO ITF-END-FLG
               GO TO EXT
           END-READ.
           ADD 1 TO WK-ITF-READ-CNT.
           IF NOT UF010-SALE-REC
            OR UF010-JUCHU-NO = ZERO
             GO TO EXT
           END-IF.
           MOVE UF010-JUCHU-NO TO WK-IX.
           MOVE "Y" TO WK-ORD-USE-FLG (WK-IX).
           MOVE UF010-TOKU-COD TO WK-ORD-TOKU-COD (WK-IX).
           ADD UF010-KINGAKU-JPY TO WK-ORD-GOKEI (WK-IX).
           MOVE UF010-JUCHU-DATE TO WK-ORD-JUCHU-DATE (WK-IX).
      *    交換の代品・見本品(無償出荷)は粗利・数量異常・近似重複の
      *    判定に含めない
           IF UF010-KOKAN
            OR UF010-MIHON
             GO TO EXT
           END-IF.
           PERFORM KMB-TOROKU-RTN.
      *    原価単価の無い旧データの明細は粗利の判定に含めない
           IF UF010-GENKA-TANKA NOT NUMERIC
            OR UF010-GENKA-TANKA NOT > ZERO
             GO TO EXT
           END-IF.
           COMPUTE WK-GENKA-GAKU = UF010-GENKA-TANKA * UF010-SURYO.
           ADD UF010-KINGAKU-JPY TO WK-ORD-URI-GOKEI (WK-IX).
           ADD WK-GENKA-GAKU TO WK-ORD-GENKA-GOKEI (WK-IX).
           IF UF010-KINGAKU-JPY < WK-GENKA-GAKU
             MOVE "Y" TO WK-ORD-GENKA-WARE-FLG (WK-IX)
           END-IF.
       EXT.
           EXIT.
      *
      *    得意先×商品の組を登録し、当回の明細を近似重複の照合対象に
      *    加える
       KMB-TOROKU-RTN      SECTION.
           PERFORM KMB-SEARCH-RTN.
           IF WK-KMB-NO = ZERO
             IF WK-KMB-CNT >= 5000
               DISPLAY "*** KUBM163 WARNING KMB TABLE FULL"
               GO TO EXT
             END-IF
             ADD 1 TO WK-KMB-CNT
             MOVE WK-KMB-CNT TO WK-KMB-NO
             MOVE UF010-TOKU-COD TO WK-KMB-TOKU-COD (WK-KMB-NO)
             MOVE UF010-SHOHIN-NO TO WK-KMB-SHOHIN-NO (WK-KMB-NO)
             MOVE ZERO TO WK-KMB-REKI-CNT (WK-KMB-NO)
             MOVE ZERO TO WK-KMB-MIN-SURYO (WK-KMB-NO)
             MOVE ZERO TO WK-KMB-MAX-SURYO (WK-KMB-NO)
           END-IF.
           MOVE UF010-JUCHU-DATE TO WK-CUR-DATE.
           PERFORM INT-DATE-RTN.
           IF WK-CUR-INT-DATE = ZERO
             GO TO EXT
           END-IF.
           IF WK-CUR-INT-DATE < WK-MIN-INT-DATE
             MOVE WK-CUR-INT-DATE TO WK-MIN-INT-DATE
           END-IF.
           IF WK-CUR-INT-DATE > WK-MAX-INT-DATE
             MOVE WK-CUR-INT-DATE TO WK-MAX-INT-DATE
           END-IF.
           MOVE UF010-SURYO TO WK-CUR-SURYO.
           MOVE UF010-JUCHU-NO TO WK-CUR-JUCHU-NO.
           PERFORM ADD-RCT-RTN.
       EXT.
           EXIT.
      *
      *    当回の明細の得意先×商品を探す(見つからなければZERO)
       KMB-SEARCH-RTN      SECTION.
           MOVE ZERO TO WK-KMB-NO.
           IF WK-KMB-CNT = ZERO
             GO TO EXT
           END-IF.
           SET WK-KMB-IDX TO 1.
           SEARCH WK-KMB-ENT
             AT END
               CONTINUE
             WHEN WK-KMB-TOKU-COD (WK-KMB-IDX) = UF010-TOKU-COD
              AND WK-KMB-SHOHIN-NO (WK-KMB-IDX) = UF010-SHOHIN-NO
               SET WK-KMB-NO TO WK-KMB-IDX
           END-SEARCH.
       EXT.
           EXIT.
      *
      *    受注日の通日(不正な日付はZERO)
       INT-DATE-RTN        SECTION.
           MOVE ZERO TO WK-CUR-INT-DATE.
           IF WK-CUR-DATE NOT NUMERIC
            OR WK-CUR-DATE < 16010101
             GO TO EXT
           END-IF.
           COMPUTE WK-CUR-INT-DATE
             = FUNCTION INTEGER-OF-DATE (WK-CUR-DATE).
       EXT.
           EXIT.
      *
       ADD-RCT-RTN         SECTION.
           IF WK-RCT-CNT >= 20000
             DISPLAY "*** KUBM163 WARNING RCT TABLE FULL"
             GO TO EXT
           END-IF.
           ADD 1 TO WK-RCT-CNT.
           MOVE WK-KMB-NO TO WK-RCT-KMB-NO (WK-RCT-CNT).
           MOVE WK-CUR-SURYO TO WK-RCT-SURYO (WK-RCT-CNT).
           MOVE WK-CUR-JUCHU-NO TO WK-RCT-JUCHU-NO (WK-RCT-CNT).
           MOVE WK-CUR-DATE TO WK-RCT-DATE (WK-RCT-CNT).
           MOVE WK-CUR-INT-DATE TO WK-RCT-INT-DATE (WK-RCT-CNT).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    過去の受注明細の読込(アーカイブ・現行受注データとも任意)
      ******************************************************************
       LOAD-REKI-RTN       SECTION.
           IF WK-KMB-CNT = ZERO
             GO TO EXT
           END-IF.
      *    近似重複の照合は当回の受注日の前後NISSU日の明細だけを持つ
           IF WK-MIN-INT-DATE > WK-NISSU
             SUBTRACT WK-NISSU FROM WK-MIN-INT-DATE
           END-IF.
           ADD WK-NISSU TO WK-MAX-INT-DATE.
      *
           OPEN INPUT SHO-FILE.
           IF WK-SHO-FILE-ERR = "00"
             PERFORM LOAD-SHO-RTN  UNTIL SHO-END-FLG = "Y"
             CLOSE SHO-FILE
           END-IF.
           OPEN INPUT ACF-FILE.
           IF WK-ACF-FILE-ERR = "00"
             MOVE "N" TO REKI-END-FLG
             PERFORM READ-ACF-RTN  UNTIL REKI-END-FLG = "Y"
             CLOSE ACF-FILE
           END-IF.
           OPEN INPUT JCF-FILE.
           IF WK-JCF-FILE-ERR = "00"
             MOVE "N" TO REKI-END-FLG
             PERFORM READ-JCF-RTN  UNTIL REKI-END-FLG = "Y"
             CLOSE JCF-FILE
           END-IF.
       EXT.
           EXIT.
      *
      *    当回の受注にある商品の入数だけを持つ
       LOAD-SHO-RTN        SECTION.
           READ SHO-FILE
             AT END
               MOVE "Y" TO SHO-END-FLG
               GO TO EXT
           END-READ.
           SET WK-KMB-IDX TO 1.
           SEARCH WK-KMB-ENT
             AT END
               GO TO EXT
             WHEN WK-KMB-SHOHIN-NO (WK-KMB-IDX) = CFSHO-SHOHIN-NO
               CONTINUE
           END-SEARCH.
           IF WK-IRS-CNT >= 5000
             DISPLAY "*** KUBM163 WARNING IRS TABLE FULL"
             MOVE "Y" TO SHO-END-FLG
             GO TO EXT
           END-IF.
           ADD 1 TO WK-IRS-CNT.
           SET WK-IRS-IDX TO WK-IRS-CNT.
           MOVE CFSHO-SHOHIN-NO TO WK-IRS-SHOHIN-NO (WK-IRS-IDX).
           MOVE CFSHO-CASE-IRISU TO WK-IRS-CASE-IRISU (WK-IRS-IDX).
           MOVE CFSHO-BALL-IRISU TO WK-IRS-BALL-IRISU (WK-IRS-IDX).
       EXT.
           EXIT.
      *
       READ-ACF-RTN        SECTION.
           READ ACF-FILE INTO WK-REKI-REC
             AT END
               MOVE "Y" TO REKI-END-FLG
               GO TO EXT
           END-READ.
           PERFORM REKI-RTN.
       EXT.
           EXIT.
      *
       READ-JCF-RTN        SECTION.
           READ JCF-FILE INTO WK-REKI-REC
             AT END
               MOVE "Y" TO REKI-END-FLG
               GO TO EXT
           END-READ.
           PERFORM REKI-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    過去の受注明細1件の集計(当回の受注にある組のみ)
      ******************************************************************
       REKI-RTN            SECTION.
           IF NOT JF011-SALE-REC
            OR JF011-KOKAN
            OR JF011-MIHON
            OR JF011-JUCHU-NO-X NOT NUMERIC
            OR JF011-SURYO-X NOT NUMERIC
             GO TO EXT
           END-IF.
           MOVE ZERO TO WK-KMB-NO.
           SET WK-KMB-IDX TO 1.
           SEARCH WK-KMB-ENT
             AT END
               GO TO EXT
             WHEN WK-KMB-TOKU-COD (WK-KMB-IDX) = JF011-TOKU-COD
              AND WK-KMB-SHOHIN-NO (WK-KMB-IDX) = JF011-SHOHIN-NO
               SET WK-KMB-NO TO WK-KMB-IDX
           END-SEARCH.
           MOVE JF011-JUCHU-DATE TO WK-CUR-DATE.
      *    当回の受注そのもの(現行受注データに含まれる分)は除く
           IF JF011-JUCHU-NO NOT = ZERO
             IF WK-ORD-USE-FLG (JF011-JUCHU-NO) = "Y"
              AND WK-ORD-JUCHU-DATE (JF011-JUCHU-NO) = WK-CUR-DATE
               GO TO EXT
             END-IF
           END-IF.
      *    ケース・ボール単位の数量はバラへ換算する
           IF JF011-TANI-BARA
             MOVE JF011-SURYO TO WK-CUR-SURYO
           ELSE
             PERFORM KANSAN-RTN
             IF NOT TNI-OK
               GO TO EXT
             END-IF
             MOVE TNI-BARA-SURYO TO WK-CUR-SURYO
           END-IF.
           ADD 1 TO WK-REKI-CNT.
      *
           ADD 1 TO WK-KMB-REKI-CNT (WK-KMB-NO).
           IF WK-KMB-REKI-CNT (WK-KMB-NO) = 1
            OR WK-CUR-SURYO < WK-KMB-MIN-SURYO (WK-KMB-NO)
             MOVE WK-CUR-SURYO TO WK-KMB-MIN-SURYO (WK-KMB-NO)
           END-IF.
           IF WK-CUR-SURYO > WK-KMB-MAX-SURYO (WK-KMB-NO)
             MOVE WK-CUR-SURYO TO WK-KMB-MAX-SURYO (WK-KMB-NO)
           END-IF.
      *
           PERFORM INT-DATE-RTN.
           IF WK-CUR-INT-DATE < WK-MIN-INT-DATE
            OR WK-CUR-INT-DATE > WK-MAX-INT-DATE
             GO TO EXT
           END-IF.
           MOVE JF011-JUCHU-NO TO WK-CUR-JUCHU-NO.
           PERFORM ADD-RCT-RTN.
       EXT.
           EXIT.
      *
       KANSAN-RTN          SECTION.
           MOVE SPACE TO KUBS050-P1.
           MOVE JF011-TANI-KBN TO TNI-KBN.
           MOVE JF011-SURYO TO TNI-SURYO.
           MOVE ZERO TO TNI-CASE-IRISU TNI-BALL-IRISU.
           MOVE ZERO TO TNI-MIN-HACHU-TANI.
           MOVE "N" TO TNI-MIN-CHECK.
           IF WK-IRS-CNT > ZERO
             SET WK-IRS-IDX TO 1
             SEARCH WK-IRS-ENT
               AT END
                 CONTINUE
               WHEN WK-IRS-SHOHIN-NO (WK-IRS-IDX) = JF011-SHOHIN-NO
                 MOVE WK-IRS-CASE-IRISU (WK-IRS-IDX) TO TNI-CASE-IRISU
                 MOVE WK-IRS-BALL-IRISU (WK-IRS-IDX) TO TNI-BALL-IRISU
             END-SEARCH
           END-IF.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KUBS050" USING KUBS050-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    当回の明細ごとの数量異常・近似重複の判定
      ******************************************************************
       IJOCHI-RTN          SECTION.
           READ ITF-FILE
             AT END
               MOVE "Y" TO ITF-END-FLG
               GO TO EXT
           END-READ.
           IF NOT UF010-SALE-REC
            OR UF010-JUCHU-NO = ZERO
            OR UF010-KOKAN
            OR UF010-MIHON
             GO TO EXT
           END-IF.
           PERFORM KMB-SEARCH-RTN.
           IF WK-KMB-NO = ZERO
             GO TO EXT
           END-IF.
           MOVE SPACE TO WK-MEISAI-RIYU.
      *
      *    数量異常(過去の最小～最大からBAIRITSU倍以上外れる)
           IF WK-KMB-REKI-CNT (WK-KMB-NO) >= WK-KENSU
            AND WK-KMB-REKI-CNT (WK-KMB-NO) > ZERO
             COMPUTE WK-JOGEN-SURYO
               = WK-KMB-MAX-SURYO (WK-KMB-NO) * WK-BAIRITSU
             COMPUTE WK-KAGEN-SURYO = UF010-SURYO * WK-BAIRITSU
             IF UF010-SURYO > WK-JOGEN-SURYO
              OR WK-KAGEN-SURYO < WK-KMB-MIN-SURYO (WK-KMB-NO)
               MOVE "05" TO WK-MEISAI-RIYU
               ADD 1 TO WK-IJO-CNT
               INITIALIZE WK-KKN-LINE
               MOVE "IJOCHI" TO WK-KKN-KBN
               MOVE WK-KMB-REKI-CNT (WK-KMB-NO) TO WK-KKN-REKI-CNT
               MOVE WK-KMB-MIN-SURYO (WK-KMB-NO) TO WK-KKN-MIN-SURYO
               MOVE WK-KMB-MAX-SURYO (WK-KMB-NO) TO WK-KKN-MAX-SURYO
               MOVE WK-KKN-IJO-BIKO TO WK-KKN-BIKO
               PERFORM WRITE-KKN-RTN
             END-IF
           END-IF.
      *
      *    近似重複(同じ得意先・商品・数量の別受注がNISSU日以内)
           MOVE UF010-JUCHU-DATE TO WK-CUR-DATE.
           PERFORM INT-DATE-RTN.
           MOVE "N" TO WK-DUP-FLG.
           IF WK-CUR-INT-DATE NOT = ZERO
             PERFORM DUP-SCAN-RTN
               VARYING WK-RX FROM 1 BY 1
               UNTIL WK-RX > WK-RCT-CNT
                  OR WK-DUP-FLG = "Y"
           END-IF.
           IF WK-DUP-FLG = "Y"
             IF WK-MEISAI-RIYU = SPACE
               MOVE "06" TO WK-MEISAI-RIYU
             END-IF
             ADD 1 TO WK-JUFUKU-CNT
             INITIALIZE WK-KKN-LINE
             MOVE "JUFUKU" TO WK-KKN-KBN
             MOVE WK-DUP-JUCHU-NO TO WK-KKN-DUP-JUCHU-NO
             MOVE WK-DUP-DATE TO WK-KKN-DUP-DATE
             MOVE WK-KKN-DUP-BIKO TO WK-KKN-BIKO
             PERFORM WRITE-KKN-RTN
           END-IF.
      *
           IF WK-MEISAI-RIYU = SPACE
             GO TO EXT
           END-IF.
           MOVE UF010-JUCHU-NO TO WK-IX.
           IF WK-ORD-IJO-RIYU (WK-IX) = SPACE
            OR WK-MEISAI-RIYU < WK-ORD-IJO-RIYU (WK-IX)
             MOVE WK-MEISAI-RIYU TO WK-ORD-IJO-RIYU (WK-IX)
           END-IF.
           IF WK-FLG-CNT >= 2000
             DISPLAY "*** KUBM163 WARNING FLG TABLE FULL"
             GO TO EXT
           END-IF.
           ADD 1 TO WK-FLG-CNT.
           SET WK-FLG-IDX TO WK-FLG-CNT.
           MOVE UF010-JUCHU-NO TO WK-FLG-JUCHU-NO (WK-FLG-IDX).
           MOVE UF010-MEISAI-GYO-NO TO WK-FLG-GYO-NO (WK-FLG-IDX).
           MOVE UF010-SHOHIN-NO TO WK-FLG-SHOHIN-NO (WK-FLG-IDX).
           MOVE WK-MEISAI-RIYU TO WK-FLG-RIYU (WK-FLG-IDX).
       EXT.
           EXIT.
      *
      *    照合対象1件との比較(同じ受注番号・受注日は同一受注とみなす)
       DUP-SCAN-RTN        SECTION.
           IF WK-RCT-KMB-NO (WK-RX) NOT = WK-KMB-NO
            OR WK-RCT-SURYO (WK-RX) NOT = UF010-SURYO
             GO TO EXT
           END-IF.
           IF WK-RCT-JUCHU-NO (WK-RX) = UF010-JUCHU-NO
            AND WK-RCT-DATE (WK-RX) = WK-CUR-DATE
             GO TO EXT
           END-IF.
           COMPUTE WK-DIFF-NISSU
             = WK-RCT-INT-DATE (WK-RX) - WK-CUR-INT-DATE.
           IF WK-DIFF-NISSU < ZERO
             MULTIPLY -1 BY WK-DIFF-NISSU
           END-IF.
           IF WK-DIFF-NISSU > WK-NISSU
             GO TO EXT
           END-IF.
           MOVE "Y" TO WK-DUP-FLG.
           MOVE WK-RCT-JUCHU-NO (WK-RX) TO WK-DUP-JUCHU-NO.
           MOVE WK-RCT-DATE (WK-RX) TO WK-DUP-DATE.
       EXT.
           EXIT.
      *
       WRITE-KKN-RTN       SECTION.
           MOVE UF010-JUCHU-NO TO WK-KKN-JUCHU-NO.
           MOVE UF010-MEISAI-GYO-NO TO WK-KKN-GYO-NO.
           MOVE UF010-TOKU-COD TO WK-KKN-TOKU-COD.
           MOVE UF010-SHOHIN-NO TO WK-KKN-SHOHIN-NO.
           MOVE UF010-SURYO TO WK-KKN-SURYO.
           MOVE WK-KKN-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    受注ごとの保留判定(理由は番号の小さいものを採る)
      ******************************************************************
       HANTEI-RTN          SECTION.
           IF WK-ORD-USE-FLG (WK-IX) NOT = "Y"
             GO TO EXT
           END-IF.
      *    適用する受注限度額(得意先の限度額が無ければ全体の限度額)
           MOVE WK-ZENTAI-GENDO TO WK-ORD-GENDO (WK-IX).
           MOVE "N" TO WK-TOK-GENDO-FLG.
           IF WK-TGN-CNT > ZERO
             SET WK-TGN-IDX TO 1
             SEARCH WK-TGN-ENT
               AT END
                 CONTINUE
               WHEN WK-TGN-TOKU-COD (WK-TGN-IDX)
                      = WK-ORD-TOKU-COD (WK-IX)
                 MOVE WK-TGN-GENDO (WK-TGN-IDX)
                   TO WK-ORD-GENDO (WK-IX)
                 MOVE "Y" TO WK-TOK-GENDO-FLG
             END-SEARCH
           END-IF.
      *    粗利率(原価単価のある明細が無い受注は判定しない)
           IF WK-ORD-URI-GOKEI (WK-IX) > ZERO
             COMPUTE WK-ARARI-GAKU = WK-ORD-URI-GOKEI (WK-IX)
                                   - WK-ORD-GENKA-GOKEI (WK-IX)
             COMPUTE WK-ORD-ARARI-RITSU (WK-IX) ROUNDED
               = WK-ARARI-GAKU * 100 / WK-ORD-URI-GOKEI (WK-IX)
               ON SIZE ERROR
                 MOVE -999.9 TO WK-ORD-ARARI-RITSU (WK-IX)
             END-COMPUTE
           END-IF.
      *
           EVALUATE TRUE
             WHEN WK-ORD-GENKA-WARE-FLG (WK-IX) = "Y"
               MOVE "01" TO WK-ORD-HORYU-RIYU (WK-IX)
             WHEN WK-ORD-URI-GOKEI (WK-IX) > ZERO
              AND WK-ORD-ARARI-RITSU (WK-IX) < WK-ARARI-SHIKII
               MOVE "02" TO WK-ORD-HORYU-RIYU (WK-IX)
             WHEN WK-ORD-GENDO (WK-IX) > ZERO
              AND WK-ORD-GOKEI (WK-IX) > WK-ORD-GENDO (WK-IX)
               IF WK-TOK-GENDO-FLG = "Y"
                 MOVE "03" TO WK-ORD-HORYU-RIYU (WK-IX)
               ELSE
                 MOVE "04" TO WK-ORD-HORYU-RIYU (WK-IX)
               END-IF
             WHEN WK-ORD-IJO-RIYU (WK-IX) NOT = SPACE
               MOVE WK-ORD-IJO-RIYU (WK-IX)
                 TO WK-ORD-HORYU-RIYU (WK-IX)
             WHEN OTHER
               GO TO EXT
           END-EVALUATE.
      *
           ADD 1 TO WK-HORYU-CNT.
           MOVE "S" TO STMP-FUNCTION.
           MOVE WK-IX TO STMP-JUCHU-NO.
           MOVE "P" TO STMP-STAGE.
           MOVE WK-TODAY TO STMP-DATE.
           MOVE WK-NOW-TIME TO STMP-TIME.
           MOVE SPACE TO STMP-OPE-ID.
           CALL "KUSTMP" USING KUSTMP-P1.
           IF STMP-ERR-YES
             DISPLAY "*** KUBM163 WARNING KUSTMP ERR JUCHU=" WK-IX
           END-IF.
           MOVE RC-WARNING TO RETURN-CODE.
      *
           INITIALIZE WK-RPT-LINE.
           MOVE "HORYU" TO WK-RPT-KBN.
           MOVE WK-IX TO WK-RPT-JUCHU-NO.
           MOVE WK-ORD-TOKU-COD (WK-IX) TO WK-RPT-TOKU-COD.
           MOVE WK-ORD-HORYU-RIYU (WK-IX) TO WK-RPT-RIYU.
           MOVE WK-ORD-GOKEI (WK-IX) TO WK-RPT-GOKEI.
           MOVE WK-ORD-ARARI-RITSU (WK-IX) TO WK-RPT-ARARI.
           MOVE WK-ORD-GENDO (WK-IX) TO WK-RPT-GENDO.
           EVALUATE WK-ORD-HORYU-RIYU (WK-IX)
             WHEN "01"
               MOVE "GENKA WARE MEISAI" TO WK-RPT-MSG
             WHEN "02"
               MOVE "ARARI RITSU FUSOKU" TO WK-RPT-MSG
             WHEN "03"
               MOVE "TOKUI GENDO CHOKA" TO WK-RPT-MSG
             WHEN "04"
               MOVE "ZENTAI GENDO CHOKA" TO WK-RPT-MSG
             WHEN "05"
               MOVE "SURYO IJOCHI" TO WK-RPT-MSG
             WHEN OTHER
               MOVE "KINJI JUFUKU" TO WK-RPT-MSG
           END-EVALUATE.
           MOVE WK-RPT-LINE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
      *    振分けのため受注データを先頭から読み直す
       REOPEN-ITF-RTN      SECTION.
           CLOSE ITF-FILE.
           MOVE "N" TO ITF-END-FLG.
           OPEN INPUT ITF-FILE.
           IF WK-ITF-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM163 ABEND NOT ITF-FILE (REOPEN)"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    明細の振分け(保留受注の売上明細は保留ファイルへ)
      ******************************************************************
       MAIN-RTN            SECTION.
           READ ITF-FILE
             AT END
               MOVE "Y" TO ITF-END-FLG
               GO TO EXT
           END-READ.
           IF UF010-SALE-REC
            AND UF010-JUCHU-NO NOT = ZERO
             MOVE UF010-JUCHU-NO TO WK-IX
             IF WK-ORD-HORYU-RIYU (WK-IX) NOT = SPACE
               PERFORM WRITE-HLD-RTN
               GO TO EXT
             END-IF
           END-IF.
           MOVE ITF-REC TO ITO-REC.
           WRITE ITO-REC.
           ADD 1 TO WK-ITO-CNT.
       EXT.
           EXIT.
      *
       WRITE-HLD-RTN       SECTION.
           MOVE SPACE TO HLD-REC.
           MOVE UF010-JUCHU-NO TO UF020-JUCHU-NO.
           MOVE UF010-TOKU-COD TO UF020-TOKU-COD.
           MOVE WK-ORD-HORYU-RIYU (WK-IX) TO UF020-HORYU-RIYU.
           MOVE WK-TODAY TO UF020-HORYU-DATE.
           MOVE WK-ORD-GOKEI (WK-IX) TO UF020-JUCHU-GOKEI.
           MOVE WK-ORD-ARARI-RITSU (WK-IX) TO UF020-ARARI-RITSU.
           MOVE WK-ORD-GENDO (WK-IX) TO UF020-GENDO-GAKU.
           MOVE ITF-REC TO UF020-JUCHU-IMAGE.
           IF WK-FLG-CNT > ZERO
             SET WK-FLG-IDX TO 1
             SEARCH WK-FLG-ENT
               AT END
                 CONTINUE
               WHEN WK-FLG-JUCHU-NO (WK-FLG-IDX) = UF010-JUCHU-NO
                AND WK-FLG-GYO-NO (WK-FLG-IDX) = UF010-MEISAI-GYO-NO
                AND WK-FLG-SHOHIN-NO (WK-FLG-IDX) = UF010-SHOHIN-NO
                 MOVE WK-FLG-RIYU (WK-FLG-IDX) TO UF020-MEISAI-RIYU
             END-SEARCH
           END-IF.
           WRITE HLD-REC.
           ADD 1 TO WK-HLD-CNT.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-ITF-FILE-ERR = "00"
             CLOSE ITF-FILE
           END-IF.
           IF WK-ITO-FILE-ERR = "00"
             CLOSE ITO-FILE
           END-IF.
           IF WK-HLD-FILE-ERR = "00"
             CLOSE HLD-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
      *    KUSTMPが開いたまま保持しているステータスファイルを閉じる
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           MOVE "X" TO STMP-FUNCTION.
           CALL "KUSTMP" USING KUSTMP-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
      *
           DISPLAY "ITFCNT=" WK-ITF-READ-CNT.
           DISPLAY "ITOCNT=" WK-ITO-CNT.
           DISPLAY "HLDCNT=" WK-HLD-CNT.
           DISPLAY "HORYUCNT=" WK-HORYU-CNT.
           DISPLAY "REKICNT=" WK-REKI-CNT.
           DISPLAY "IJOCNT=" WK-IJO-CNT.
           DISPLAY "JUFUKUCNT=" WK-JUFUKU-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM163 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KUBM163"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "ITFCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-ITF-READ-CNT       TO RUNHIS-CNT-VALUE (1).
           MOVE "ITOCNT"              TO RUNHIS-CNT-LABEL (2).
           MOVE WK-ITO-CNT            TO RUNHIS-CNT-VALUE (2).
           MOVE "HLDCNT"              TO RUNHIS-CNT-LABEL (3).
           MOVE WK-HLD-CNT            TO RUNHIS-CNT-VALUE (3).
           MOVE "HORYUCNT"            TO RUNHIS-CNT-LABEL (4).
           MOVE WK-HORYU-CNT          TO RUNHIS-CNT-VALUE (4).
           MOVE "KAKUNINCNT"          TO RUNHIS-CNT-LABEL (5).
           COMPUTE RUNHIS-CNT-VALUE (5) = WK-IJO-CNT + WK-JUFUKU-CNT.
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KUBM163 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
