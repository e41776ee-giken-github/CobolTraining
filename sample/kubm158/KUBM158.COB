       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KUBM158.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：消費税集計表
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。消費税申告用に、対象期間の売上と
      *                 仕入の課税標準額・消費税額を税率別(標準10％・
      *                 軽減8％・非課税)に集計して一覧(RPT)へ印字し、
      *                 申告ソフト取込用のＣＳＶ(CSV)を書き出す。
      *                 売上側は得意先別ロールアップ(KCCFRDF)の税率
      *                 別内訳に、請求書発行台帳(KCCFIVF)の赤伝
      *                 (KUBM119。税抜金額と税区分を持つ)と、再発行
      *                 されずに取り消された請求書(KUBM120)を減算
      *                 する(取消・再発行は同額のため影響なし)。取消
      *                 分の税率別内訳は同じ得意先・同額のロールアップ
      *                 から採り、無ければ標準税率とみなして注意行を
      *                 印字する。仕入側は期間内に計上された買掛金
      *                 台帳(KCCFAPF)の仕入請求書について、仕入請求書
      *                 入力(KCCFAPI)の明細を商品マスタの税区分で分け
      *                 (明細が無い請求書は標準税率とみなす)、デビット
      *                 ノート(KSBM123)は台帳行の税区分で減算する。
      *                 税率は消費税率マスタ(KCCFZEI)の日付時点の率、
      *                 税額は明細ごとに円未満切捨て(KUBM045と同じ)。
      *                 仕入税額を仕入税額控除とし、売上税額との差を
      *                 納付税額として印字する。得意先別・仕入先別の
      *                 内訳も印字・出力する。対象期間は環境変数
      *                 KUBM158-FROM／KUBM158-TO(年月日8桁)、未設定は
      *                 業務日付の月。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：仕入税額控除を買掛金台帳の控除区分
      *                 (CFAPF-KOJO-KBN。適格請求書発行事業者以外からの
      *                 仕入の経過措置80％／50％・控除不可)による控除
      *                 対象額とし、控除対象外の額を印字する。ＣＳＶに
      *                 控除対象仕入税額の行(T,KOJO)を追加
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：会社コードに対応。環境変数KAISHA-COD(省略時
      *                 "01")の会社のロールアップ・請求書・買掛金台帳の
      *                 行だけを集計し(会社コードSPACEの行は"01")、
      *                 会社ごとの申告とする。一覧の見出しとＣＳＶの
      *                 ヘッダ行(H)に会社コードを出力する
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BSD-FILE
             ASSIGN TO EXTERNAL BSD
               FILE STATUS IS WK-BSD-FILE-ERR.
           SELECT ZEI-FILE
             ASSIGN TO EXTERNAL ZEI
               FILE STATUS IS WK-ZEI-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CFSHO-SHOHIN-NO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT RDF-FILE
             ASSIGN TO EXTERNAL RDF
               FILE STATUS IS WK-RDF-FILE-ERR.
           SELECT IVF-FILE
             ASSIGN TO EXTERNAL IVF
               FILE STATUS IS WK-IVF-FILE-ERR.
           SELECT APF-FILE
             ASSIGN TO EXTERNAL APF
               FILE STATUS IS WK-APF-FILE-ERR.
           SELECT API-FILE
             ASSIGN TO EXTERNAL API
               FILE STATUS IS WK-API-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-RPT-FILE-ERR.
           SELECT CSV-FILE
             ASSIGN TO EXTERNAL CSV
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WK-CSV-FILE-ERR.
      *
       DATA                DIVISION.
       FILE                SECTION.
       FD  BSD-FILE.
       01  BSD-REC.
           COPY KCCFBSD.
       FD  ZEI-FILE.
       01  ZEI-REC.
           COPY KCCFZEI.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  RDF-FILE.
       01  RDF-REC.
           COPY KCCFRDF.
       FD  IVF-FILE.
       01  IVF-REC.
           COPY KCCFIVF.
       FD  APF-FILE.
       01  APF-REC.
           COPY KCCFAPF.
       FD  API-FILE.
       01  API-REC.
           COPY KCCFAPI.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(120).
       FD  CSV-FILE.
       01  CSV-REC                     PIC  X(120).
      *
       WORKING-STORAGE     SECTION.
           COPY KSTDRC.
      *    実行履歴(RUNHIST)記録用
           COPY KRUNHIS-PARAMS.
       01  WK-RUNHIS-START-DATE        PIC  9(08) VALUE ZERO.
       01  WK-RUNHIS-START-TIME        PIC  9(06) VALUE ZERO.
       01  WK-SAVE-RTN-CODE            PIC  9(02) VALUE ZERO.
       01  WK-BSD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-ZEI-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RDF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IVF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-APF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-API-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-CSV-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  ZEI-END-FLG                 PIC  X(01) VALUE "N".
       01  RDF-END-FLG                 PIC  X(01) VALUE "N".
       01  IVF-END-FLG                 PIC  X(01) VALUE "N".
       01  APF-END-FLG                 PIC  X(01) VALUE "N".
       01  API-END-FLG                 PIC  X(01) VALUE "N".
       01  WK-BASE-DATE                PIC  9(08) VALUE ZERO.
      *    集計対象の会社(環境変数KAISHA-COD。省略時"01")
       01  WK-KAISHA-COD               PIC  X(02) VALUE "01".
       01  WK-ENV-KAISHA-COD           PIC  X(02) VALUE SPACE.
       01  WK-ROW-KAISHA-COD           PIC  X(02) VALUE SPACE.
      ******************************************************************
      *  対象期間(環境変数KUBM158-FROM／KUBM158-TO。未設定は業務日付
      *  の月)
      ******************************************************************
       01  WK-FROM-X                   PIC  X(08) VALUE SPACE.
       01  WK-FROM-N REDEFINES WK-FROM-X
                                       PIC  9(08).
       01  WK-TO-X                     PIC  X(08) VALUE SPACE.
       01  WK-TO-N REDEFINES WK-TO-X   PIC  9(08).
       01  WK-FROM-DATE                PIC  9(08) VALUE ZERO.
       01  WK-TO-DATE                  PIC  9(08) VALUE ZERO.
      ******************************************************************
      *  消費税率マスタテーブル
      ******************************************************************
       01  WK-ZEI-TBL.
           03  WK-ZEI-CNT              PIC  9(03) VALUE ZERO.
           03  WK-ZEI-ENT              OCCURS 99 TIMES.
             05  WK-ZEI-TBL-KBN        PIC  X(01).
             05  WK-ZEI-TBL-EFFDATE    PIC  9(08).
             05  WK-ZEI-TBL-RITSU      PIC S9(02)V9(02).
       01  WK-ZEI-IX                   PIC  9(03) VALUE ZERO.
       01  WK-BEST-EFFDATE             PIC  9(08) VALUE ZERO.
      ******************************************************************
      *  得意先別ロールアップテーブル(取消分の税率別内訳の参照用)
      ******************************************************************
       01  WK-RDF-TBL.
           03  WK-RDF-CNT              PIC  9(05) VALUE ZERO.
           03  WK-RDF-ENT              OCCURS 2000 TIMES
                                        INDEXED BY WK-RDF-IDX.
             05  WK-RDF-TOKU-COD       PIC  X(04).
             05  WK-RDF-ZEIKOMI        PIC S9(13).
             05  WK-RDF-KAZEI10        PIC S9(13).
             05  WK-RDF-ZEI10          PIC S9(13).
             05  WK-RDF-KAZEI8         PIC S9(13).
             05  WK-RDF-ZEI8           PIC S9(13).
             05  WK-RDF-HIKAZEI        PIC S9(13).
      ******************************************************************
      *  取消済み請求書・再発行元請求書テーブル
      ******************************************************************
       01  WK-VOD-TBL.
           03  WK-VOD-CNT              PIC  9(05) VALUE ZERO.
           03  WK-VOD-ENT              OCCURS 5000 TIMES.
             05  WK-VOD-INVOICE-NO     PIC  9(08).
             05  WK-VOD-TOKU-COD       PIC  X(04).
             05  WK-VOD-HAKKO-DATE     PIC  9(08).
             05  WK-VOD-KINGAKU        PIC S9(13).
       01  WK-VOD-IX                   PIC  9(05) VALUE ZERO.
       01  WK-SAI-TBL.
           03  WK-SAI-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SAI-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-SAI-IDX.
             05  WK-SAI-REF-INVOICE-NO PIC  9(08).
       01  WK-SAIHAKKO-FLG             PIC  X(01) VALUE "N".
      ******************************************************************
      *  期間内の買掛金台帳テーブル(仕入請求書・デビットノート)
      ******************************************************************
       01  WK-APF-TBL.
           03  WK-APF-CNT              PIC  9(05) VALUE ZERO.
           03  WK-APF-ENT              OCCURS 5000 TIMES
                                        INDEXED BY WK-APF-IDX.
             05  WK-APF-SUPPLIER-COD   PIC  X(06).
             05  WK-APF-INVOICE-NO     PIC  X(10).
             05  WK-APF-KEIJO-DATE     PIC  9(08).
             05  WK-APF-KINGAKU        PIC S9(13).
             05  WK-APF-DENPYO-KBN     PIC  X(01).
             05  WK-APF-ZEI-KBN        PIC  X(01).
             05  WK-APF-MEISAI-FLG     PIC  X(01).
             05  WK-APF-KOJO-KBN       PIC  X(01).
       01  WK-APF-IX                   PIC  9(05) VALUE ZERO.
      ******************************************************************
      *  集計区分テーブル
      *    1=売上(ロールアップ)  2=赤伝  3=取消  4=売上計  5=仕入計
      ******************************************************************
       01  WK-KEI-TBL.
           03  WK-KEI-ENT              OCCURS 5 TIMES.
             05  WK-KEI-KAZEI10        PIC S9(13).
             05  WK-KEI-ZEI10          PIC S9(13).
             05  WK-KEI-KAZEI8         PIC S9(13).
             05  WK-KEI-ZEI8           PIC S9(13).
             05  WK-KEI-HIKAZEI        PIC S9(13).
       01  WK-KEI-IX                   PIC  9(01) VALUE ZERO.
       01  WK-KEI-NAME-DATA.
           03  FILLER                  PIC  X(20) VALUE
             "URIAGE (ROLLUP)     ".
           03  FILLER                  PIC  X(20) VALUE
             "AKADEN              ".
           03  FILLER                  PIC  X(20) VALUE
             "TORIKESHI           ".
           03  FILLER                  PIC  X(20) VALUE
             "URIAGE KEI          ".
           03  FILLER                  PIC  X(20) VALUE
             "SHIIRE KEI          ".
       01  WK-KEI-NAME-TBL REDEFINES WK-KEI-NAME-DATA.
           03  WK-KEI-NAME             PIC  X(20) OCCURS 5 TIMES.
      ******************************************************************
      *  得意先別・仕入先別内訳テーブル
      ******************************************************************
       01  WK-TOK-TBL.
           03  WK-TOK-CNT              PIC  9(05) VALUE ZERO.
           03  WK-TOK-ENT              OCCURS 2000 TIMES
                                        INDEXED BY WK-TOK-IDX.
             05  WK-TOK-TOKU-COD       PIC  X(04).
             05  WK-TOK-KAZEI10        PIC S9(13).
             05  WK-TOK-ZEI10          PIC S9(13).
             05  WK-TOK-KAZEI8         PIC S9(13).
             05  WK-TOK-ZEI8           PIC S9(13).
             05  WK-TOK-HIKAZEI        PIC S9(13).
       01  WK-SUP-TBL.
           03  WK-SUP-CNT              PIC  9(05) VALUE ZERO.
           03  WK-SUP-ENT              OCCURS 2000 TIMES
                                        INDEXED BY WK-SUP-IDX.
             05  WK-SUP-SUPPLIER-COD   PIC  X(06).
             05  WK-SUP-KAZEI10        PIC S9(13).
             05  WK-SUP-ZEI10          PIC S9(13).
             05  WK-SUP-KAZEI8         PIC S9(13).
             05  WK-SUP-ZEI8           PIC S9(13).
             05  WK-SUP-HIKAZEI        PIC S9(13).
       01  WK-IX                       PIC  9(05) VALUE ZERO.
       01  WK-KEY-COD                  PIC  X(06) VALUE SPACE.
      *
      *    明細1件分の税率別金額
       01  WK-ZEI-KBN                  PIC  X(01) VALUE SPACE.
       01  WK-RITSU-DATE               PIC  9(08) VALUE ZERO.
       01  WK-RITSU                    PIC S9(02)V9(02) VALUE ZERO.
       01  WK-BASE                     PIC S9(13) VALUE ZERO.
       01  WK-ZEI-GAKU                 PIC S9(13) VALUE ZERO.
       01  WK-ADD-GRP.
           03  WK-ADD-KAZEI10          PIC S9(13).
           03  WK-ADD-ZEI10            PIC S9(13).
           03  WK-ADD-KAZEI8           PIC S9(13).
           03  WK-ADD-ZEI8             PIC S9(13).
           03  WK-ADD-HIKAZEI          PIC S9(13).
      *
      *    控除対象仕入税額(控除区分の割合を明細の税額に掛けて切捨て)
       01  WK-KOJO-KBN                 PIC  X(01) VALUE SPACE.
       01  WK-KOJO-PCT                 PIC  9(03) VALUE ZERO.
       01  WK-KOJO-GAKU                PIC S9(13) VALUE ZERO.
       01  WK-KOJO-ZEI10               PIC S9(13) VALUE ZERO.
       01  WK-KOJO-ZEI8                PIC S9(13) VALUE ZERO.
       01  WK-SIIRE-ZEI-KEI            PIC S9(13) VALUE ZERO.
       01  WK-KOJOGAI-ZEI-KEI          PIC S9(13) VALUE ZERO.
       01  WK-NOFU-ZEI10               PIC S9(13) VALUE ZERO.
       01  WK-NOFU-ZEI8                PIC S9(13) VALUE ZERO.
       01  WK-URI-ZEI-KEI              PIC S9(13) VALUE ZERO.
       01  WK-KOJO-ZEI-KEI             PIC S9(13) VALUE ZERO.
       01  WK-NOFU-ZEI-KEI             PIC S9(13) VALUE ZERO.
      *
       01  WK-RDF-READ-CNT             PIC  9(09) VALUE ZERO.
       01  WK-AKADEN-CNT               PIC  9(09) VALUE ZERO.
       01  WK-TORIKESHI-CNT            PIC  9(09) VALUE ZERO.
       01  WK-APF-SIIRE-CNT            PIC  9(09) VALUE ZERO.
       01  WK-CHUI-CNT                 PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  一覧印字用
      ******************************************************************
       01  WK-RPT-HEAD1.
           03  FILLER                  PIC  X(30) VALUE
             "*** SHOHIZEI SHUKEIHYO ***".
           03  FILLER                  PIC  X(07) VALUE "KIKAN=".
           03  WK-RH1-FROM-DATE        PIC  9(08).
           03  FILLER                  PIC  X(01) VALUE "-".
           03  WK-RH1-TO-DATE          PIC  9(08).
           03  FILLER                  PIC  X(08) VALUE " KAISHA=".
           03  WK-RH1-KAISHA-COD       PIC  X(02).
       01  WK-RPT-HEAD2.
           03  FILLER                  PIC  X(21) VALUE SPACE.
           03  FILLER                  PIC  X(15) VALUE
             "   KAZEI 10%".
           03  FILLER                  PIC  X(15) VALUE
             "     ZEI 10%".
           03  FILLER                  PIC  X(15) VALUE
             "    KAZEI 8%".
           03  FILLER                  PIC  X(15) VALUE
             "      ZEI 8%".
           03  FILLER                  PIC  X(15) VALUE
             "     HIKAZEI".
       01  WK-RPT-MEISAI.
           03  WK-RPM-NAME             PIC  X(20).
           03  FILLER                  PIC  X(01) VALUE SPACE.
           03  WK-RPM-KAZEI10          PIC  -(14)9.
           03  WK-RPM-ZEI10            PIC  -(14)9.
           03  WK-RPM-KAZEI8           PIC  -(14)9.
           03  WK-RPM-ZEI8             PIC  -(14)9.
           03  WK-RPM-HIKAZEI          PIC  -(14)9.
       01  WK-RPT-SUMMARY.
           03  WK-RPS-TITLE            PIC  X(30).
           03  WK-RPS-KINGAKU          PIC  -(14)9.
       01  WK-RPT-CHUI.
           03  FILLER                  PIC  X(07) VALUE "CHUI : ".
           03  WK-RPC-NAIYO            PIC  X(26).
           03  FILLER                  PIC  X(05) VALUE " KEY=".
           03  WK-RPC-KEY              PIC  X(10).
           03  FILLER                  PIC  X(06) VALUE " COD=".
           03  WK-RPC-COD              PIC  X(06).
           03  FILLER                  PIC  X(09) VALUE " KINGAKU=".
           03  WK-RPC-KINGAKU          PIC  -(13)9.
      ******************************************************************
      *  ＣＳＶ出力用
      *    H,開始日,終了日
      *    T,区分,,課税10,税10,課税8,税8,非課税
      *                               (URIAGE/SHIIRE/KOJO/NOFU)
      *    D,区分,コード,課税10,税10,課税8,税8,非課税 (TOKU/SHIIRE)
      ******************************************************************
       01  WK-CSV-SHU                  PIC  X(01) VALUE SPACE.
       01  WK-CSV-KBN                  PIC  X(06) VALUE SPACE.
       01  WK-CSV-COD                  PIC  X(06) VALUE SPACE.
       01  WK-CSV-KAZEI10              PIC S9(13)
                                        SIGN LEADING SEPARATE.
       01  WK-CSV-ZEI10                PIC S9(13)
                                        SIGN LEADING SEPARATE.
       01  WK-CSV-KAZEI8               PIC S9(13)
                                        SIGN LEADING SEPARATE.
       01  WK-CSV-ZEI8                 PIC S9(13)
                                        SIGN LEADING SEPARATE.
       01  WK-CSV-HIKAZEI              PIC S9(13)
                                        SIGN LEADING SEPARATE.
      *
       PROCEDURE           DIVISION.
           PERFORM INIT-RTN.
           IF WK-INIT-OK-FLG = "Y"
             PERFORM URIAGE-RTN
             PERFORM TORIKESHI-RTN
               VARYING WK-VOD-IX FROM 1 BY 1
               UNTIL WK-VOD-IX > WK-VOD-CNT
             PERFORM SIIRE-RTN
             PERFORM PRINT-RTN
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      *
      ******************************************************************
      *    初期処理（対象期間の決定・税率マスタと台帳の先読み）
      ******************************************************************
       INIT-RTN            SECTION.
           DISPLAY "*** KUBM158 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8)
             TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)
             TO WK-RUNHIS-START-TIME.
           DISPLAY "KAISHA-COD" UPON ENVIRONMENT-NAME.
           ACCEPT WK-ENV-KAISHA-COD FROM ENVIRONMENT-VALUE.
           IF WK-ENV-KAISHA-COD NOT = SPACE
             MOVE WK-ENV-KAISHA-COD TO WK-KAISHA-COD
           END-IF.
           DISPLAY "*** KUBM158 KAISHA=" WK-KAISHA-COD.
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
           MOVE WK-BASE-DATE TO WK-FROM-DATE.
           MOVE "01" TO WK-FROM-DATE (7:2).
           MOVE WK-BASE-DATE TO WK-TO-DATE.
           MOVE "31" TO WK-TO-DATE (7:2).
           DISPLAY "KUBM158-FROM" UPON ENVIRONMENT-NAME.
           ACCEPT WK-FROM-X FROM ENVIRONMENT-VALUE.
           IF WK-FROM-X NOT = SPACE
            AND WK-FROM-N IS NUMERIC
             MOVE WK-FROM-N TO WK-FROM-DATE
           END-IF.
           DISPLAY "KUBM158-TO" UPON ENVIRONMENT-NAME.
           ACCEPT WK-TO-X FROM ENVIRONMENT-VALUE.
           IF WK-TO-X NOT = SPACE
            AND WK-TO-N IS NUMERIC
             MOVE WK-TO-N TO WK-TO-DATE
           END-IF.
           DISPLAY "KIKAN=" WK-FROM-DATE "-" WK-TO-DATE.
      *
           OPEN INPUT ZEI-FILE.
           IF WK-ZEI-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM158 ABEND NOT ZEI-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           PERFORM LOAD-ZEI-RTN  UNTIL ZEI-END-FLG = "Y".
           CLOSE ZEI-FILE.
           MOVE HIGH-VALUE TO WK-ZEI-FILE-ERR.
      *
           OPEN INPUT SHO-FILE.
           IF WK-SHO-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM158 ABEND NOT SHO-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN INPUT RDF-FILE.
           IF WK-RDF-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM158 ABEND NOT RDF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN INPUT IVF-FILE.
           IF WK-IVF-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM158 ABEND NOT IVF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN INPUT APF-FILE.
           IF WK-APF-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM158 ABEND NOT APF-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN INPUT API-FILE.
           IF WK-API-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM158 ABEND NOT API-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM158 ABEND NOT RPT-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
           OPEN OUTPUT CSV-FILE.
           IF WK-CSV-FILE-ERR NOT = "00"
             DISPLAY "*** KUBM158 ABEND NOT CSV-FILE"
             MOVE RC-ABEND TO RETURN-CODE
             MOVE "N" TO WK-INIT-OK-FLG
             GO TO EXT
           END-IF.
      *
           PERFORM CLEAR-KEI-RTN
             VARYING WK-KEI-IX FROM 1 BY 1 UNTIL WK-KEI-IX > 5.
           MOVE WK-FROM-DATE TO WK-RH1-FROM-DATE.
           MOVE WK-TO-DATE TO WK-RH1-TO-DATE.
           MOVE WK-KAISHA-COD TO WK-RH1-KAISHA-COD.
           MOVE WK-RPT-HEAD1 TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       LOAD-ZEI-RTN        SECTION.
           READ ZEI-FILE
             AT END
               MOVE "Y" TO ZEI-END-FLG
               GO TO EXT
           END-READ.
           IF WK-ZEI-CNT >= 99
             DISPLAY "!!! KUBM158 ABEND : ZEI TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-ZEI-CNT.
           MOVE CFZEI-ZEI-KBN TO WK-ZEI-TBL-KBN (WK-ZEI-CNT).
           MOVE CFZEI-EFF-DATE TO WK-ZEI-TBL-EFFDATE (WK-ZEI-CNT).
           MOVE CFZEI-RITSU TO WK-ZEI-TBL-RITSU (WK-ZEI-CNT).
       EXT.
           EXIT.
      *
       CLEAR-KEI-RTN       SECTION.
           MOVE ZERO TO WK-KEI-KAZEI10 (WK-KEI-IX)
                        WK-KEI-ZEI10 (WK-KEI-IX)
                        WK-KEI-KAZEI8 (WK-KEI-IX)
                        WK-KEI-ZEI8 (WK-KEI-IX)
                        WK-KEI-HIKAZEI (WK-KEI-IX).
       EXT.
           EXIT.
      *
      ******************************************************************
      *    売上側（ロールアップの税率別内訳と赤伝）
      ******************************************************************
       URIAGE-RTN          SECTION.
           PERFORM LOAD-RDF-RTN  UNTIL RDF-END-FLG = "Y".
           PERFORM LOAD-IVF-RTN  UNTIL IVF-END-FLG = "Y".
       EXT.
           EXIT.
      *
      *    期間内に締めたロールアップ(CFRDF-TO-DATEが期間内)を計上
       LOAD-RDF-RTN        SECTION.
           READ RDF-FILE
             AT END
               MOVE "Y" TO RDF-END-FLG
               GO TO EXT
           END-READ.
           MOVE CFRDF-KAISHA-COD TO WK-ROW-KAISHA-COD.
           PERFORM SET-ROW-KAISHA-RTN.
           IF WK-ROW-KAISHA-COD NOT = WK-KAISHA-COD
             GO TO EXT
           END-IF.
           IF CFRDF-TO-DATE < WK-FROM-DATE
            OR CFRDF-TO-DATE > WK-TO-DATE
             GO TO EXT
           END-IF.
           ADD 1 TO WK-RDF-READ-CNT.
           MOVE CFRDF-KAZEI10-KINGAKU TO WK-ADD-KAZEI10.
           MOVE CFRDF-ZEI10-KINGAKU TO WK-ADD-ZEI10.
           MOVE CFRDF-KAZEI8-KINGAKU TO WK-ADD-KAZEI8.
           MOVE CFRDF-ZEI8-KINGAKU TO WK-ADD-ZEI8.
           COMPUTE WK-ADD-HIKAZEI =
             CFRDF-KINGAKU - CFRDF-KAZEI-KINGAKU.
           MOVE 1 TO WK-KEI-IX.
           PERFORM ADD-KEI-RTN.
           MOVE CFRDF-TOKU-COD TO WK-KEY-COD.
           PERFORM ADD-TOK-RTN.
      *
           IF WK-RDF-CNT >= 2000
             DISPLAY "!!! KUBM158 ABEND : RDF TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-RDF-CNT.
           SET WK-RDF-IDX TO WK-RDF-CNT.
           MOVE CFRDF-TOKU-COD TO WK-RDF-TOKU-COD (WK-RDF-IDX).
           COMPUTE WK-RDF-ZEIKOMI (WK-RDF-IDX) =
             CFRDF-KINGAKU + CFRDF-ZEI-KINGAKU.
           MOVE WK-ADD-KAZEI10 TO WK-RDF-KAZEI10 (WK-RDF-IDX).
           MOVE WK-ADD-ZEI10 TO WK-RDF-ZEI10 (WK-RDF-IDX).
           MOVE WK-ADD-KAZEI8 TO WK-RDF-KAZEI8 (WK-RDF-IDX).
           MOVE WK-ADD-ZEI8 TO WK-RDF-ZEI8 (WK-RDF-IDX).
           MOVE WK-ADD-HIKAZEI TO WK-RDF-HIKAZEI (WK-RDF-IDX).
       EXT.
           EXIT.
      *
      *    赤伝は発行日が期間内の行を税区分で計上する。取消済みの
      *    請求書と再発行元の番号はテーブルへ積み、後で取消分を判定
       LOAD-IVF-RTN        SECTION.
           READ IVF-FILE
             AT END
               MOVE "Y" TO IVF-END-FLG
               GO TO EXT
           END-READ.
           MOVE CFIVF-KAISHA-COD TO WK-ROW-KAISHA-COD.
           PERFORM SET-ROW-KAISHA-RTN.
           IF WK-ROW-KAISHA-COD NOT = WK-KAISHA-COD
             GO TO EXT
           END-IF.
           IF CFIVF-REF-INVOICE-NO NOT = ZERO
             IF WK-SAI-CNT >= 5000
               DISPLAY "!!! KUBM158 ABEND : SAI TABLE FULL !!!"
               MOVE RC-ABEND TO RETURN-CODE
               PERFORM TERM-RTN
               STOP RUN
             END-IF
             ADD 1 TO WK-SAI-CNT
             MOVE CFIVF-REF-INVOICE-NO
               TO WK-SAI-REF-INVOICE-NO (WK-SAI-CNT)
             GO TO EXT
           END-IF.
           IF CFIVF-VOIDED
             IF CFIVF-KINGAKU > ZERO
              AND CFIVF-VOID-DATE >= WK-FROM-DATE
              AND CFIVF-VOID-DATE <= WK-TO-DATE
               IF WK-VOD-CNT >= 5000
                 DISPLAY "!!! KUBM158 ABEND : VOD TABLE FULL !!!"
                 MOVE RC-ABEND TO RETURN-CODE
                 PERFORM TERM-RTN
                 STOP RUN
               END-IF
               ADD 1 TO WK-VOD-CNT
               MOVE CFIVF-INVOICE-NO TO WK-VOD-INVOICE-NO (WK-VOD-CNT)
               MOVE CFIVF-TOKU-COD TO WK-VOD-TOKU-COD (WK-VOD-CNT)
               MOVE CFIVF-HAKKO-DATE TO WK-VOD-HAKKO-DATE (WK-VOD-CNT)
               MOVE CFIVF-KINGAKU TO WK-VOD-KINGAKU (WK-VOD-CNT)
             END-IF
             GO TO EXT
           END-IF.
           IF CFIVF-KINGAKU NOT < ZERO
            OR CFIVF-HAKKO-DATE < WK-FROM-DATE
            OR CFIVF-HAKKO-DATE > WK-TO-DATE
             GO TO EXT
           END-IF.
      *
      *    赤伝(税抜のマイナス金額)
           ADD 1 TO WK-AKADEN-CNT.
           MOVE CFIVF-ZEI-KBN TO WK-ZEI-KBN.
           IF WK-ZEI-KBN NOT = "0" AND "1" AND "2"
             MOVE "AKADEN ZEIKBN NASHI(10%)" TO WK-RPC-NAIYO
             MOVE CFIVF-INVOICE-NO TO WK-RPC-KEY
             MOVE CFIVF-TOKU-COD TO WK-RPC-COD
             MOVE CFIVF-KINGAKU TO WK-RPC-KINGAKU
             PERFORM CHUI-RTN
             MOVE "1" TO WK-ZEI-KBN
           END-IF.
           MOVE CFIVF-HAKKO-DATE TO WK-RITSU-DATE.
           MOVE CFIVF-KINGAKU TO WK-BASE.
           PERFORM SET-ADD-RTN.
           MOVE 2 TO WK-KEI-IX.
           PERFORM ADD-KEI-RTN.
           MOVE CFIVF-TOKU-COD TO WK-KEY-COD.
           PERFORM ADD-TOK-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    再発行されなかった取消分の減算（税込金額。同じ得意先・同額
      *    のロールアップの内訳を使い、無ければ標準税率とみなす）
      ******************************************************************
       TORIKESHI-RTN       SECTION.
           MOVE "N" TO WK-SAIHAKKO-FLG.
           SET WK-SAI-IDX TO 1.
           SEARCH WK-SAI-ENT
             AT END
               CONTINUE
             WHEN WK-SAI-IDX > WK-SAI-CNT
               CONTINUE
             WHEN WK-SAI-REF-INVOICE-NO (WK-SAI-IDX)
                    = WK-VOD-INVOICE-NO (WK-VOD-IX)
               MOVE "Y" TO WK-SAIHAKKO-FLG
           END-SEARCH.
           IF WK-SAIHAKKO-FLG = "Y"
             GO TO EXT
           END-IF.
           ADD 1 TO WK-TORIKESHI-CNT.
      *
           SET WK-RDF-IDX TO 1.
           SEARCH WK-RDF-ENT
             AT END
               CONTINUE
             WHEN WK-RDF-IDX > WK-RDF-CNT
               CONTINUE
             WHEN WK-RDF-TOKU-COD (WK-RDF-IDX)
                    = WK-VOD-TOKU-COD (WK-VOD-IX)
              AND WK-RDF-ZEIKOMI (WK-RDF-IDX)
                    = WK-VOD-KINGAKU (WK-VOD-IX)
               COMPUTE WK-ADD-KAZEI10 =
                 ZERO - WK-RDF-KAZEI10 (WK-RDF-IDX)
               COMPUTE WK-ADD-ZEI10 = ZERO - WK-RDF-ZEI10 (WK-RDF-IDX)
               COMPUTE WK-ADD-KAZEI8 =
                 ZERO - WK-RDF-KAZEI8 (WK-RDF-IDX)
               COMPUTE WK-ADD-ZEI8 = ZERO - WK-RDF-ZEI8 (WK-RDF-IDX)
               COMPUTE WK-ADD-HIKAZEI =
                 ZERO - WK-RDF-HIKAZEI (WK-RDF-IDX)
               GO TO ADD-TORIKESHI
           END-SEARCH.
      *
      *    内訳が分からない取消は標準税率の税込金額とみなす
           MOVE "TORIKESHI ZEIRITSU SUITEI" TO WK-RPC-NAIYO.
           MOVE WK-VOD-INVOICE-NO (WK-VOD-IX) TO WK-RPC-KEY.
           MOVE WK-VOD-TOKU-COD (WK-VOD-IX) TO WK-RPC-COD.
           MOVE WK-VOD-KINGAKU (WK-VOD-IX) TO WK-RPC-KINGAKU.
           PERFORM CHUI-RTN.
           MOVE "1" TO WK-ZEI-KBN.
           MOVE WK-VOD-HAKKO-DATE (WK-VOD-IX) TO WK-RITSU-DATE.
           PERFORM FIND-RITSU-RTN.
           COMPUTE WK-BASE =
             ZERO - WK-VOD-KINGAKU (WK-VOD-IX) * 100 / (100 + WK-RITSU).
           MOVE ZERO TO WK-ADD-GRP.
           MOVE WK-BASE TO WK-ADD-KAZEI10.
           COMPUTE WK-ADD-ZEI10 =
             ZERO - WK-VOD-KINGAKU (WK-VOD-IX) - WK-BASE.
       ADD-TORIKESHI.
           MOVE 3 TO WK-KEI-IX.
           PERFORM ADD-KEI-RTN.
           MOVE WK-VOD-TOKU-COD (WK-VOD-IX) TO WK-KEY-COD.
           PERFORM ADD-TOK-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    仕入側（期間内に計上した仕入請求書の明細を商品の税区分で
      *    分け、デビットノートは台帳行の税区分で減算する）
      ******************************************************************
       SIIRE-RTN           SECTION.
           PERFORM LOAD-APF-RTN  UNTIL APF-END-FLG = "Y".
           PERFORM LOAD-API-RTN  UNTIL API-END-FLG = "Y".
           PERFORM APF-RTN
             VARYING WK-APF-IX FROM 1 BY 1
             UNTIL WK-APF-IX > WK-APF-CNT.
       EXT.
           EXIT.
      *
       LOAD-APF-RTN        SECTION.
           READ APF-FILE
             AT END
               MOVE "Y" TO APF-END-FLG
               GO TO EXT
           END-READ.
           MOVE CFAPF-KAISHA-COD TO WK-ROW-KAISHA-COD.
           PERFORM SET-ROW-KAISHA-RTN.
           IF WK-ROW-KAISHA-COD NOT = WK-KAISHA-COD
             GO TO EXT
           END-IF.
           IF CFAPF-KEIJO-DATE < WK-FROM-DATE
            OR CFAPF-KEIJO-DATE > WK-TO-DATE
             GO TO EXT
           END-IF.
           IF WK-APF-CNT >= 5000
             DISPLAY "!!! KUBM158 ABEND : APF TABLE FULL !!!"
             MOVE RC-ABEND TO RETURN-CODE
             PERFORM TERM-RTN
             STOP RUN
           END-IF.
           ADD 1 TO WK-APF-CNT.
           SET WK-APF-IDX TO WK-APF-CNT.
           MOVE CFAPF-SUPPLIER-COD TO WK-APF-SUPPLIER-COD (WK-APF-IDX).
           MOVE CFAPF-INVOICE-NO TO WK-APF-INVOICE-NO (WK-APF-IDX).
           MOVE CFAPF-KEIJO-DATE TO WK-APF-KEIJO-DATE (WK-APF-IDX).
           MOVE CFAPF-KINGAKU TO WK-APF-KINGAKU (WK-APF-IDX).
           MOVE CFAPF-DENPYO-KBN TO WK-APF-DENPYO-KBN (WK-APF-IDX).
           MOVE CFAPF-ZEI-KBN TO WK-APF-ZEI-KBN (WK-APF-IDX).
           MOVE "N" TO WK-APF-MEISAI-FLG (WK-APF-IDX).
           MOVE CFAPF-KOJO-KBN TO WK-APF-KOJO-KBN (WK-APF-IDX).
       EXT.
           EXIT.
      *
      *    期間内に計上された仕入請求書の明細だけを計上する
       LOAD-API-RTN        SECTION.
           READ API-FILE
             AT END
               MOVE "Y" TO API-END-FLG
               GO TO EXT
           END-READ.
           SET WK-APF-IDX TO 1.
           SEARCH WK-APF-ENT
             AT END
               GO TO EXT
             WHEN WK-APF-IDX > WK-APF-CNT
               GO TO EXT
             WHEN WK-APF-SUPPLIER-COD (WK-APF-IDX) = CFAPI-SUPPLIER-COD
              AND WK-APF-INVOICE-NO (WK-APF-IDX) = CFAPI-INVOICE-NO
              AND WK-APF-DENPYO-KBN (WK-APF-IDX) = SPACE
               MOVE "Y" TO WK-APF-MEISAI-FLG (WK-APF-IDX)
           END-SEARCH.
      *
           MOVE CFAPI-SHOHIN-NO TO CFSHO-SHOHIN-NO.
           READ SHO-FILE
             INVALID KEY
               MOVE SPACE TO CFSHO-ZEI-KBN
           END-READ.
           MOVE CFSHO-ZEI-KBN TO WK-ZEI-KBN.
           IF WK-ZEI-KBN NOT = "0" AND "1" AND "2"
             MOVE "SHOHIN ZEIKBN NASHI(10%)" TO WK-RPC-NAIYO
             MOVE CFAPI-INVOICE-NO TO WK-RPC-KEY
             MOVE CFAPI-SUPPLIER-COD TO WK-RPC-COD
             MOVE CFAPI-KINGAKU TO WK-RPC-KINGAKU
             PERFORM CHUI-RTN
             MOVE "1" TO WK-ZEI-KBN
           END-IF.
           MOVE CFAPI-INVOICE-DATE TO WK-RITSU-DATE.
           MOVE CFAPI-KINGAKU TO WK-BASE.
           PERFORM SET-ADD-RTN.
           MOVE WK-APF-KOJO-KBN (WK-APF-IDX) TO WK-KOJO-KBN.
           PERFORM ADD-KOJO-RTN.
           MOVE 5 TO WK-KEI-IX.
           PERFORM ADD-KEI-RTN.
           MOVE CFAPI-SUPPLIER-COD TO WK-KEY-COD.
           PERFORM ADD-SUP-RTN.
       EXT.
           EXIT.
      *
      *    明細の無い仕入請求書は標準税率とみなし、デビットノートは
      *    台帳行の税区分で計上する
       APF-RTN             SECTION.
           IF WK-APF-DENPYO-KBN (WK-APF-IX) = SPACE
             ADD 1 TO WK-APF-SIIRE-CNT
             IF WK-APF-MEISAI-FLG (WK-APF-IX) = "Y"
               GO TO EXT
             END-IF
             MOVE "SIIRE MEISAI NASHI(10%)" TO WK-RPC-NAIYO
             MOVE "1" TO WK-ZEI-KBN
           ELSE
             MOVE WK-APF-ZEI-KBN (WK-APF-IX) TO WK-ZEI-KBN
             IF WK-ZEI-KBN = "0" OR "1" OR "2"
               GO TO ADD-APF
             END-IF
             MOVE "DN ZEIKBN NASHI(10%)" TO WK-RPC-NAIYO
             MOVE "1" TO WK-ZEI-KBN
           END-IF.
           MOVE WK-APF-INVOICE-NO (WK-APF-IX) TO WK-RPC-KEY.
           MOVE WK-APF-SUPPLIER-COD (WK-APF-IX) TO WK-RPC-COD.
           MOVE WK-APF-KINGAKU (WK-APF-IX) TO WK-RPC-KINGAKU.
           PERFORM CHUI-RTN.
       ADD-APF.
           MOVE WK-APF-KEIJO-DATE (WK-APF-IX) TO WK-RITSU-DATE.
           MOVE WK-APF-KINGAKU (WK-APF-IX) TO WK-BASE.
           PERFORM SET-ADD-RTN.
           MOVE WK-APF-KOJO-KBN (WK-APF-IX) TO WK-KOJO-KBN.
           PERFORM ADD-KOJO-RTN.
           MOVE 5 TO WK-KEI-IX.
           PERFORM ADD-KEI-RTN.
           MOVE WK-APF-SUPPLIER-COD (WK-APF-IX) TO WK-KEY-COD.
           PERFORM ADD-SUP-RTN.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    税抜金額(WK-BASE)を税区分(WK-ZEI-KBN)の欄へ置き、日付
      *    (WK-RITSU-DATE)時点の税率で税額を求める(円未満切捨て)
      ******************************************************************
       SET-ADD-RTN         SECTION.
           MOVE ZERO TO WK-ADD-GRP.
           IF WK-ZEI-KBN = "0"
             MOVE WK-BASE TO WK-ADD-HIKAZEI
             GO TO EXT
           END-IF.
           PERFORM FIND-RITSU-RTN.
           COMPUTE WK-ZEI-GAKU = WK-BASE * WK-RITSU / 100.
           IF WK-ZEI-KBN = "2"
             MOVE WK-BASE TO WK-ADD-KAZEI8
             MOVE WK-ZEI-GAKU TO WK-ADD-ZEI8
           ELSE
             MOVE WK-BASE TO WK-ADD-KAZEI10
             MOVE WK-ZEI-GAKU TO WK-ADD-ZEI10
           END-IF.
       EXT.
           EXIT.
      *
      *    日付以前で最も新しい効力発生日の税率(KCCFZEIの取り決め)
       FIND-RITSU-RTN      SECTION.
           MOVE ZERO TO WK-RITSU.
           MOVE ZERO TO WK-BEST-EFFDATE.
           PERFORM SCAN-ZEI-RTN
             VARYING WK-ZEI-IX FROM 1 BY 1
             UNTIL WK-ZEI-IX > WK-ZEI-CNT.
       EXT.
           EXIT.
      *
       SCAN-ZEI-RTN        SECTION.
           IF WK-ZEI-TBL-KBN (WK-ZEI-IX) = WK-ZEI-KBN
            AND WK-ZEI-TBL-EFFDATE (WK-ZEI-IX) <= WK-RITSU-DATE
            AND WK-ZEI-TBL-EFFDATE (WK-ZEI-IX) >= WK-BEST-EFFDATE
             MOVE WK-ZEI-TBL-EFFDATE (WK-ZEI-IX) TO WK-BEST-EFFDATE
             MOVE WK-ZEI-TBL-RITSU (WK-ZEI-IX) TO WK-RITSU
           END-IF.
       EXT.
           EXIT.
      *
      *    控除区分の割合で控除対象の仕入税額を積む(SPACEは全額)
       ADD-KOJO-RTN        SECTION.
           EVALUATE WK-KOJO-KBN
             WHEN "8"
               MOVE 80 TO WK-KOJO-PCT
             WHEN "5"
               MOVE 50 TO WK-KOJO-PCT
             WHEN "0"
               MOVE ZERO TO WK-KOJO-PCT
             WHEN OTHER
               MOVE 100 TO WK-KOJO-PCT
           END-EVALUATE.
           COMPUTE WK-KOJO-GAKU = WK-ADD-ZEI10 * WK-KOJO-PCT / 100.
           ADD WK-KOJO-GAKU TO WK-KOJO-ZEI10.
           COMPUTE WK-KOJO-GAKU = WK-ADD-ZEI8 * WK-KOJO-PCT / 100.
           ADD WK-KOJO-GAKU TO WK-KOJO-ZEI8.
       EXT.
           EXIT.
      *
       ADD-KEI-RTN         SECTION.
           ADD WK-ADD-KAZEI10 TO WK-KEI-KAZEI10 (WK-KEI-IX).
           ADD WK-ADD-ZEI10 TO WK-KEI-ZEI10 (WK-KEI-IX).
           ADD WK-ADD-KAZEI8 TO WK-KEI-KAZEI8 (WK-KEI-IX).
           ADD WK-ADD-ZEI8 TO WK-KEI-ZEI8 (WK-KEI-IX).
           ADD WK-ADD-HIKAZEI TO WK-KEI-HIKAZEI (WK-KEI-IX).
      *    売上の各区分は売上計へも積む
           IF WK-KEI-IX < 4
             ADD WK-ADD-KAZEI10 TO WK-KEI-KAZEI10 (4)
             ADD WK-ADD-ZEI10 TO WK-KEI-ZEI10 (4)
             ADD WK-ADD-KAZEI8 TO WK-KEI-KAZEI8 (4)
             ADD WK-ADD-ZEI8 TO WK-KEI-ZEI8 (4)
             ADD WK-ADD-HIKAZEI TO WK-KEI-HIKAZEI (4)
           END-IF.
       EXT.
           EXIT.
      *
       ADD-TOK-RTN         SECTION.
           SET WK-TOK-IDX TO 1.
           SEARCH WK-TOK-ENT
             AT END
               DISPLAY "!!! KUBM158 ABEND : TOK TABLE FULL !!!"
               MOVE RC-ABEND TO RETURN-CODE
               PERFORM TERM-RTN
               STOP RUN
             WHEN WK-TOK-IDX > WK-TOK-CNT
               ADD 1 TO WK-TOK-CNT
               MOVE WK-KEY-COD TO WK-TOK-TOKU-COD (WK-TOK-IDX)
               MOVE ZERO TO WK-TOK-KAZEI10 (WK-TOK-IDX)
                            WK-TOK-ZEI10 (WK-TOK-IDX)
                            WK-TOK-KAZEI8 (WK-TOK-IDX)
                            WK-TOK-ZEI8 (WK-TOK-IDX)
                            WK-TOK-HIKAZEI (WK-TOK-IDX)
             WHEN WK-TOK-TOKU-COD (WK-TOK-IDX) = WK-KEY-COD (1:4)
               CONTINUE
           END-SEARCH.
           ADD WK-ADD-KAZEI10 TO WK-TOK-KAZEI10 (WK-TOK-IDX).
           ADD WK-ADD-ZEI10 TO WK-TOK-ZEI10 (WK-TOK-IDX).
           ADD WK-ADD-KAZEI8 TO WK-TOK-KAZEI8 (WK-TOK-IDX).
           ADD WK-ADD-ZEI8 TO WK-TOK-ZEI8 (WK-TOK-IDX).
           ADD WK-ADD-HIKAZEI TO WK-TOK-HIKAZEI (WK-TOK-IDX).
       EXT.
           EXIT.
      *
       ADD-SUP-RTN         SECTION.
           SET WK-SUP-IDX TO 1.
           SEARCH WK-SUP-ENT
             AT END
               DISPLAY "!!! KUBM158 ABEND : SUP TABLE FULL !!!"
               MOVE RC-ABEND TO RETURN-CODE
               PERFORM TERM-RTN
               STOP RUN
             WHEN WK-SUP-IDX > WK-SUP-CNT
               ADD 1 TO WK-SUP-CNT
               MOVE WK-KEY-COD TO WK-SUP-SUPPLIER-COD (WK-SUP-IDX)
               MOVE ZERO TO WK-SUP-KAZEI10 (WK-SUP-IDX)
                            WK-SUP-ZEI10 (WK-SUP-IDX)
                            WK-SUP-KAZEI8 (WK-SUP-IDX)
                            WK-SUP-ZEI8 (WK-SUP-IDX)
                            WK-SUP-HIKAZEI (WK-SUP-IDX)
             WHEN WK-SUP-SUPPLIER-COD (WK-SUP-IDX) = WK-KEY-COD
               CONTINUE
           END-SEARCH.
           ADD WK-ADD-KAZEI10 TO WK-SUP-KAZEI10 (WK-SUP-IDX).
           ADD WK-ADD-ZEI10 TO WK-SUP-ZEI10 (WK-SUP-IDX).
           ADD WK-ADD-KAZEI8 TO WK-SUP-KAZEI8 (WK-SUP-IDX).
           ADD WK-ADD-ZEI8 TO WK-SUP-ZEI8 (WK-SUP-IDX).
           ADD WK-ADD-HIKAZEI TO WK-SUP-HIKAZEI (WK-SUP-IDX).
       EXT.
           EXIT.
      *
      *    推定・みなしで集計した行は注意行を印字して警告とする
       CHUI-RTN            SECTION.
           ADD 1 TO WK-CHUI-CNT.
           MOVE WK-RPT-CHUI TO RPT-REC.
           WRITE RPT-REC.
           MOVE RC-WARNING TO RETURN-CODE.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    集計表・内訳の印字とＣＳＶ出力
      ******************************************************************
       PRINT-RTN           SECTION.
           MOVE SPACE TO CSV-REC.
           STRING "H,"          DELIMITED BY SIZE
                  WK-FROM-DATE  DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WK-TO-DATE    DELIMITED BY SIZE
                  ","           DELIMITED BY SIZE
                  WK-KAISHA-COD DELIMITED BY SIZE
             INTO CSV-REC
           END-STRING.
           WRITE CSV-REC.
      *
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "[ KAZEI HYOJUN-GAKU / ZEIGAKU ]" TO RPT-REC.
           WRITE RPT-REC.
           MOVE WK-RPT-HEAD2 TO RPT-REC.
           WRITE RPT-REC.
           PERFORM PRINT-KEI-RTN
             VARYING WK-KEI-IX FROM 1 BY 1 UNTIL WK-KEI-IX > 5.
      *
      *    仕入税額控除と納付税額
           COMPUTE WK-NOFU-ZEI10 = WK-KEI-ZEI10 (4) - WK-KOJO-ZEI10.
           COMPUTE WK-NOFU-ZEI8 = WK-KEI-ZEI8 (4) - WK-KOJO-ZEI8.
           COMPUTE WK-URI-ZEI-KEI = WK-KEI-ZEI10 (4) + WK-KEI-ZEI8 (4).
           COMPUTE WK-SIIRE-ZEI-KEI =
             WK-KEI-ZEI10 (5) + WK-KEI-ZEI8 (5).
           COMPUTE WK-KOJO-ZEI-KEI = WK-KOJO-ZEI10 + WK-KOJO-ZEI8.
           COMPUTE WK-KOJOGAI-ZEI-KEI =
             WK-SIIRE-ZEI-KEI - WK-KOJO-ZEI-KEI.
           COMPUTE WK-NOFU-ZEI-KEI = WK-URI-ZEI-KEI - WK-KOJO-ZEI-KEI.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "URIAGE ZEIGAKU" TO WK-RPS-TITLE.
           MOVE WK-URI-ZEI-KEI TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           MOVE "SHIIRE ZEIGAKU" TO WK-RPS-TITLE.
           MOVE WK-SIIRE-ZEI-KEI TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           MOVE "KOJO TAISHOGAI (KEIKA SOCHI)" TO WK-RPS-TITLE.
           MOVE WK-KOJOGAI-ZEI-KEI TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           MOVE "SHIIRE ZEIGAKU KOJO" TO WK-RPS-TITLE.
           MOVE WK-KOJO-ZEI-KEI TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           MOVE "NOFU ZEIGAKU (10%)" TO WK-RPS-TITLE.
           MOVE WK-NOFU-ZEI10 TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           MOVE "NOFU ZEIGAKU (8%)" TO WK-RPS-TITLE.
           MOVE WK-NOFU-ZEI8 TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
           MOVE "NOFU ZEIGAKU KEI" TO WK-RPS-TITLE.
           MOVE WK-NOFU-ZEI-KEI TO WK-RPS-KINGAKU.
           MOVE WK-RPT-SUMMARY TO RPT-REC.
           WRITE RPT-REC.
      *
           MOVE "T" TO WK-CSV-SHU.
           MOVE "URIAGE" TO WK-CSV-KBN.
           MOVE SPACE TO WK-CSV-COD.
           MOVE WK-KEI-KAZEI10 (4) TO WK-CSV-KAZEI10.
           MOVE WK-KEI-ZEI10 (4) TO WK-CSV-ZEI10.
           MOVE WK-KEI-KAZEI8 (4) TO WK-CSV-KAZEI8.
           MOVE WK-KEI-ZEI8 (4) TO WK-CSV-ZEI8.
           MOVE WK-KEI-HIKAZEI (4) TO WK-CSV-HIKAZEI.
           PERFORM WRITE-CSV-RTN.
           MOVE "SHIIRE" TO WK-CSV-KBN.
           MOVE WK-KEI-KAZEI10 (5) TO WK-CSV-KAZEI10.
           MOVE WK-KEI-ZEI10 (5) TO WK-CSV-ZEI10.
           MOVE WK-KEI-KAZEI8 (5) TO WK-CSV-KAZEI8.
           MOVE WK-KEI-ZEI8 (5) TO WK-CSV-ZEI8.
           MOVE WK-KEI-HIKAZEI (5) TO WK-CSV-HIKAZEI.
           PERFORM WRITE-CSV-RTN.
           MOVE "KOJO" TO WK-CSV-KBN.
           MOVE ZERO TO WK-CSV-KAZEI10 WK-CSV-KAZEI8 WK-CSV-HIKAZEI.
           MOVE WK-KOJO-ZEI10 TO WK-CSV-ZEI10.
           MOVE WK-KOJO-ZEI8 TO WK-CSV-ZEI8.
           PERFORM WRITE-CSV-RTN.
           MOVE "NOFU" TO WK-CSV-KBN.
           MOVE WK-NOFU-ZEI10 TO WK-CSV-ZEI10.
           MOVE WK-NOFU-ZEI8 TO WK-CSV-ZEI8.
           PERFORM WRITE-CSV-RTN.
      *
      *    得意先別・仕入先別の内訳
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "[ TOKUISAKI BETSU URIAGE ]" TO RPT-REC.
           WRITE RPT-REC.
           MOVE WK-RPT-HEAD2 TO RPT-REC.
           WRITE RPT-REC.
           PERFORM PRINT-TOK-RTN
             VARYING WK-IX FROM 1 BY 1 UNTIL WK-IX > WK-TOK-CNT.
           MOVE SPACE TO RPT-REC.
           WRITE RPT-REC.
           MOVE "[ SHIIRESAKI BETSU SHIIRE ]" TO RPT-REC.
           WRITE RPT-REC.
           MOVE WK-RPT-HEAD2 TO RPT-REC.
           WRITE RPT-REC.
           PERFORM PRINT-SUP-RTN
             VARYING WK-IX FROM 1 BY 1 UNTIL WK-IX > WK-SUP-CNT.
       EXT.
           EXIT.
      *
       PRINT-KEI-RTN       SECTION.
           MOVE WK-KEI-NAME (WK-KEI-IX) TO WK-RPM-NAME.
           MOVE WK-KEI-KAZEI10 (WK-KEI-IX) TO WK-RPM-KAZEI10.
           MOVE WK-KEI-ZEI10 (WK-KEI-IX) TO WK-RPM-ZEI10.
           MOVE WK-KEI-KAZEI8 (WK-KEI-IX) TO WK-RPM-KAZEI8.
           MOVE WK-KEI-ZEI8 (WK-KEI-IX) TO WK-RPM-ZEI8.
           MOVE WK-KEI-HIKAZEI (WK-KEI-IX) TO WK-RPM-HIKAZEI.
           MOVE WK-RPT-MEISAI TO RPT-REC.
           WRITE RPT-REC.
       EXT.
           EXIT.
      *
       PRINT-TOK-RTN       SECTION.
           MOVE SPACE TO WK-RPM-NAME.
           MOVE WK-TOK-TOKU-COD (WK-IX) TO WK-RPM-NAME.
           MOVE WK-TOK-KAZEI10 (WK-IX) TO WK-RPM-KAZEI10.
           MOVE WK-TOK-ZEI10 (WK-IX) TO WK-RPM-ZEI10.
           MOVE WK-TOK-KAZEI8 (WK-IX) TO WK-RPM-KAZEI8.
           MOVE WK-TOK-ZEI8 (WK-IX) TO WK-RPM-ZEI8.
           MOVE WK-TOK-HIKAZEI (WK-IX) TO WK-RPM-HIKAZEI.
           MOVE WK-RPT-MEISAI TO RPT-REC.
           WRITE RPT-REC.
      *
           MOVE "D" TO WK-CSV-SHU.
           MOVE "TOKU" TO WK-CSV-KBN.
           MOVE WK-TOK-TOKU-COD (WK-IX) TO WK-CSV-COD.
           MOVE WK-TOK-KAZEI10 (WK-IX) TO WK-CSV-KAZEI10.
           MOVE WK-TOK-ZEI10 (WK-IX) TO WK-CSV-ZEI10.
           MOVE WK-TOK-KAZEI8 (WK-IX) TO WK-CSV-KAZEI8.
           MOVE WK-TOK-ZEI8 (WK-IX) TO WK-CSV-ZEI8.
           MOVE WK-TOK-HIKAZEI (WK-IX) TO WK-CSV-HIKAZEI.
           PERFORM WRITE-CSV-RTN.
       EXT.
           EXIT.
      *
       PRINT-SUP-RTN       SECTION.
           MOVE SPACE TO WK-RPM-NAME.
           MOVE WK-SUP-SUPPLIER-COD (WK-IX) TO WK-RPM-NAME.
           MOVE WK-SUP-KAZEI10 (WK-IX) TO WK-RPM-KAZEI10.
           MOVE WK-SUP-ZEI10 (WK-IX) TO WK-RPM-ZEI10.
           MOVE WK-SUP-KAZEI8 (WK-IX) TO WK-RPM-KAZEI8.
           MOVE WK-SUP-ZEI8 (WK-IX) TO WK-RPM-ZEI8.
           MOVE WK-SUP-HIKAZEI (WK-IX) TO WK-RPM-HIKAZEI.
           MOVE WK-RPT-MEISAI TO RPT-REC.
           WRITE RPT-REC.
      *
           MOVE "D" TO WK-CSV-SHU.
           MOVE "SHIIRE" TO WK-CSV-KBN.
           MOVE WK-SUP-SUPPLIER-COD (WK-IX) TO WK-CSV-COD.
           MOVE WK-SUP-KAZEI10 (WK-IX) TO WK-CSV-KAZEI10.
           MOVE WK-SUP-ZEI10 (WK-IX) TO WK-CSV-ZEI10.
           MOVE WK-SUP-KAZEI8 (WK-IX) TO WK-CSV-KAZEI8.
           MOVE WK-SUP-ZEI8 (WK-IX) TO WK-CSV-ZEI8.
           MOVE WK-SUP-HIKAZEI (WK-IX) TO WK-CSV-HIKAZEI.
           PERFORM WRITE-CSV-RTN.
       EXT.
           EXIT.
      *
       WRITE-CSV-RTN       SECTION.
           MOVE SPACE TO CSV-REC.
           STRING WK-CSV-SHU     DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  WK-CSV-KBN     DELIMITED BY SPACE
                  ","            DELIMITED BY SIZE
                  WK-CSV-COD     DELIMITED BY SPACE
                  ","            DELIMITED BY SIZE
                  WK-CSV-KAZEI10 DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  WK-CSV-ZEI10   DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  WK-CSV-KAZEI8  DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  WK-CSV-ZEI8    DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  WK-CSV-HIKAZEI DELIMITED BY SIZE
             INTO CSV-REC
           END-STRING.
           WRITE CSV-REC.
       EXT.
           EXIT.
      *
      *    行の会社(SPACEは"01")
       SET-ROW-KAISHA-RTN  SECTION.
           IF WK-ROW-KAISHA-COD = SPACE
             MOVE "01" TO WK-ROW-KAISHA-COD
           END-IF.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-SHO-FILE-ERR = "00"
             CLOSE SHO-FILE
           END-IF.
           IF WK-RDF-FILE-ERR = "00"
             CLOSE RDF-FILE
           END-IF.
           IF WK-IVF-FILE-ERR = "00"
             CLOSE IVF-FILE
           END-IF.
           IF WK-APF-FILE-ERR = "00"
             CLOSE APF-FILE
           END-IF.
           IF WK-API-FILE-ERR = "00"
             CLOSE API-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           IF WK-CSV-FILE-ERR = "00"
             CLOSE CSV-FILE
           END-IF.
           DISPLAY "RDFCNT=" WK-RDF-READ-CNT.
           DISPLAY "AKADENCNT=" WK-AKADEN-CNT.
           DISPLAY "TORIKESHICNT=" WK-TORIKESHI-CNT.
           DISPLAY "SIIRECNT=" WK-APF-SIIRE-CNT.
           DISPLAY "CHUICNT=" WK-CHUI-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM158 END ***".
       EXT.
           EXIT.
      *
      ******************************************************************
      *    実行履歴ファイル(RUNHIST)への記録
      ******************************************************************
       WRITE-RUNHIST-RTN   SECTION.
           MOVE "KUBM158"             TO RUNHIS-PGM-ID.
           MOVE SPACE                 TO RUNHIS-OPERATOR-ID.
           MOVE WK-RUNHIS-START-DATE  TO RUNHIS-START-DATE.
           MOVE WK-RUNHIS-START-TIME  TO RUNHIS-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 5                     TO RUNHIS-CNT-CNT.
           MOVE "RDFCNT"              TO RUNHIS-CNT-LABEL (1).
           MOVE WK-RDF-READ-CNT       TO RUNHIS-CNT-VALUE (1).
           MOVE "AKADENCNT"           TO RUNHIS-CNT-LABEL (2).
           MOVE WK-AKADEN-CNT         TO RUNHIS-CNT-VALUE (2).
           MOVE "TORIKESHI"           TO RUNHIS-CNT-LABEL (3).
           MOVE WK-TORIKESHI-CNT      TO RUNHIS-CNT-VALUE (3).
           MOVE "SIIRECNT"            TO RUNHIS-CNT-LABEL (4).
           MOVE WK-APF-SIIRE-CNT      TO RUNHIS-CNT-VALUE (4).
           MOVE "CHUICNT"             TO RUNHIS-CNT-LABEL (5).
           MOVE WK-CHUI-CNT           TO RUNHIS-CNT-VALUE (5).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
           IF RUNHIS-ERR-YES
             DISPLAY "*** KUBM158 WARNING RUNHIST WRITE FAILED"
           END-IF.
       EXT.
           EXIT.
