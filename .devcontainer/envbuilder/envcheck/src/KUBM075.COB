      *                  　残を前受金計上(KUBM117)が預りへ計上できる
      *                  　ようにするため
      ******************************************************************
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：未回収請求書へ充当しきれない入金は、同じ
      *                  　得意先の貸倒償却済("W")請求書の償却残へ
      *                  　充当し、償却債権取立益(8480)と仮受消費税
      *                  　(2150)／普通預金(1110)の仕訳データ(JNL)を
      *                  　書き出すよう変更。あわせて更新後台帳(IVO)
      *                  　へ読み込んだ行の全項目を書き戻すよう変更
      ******************************************************************
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：仕訳データに得意先コード(CFJNL-TOKU-COD)と
      *                  　出力元プログラム(CFJNL-PGM-ID)を設定
      ******************************************************************
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：会社コードに対応。入金データは環境変数
      *                  　KAISHA-COD(省略時"01")の会社の口座分として
      *                  　扱い、同じ会社の請求書にだけ消し込む。仕訳
      *                  　データへ会社コードを設定。請求書発行台帳の
      *                  　レコード長変更(142バイト)に追随
      ******************************************************************
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：本部一括請求に対応。請求先(CFTOK-SEIKYU-
      *                  　TOKU-COD)が設定された店舗からの入金は請求先
      *                  　(本部)の請求書へ消し込み、消込台帳にも請求
      *                  　先を記録する。本部の請求書へ充当しきれない
      *                  　残りは切替前に店舗宛に発行した請求書へ充当
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
           SELECT UMF-FILE
             ASSIGN TO EXTERNAL UMF
               FILE STATUS IS WK-UMF-FILE-ERR.
           SELECT JNL-FILE
             ASSIGN TO EXTERNAL JNL
               FILE STATUS IS WK-JNL-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       01  PLF-REC.
           COPY KCCFPLF.
       FD  IVO-FILE.
       01  IVO-REC                     PIC X(142).
       FD  UMF-FILE.
       01  UMF-REC                     PIC X(80).
       FD  JNL-FILE.
       01  JNL-REC.
           COPY KCCFJNL.
      *
       WORKING-STORAGE                 SECTION.
           COPY KSTDRC.
       01  WK-PLF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-IVO-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-UMF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-JNL-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  ZGF-END-FLG                 PIC X VALUE "N".
       01  IVF-END-FLG                 PIC X VALUE "N".
       01  TOK-END-FLG                 PIC X VALUE "N".
       01  WK-MATCHED-CNT              PIC 9(10) VALUE ZERO.
       01  WK-PARTIAL-CNT              PIC 9(10) VALUE ZERO.
       01  WK-UNMATCHED-CNT            PIC 9(10) VALUE ZERO.
       01  WK-TORITATE-CNT             PIC 9(10) VALUE ZERO.
       01  WK-TORITATE-GOKEI           PIC S9(13) VALUE ZERO.
       01  JNL-CNT                     PIC 9(10) VALUE ZERO.
      *
      *請求書発行台帳テーブル（未回収分の消込対象。消込結果を反映
      *した全件をIVO-FILEへ書き戻す）
             05  WK-IVF-KINGAKU        PIC S9(13).
             05  WK-IVF-NYUKIN         PIC S9(13).
             05  WK-IVF-STATUS         PIC X(01).
             05  WK-IVF-SHOKYAKU       PIC S9(13).
             05  WK-IVF-SHOKYAKU-ZEI   PIC S9(11).
             05  WK-IVF-KAISHA-COD     PIC X(02).
      *      読み込んだ行そのもの(更新しない項目を書き戻すため)
             05  WK-IVF-IMAGE          PIC X(142).
       01  WK-IVF-IDX                  PIC 9(5) VALUE ZERO.
      *
      *得意先マスタ突合用テーブル（口座・カナ名称による入金元特定）
             05  WK-TOKU-TBL-BANK      PIC X(4).
             05  WK-TOKU-TBL-SHITEN    PIC X(3).
             05  WK-TOKU-TBL-KOZA      PIC X(7).
             05  WK-TOKU-TBL-SEIKYU    PIC X(4).
       01  WK-TOKU-FOUND-FLG           PIC X(1).
       01  WK-HIT-TOKU-COD             PIC X(4) VALUE SPACE.
      *入金元として特定した得意先（本部一括請求の店舗のときは
      *WK-HIT-TOKU-CODが請求先(本部)になり、こちらは店舗のまま）
       01  WK-MOTO-TOKU-COD            PIC X(4) VALUE SPACE.
      *充当先の得意先（請求先→店舗自身の順に切り替えて充当する）
       01  WK-APPLY-TOKU-COD           PIC X(4) VALUE SPACE.
      *
      *消込処理用
       01  WK-ZANDAKA                  PIC S9(13) VALUE ZERO.
       01  WK-LAST-INVOICE-NO          PIC 9(08) VALUE ZERO.
       01  WK-APPLY-STATUS             PIC X(1) VALUE SPACE.
      *
      *処理対象の会社（環境変数KAISHA-CODで指定。省略時"01"）
       01  WK-KAISHA-COD               PIC X(2) VALUE "01".
       01  WK-ENV-KAISHA-COD           PIC X(2) VALUE SPACE.
      *
      *償却債権取立益の仕訳用
       01  WK-TORITATE-ZEI             PIC S9(13) VALUE ZERO.
       01  WK-TORITATE-HONTAI          PIC S9(13) VALUE ZERO.
      *
      *未消込リスト出力行
       01  WK-UMF-LINE.
           03  FILLER                  PIC X(17) VALUE
           DISPLAY "*** KUBM075 START ***".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WK-RUNHIS-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WK-RUNHIS-START-TIME.
      *
           DISPLAY "KAISHA-COD" UPON ENVIRONMENT-NAME.
           ACCEPT WK-ENV-KAISHA-COD FROM ENVIRONMENT-VALUE.
           IF WK-ENV-KAISHA-COD NOT = SPACE
             MOVE WK-ENV-KAISHA-COD TO WK-KAISHA-COD
           END-IF.
           DISPLAY "*** KUBM075 KAISHA=" WK-KAISHA-COD.
      *
           OPEN INPUT ZGF-FILE.
           IF WK-ZGF-FILE-ERR NOT = 00
               MOVE "Y" TO ZGF-END-FLG
             END-IF
           END-IF.
      *
           IF ZGF-END-FLG NOT = "Y"
             OPEN OUTPUT JNL-FILE
             IF WK-JNL-FILE-ERR NOT = 00
               DISPLAY "*** KUBM075 ABEND NOT JNL-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "Y" TO ZGF-END-FLG
             END-IF
           END-IF.
      *
           IF ZGF-END-FLG NOT = "Y"
             PERFORM READ-RTN
           MOVE CFIVF-KINGAKU TO WK-IVF-KINGAKU (WK-IVF-CNT).
           MOVE CFIVF-NYUKIN-KINGAKU TO WK-IVF-NYUKIN (WK-IVF-CNT).
           MOVE CFIVF-STATUS TO WK-IVF-STATUS (WK-IVF-CNT).
           MOVE CFIVF-SHOKYAKU-KINGAKU TO WK-IVF-SHOKYAKU (WK-IVF-CNT).
           MOVE CFIVF-SHOKYAKU-ZEI TO WK-IVF-SHOKYAKU-ZEI (WK-IVF-CNT).
           IF CFIVF-KAISHA-COD = SPACE
             MOVE "01" TO WK-IVF-KAISHA-COD (WK-IVF-CNT)
           ELSE
             MOVE CFIVF-KAISHA-COD TO WK-IVF-KAISHA-COD (WK-IVF-CNT)
           END-IF.
           MOVE IVF-REC TO WK-IVF-IMAGE (WK-IVF-CNT).
           PERFORM READ-IVF-RTN.
       EXI.
           EXIT.
           MOVE CFTOK-BANK-COD TO WK-TOKU-TBL-BANK (WK-TOKU-IDX).
           MOVE CFTOK-SHITEN-COD TO WK-TOKU-TBL-SHITEN (WK-TOKU-IDX).
           MOVE CFTOK-KOZA-NO TO WK-TOKU-TBL-KOZA (WK-TOKU-IDX).
           MOVE CFTOK-SEIKYU-TOKU-COD
             TO WK-TOKU-TBL-SEIKYU (WK-TOKU-IDX).
           PERFORM READ-TOK-RTN.
       EXI.
           EXIT.
                 MOVE WK-TOKU-TBL-COD (WK-TOKU-IDX) TO WK-HIT-TOKU-COD
             END-SEARCH
           END-IF.
      *
      *    本部一括請求の店舗は請求先(本部)の請求書へ消し込む
           MOVE WK-HIT-TOKU-COD TO WK-MOTO-TOKU-COD.
           IF WK-TOKU-FOUND-FLG = "Y"
             AND WK-TOKU-TBL-SEIKYU (WK-TOKU-IDX) NOT = SPACE
             MOVE WK-TOKU-TBL-SEIKYU (WK-TOKU-IDX) TO WK-HIT-TOKU-COD
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
       APPLY-NYUKIN-RTN                 SECTION.
           MOVE ZGF-KINGAKU TO WK-NOKORI.
           MOVE ZERO TO WK-LAST-INVOICE-NO.
           MOVE WK-HIT-TOKU-COD TO WK-APPLY-TOKU-COD.
           MOVE 1 TO WK-IVF-IDX.
           PERFORM APPLY-ONE-INVOICE-RTN
             UNTIL WK-IVF-IDX > WK-IVF-CNT
                OR WK-NOKORI = ZERO.
      *
      *    本部一括請求の店舗からの入金で残りがあれば、切替前に店舗
      *    宛に発行した請求書へ充当する
           IF WK-NOKORI > ZERO
             AND WK-MOTO-TOKU-COD NOT = WK-HIT-TOKU-COD
             MOVE WK-MOTO-TOKU-COD TO WK-APPLY-TOKU-COD
             MOVE 1 TO WK-IVF-IDX
             PERFORM APPLY-ONE-INVOICE-RTN
               UNTIL WK-IVF-IDX > WK-IVF-CNT
                  OR WK-NOKORI = ZERO
           END-IF.
      *
      *    残りは貸倒償却済の請求書の回収として扱う
           IF WK-NOKORI > ZERO
             MOVE 1 TO WK-IVF-IDX
             PERFORM APPLY-SHOKYAKU-RTN
               UNTIL WK-IVF-IDX > WK-IVF-CNT
                  OR WK-NOKORI = ZERO
           END-IF.
      *
           IF WK-NOKORI = ZERO
             MOVE "M" TO WK-APPLY-STATUS
           EXIT.
      ******************************************************************
      *    請求書1件分の充当処理（発行日順に格納されている台帳を
      *    先頭から走査し、処理対象会社の充当先得意先(WK-APPLY-TOKU-
      *    COD)の未回収分にだけ充当する）
      ******************************************************************
       APPLY-ONE-INVOICE-RTN            SECTION.
           IF WK-IVF-TOKU-COD (WK-IVF-IDX) = WK-APPLY-TOKU-COD
             AND WK-IVF-KAISHA-COD (WK-IVF-IDX) = WK-KAISHA-COD
             AND WK-IVF-STATUS (WK-IVF-IDX) NOT = "C"
             AND WK-IVF-STATUS (WK-IVF-IDX) NOT = "W"
             COMPUTE WK-ZANDAKA = WK-IVF-KINGAKU (WK-IVF-IDX)
                                - WK-IVF-NYUKIN (WK-IVF-IDX)
             IF WK-ZANDAKA > ZERO
       EXI.
           EXIT.
      ******************************************************************
      *    償却債権回収処理（貸倒償却済の請求書の償却残へ充当し、
      *    償却債権取立益として仕訳する。状態は"W"のまま）
      ******************************************************************
       APPLY-SHOKYAKU-RTN               SECTION.
           IF WK-IVF-TOKU-COD (WK-IVF-IDX) = WK-HIT-TOKU-COD
             AND WK-IVF-KAISHA-COD (WK-IVF-IDX) = WK-KAISHA-COD
             AND WK-IVF-STATUS (WK-IVF-IDX) = "W"
             COMPUTE WK-ZANDAKA = WK-IVF-KINGAKU (WK-IVF-IDX)
                                - WK-IVF-NYUKIN (WK-IVF-IDX)
             IF WK-ZANDAKA > ZERO
               IF WK-NOKORI >= WK-ZANDAKA
                 MOVE WK-ZANDAKA TO WK-APPLIED
               ELSE
                 MOVE WK-NOKORI TO WK-APPLIED
               END-IF
               COMPUTE WK-IVF-NYUKIN (WK-IVF-IDX) =
                 WK-IVF-NYUKIN (WK-IVF-IDX) + WK-APPLIED
               COMPUTE WK-NOKORI = WK-NOKORI - WK-APPLIED
               MOVE WK-IVF-INVOICE-NO (WK-IVF-IDX)
                 TO WK-LAST-INVOICE-NO
               ADD 1 TO WK-TORITATE-CNT
               ADD WK-APPLIED TO WK-TORITATE-GOKEI
               PERFORM WRITE-TORITATE-JNL-RTN
             END-IF
           END-IF.
           ADD 1 TO WK-IVF-IDX.
       EXI.
           EXIT.
      ******************************************************************
      *    償却債権取立益仕訳出力処理（回収額に含まれる消費税は償却
      *    時の税額の割合で按分し仮受消費税へ戻す）
      ******************************************************************
       WRITE-TORITATE-JNL-RTN           SECTION.
           MOVE ZERO TO WK-TORITATE-ZEI.
           IF WK-IVF-SHOKYAKU (WK-IVF-IDX) > ZERO
             COMPUTE WK-TORITATE-ZEI = WK-APPLIED
               * WK-IVF-SHOKYAKU-ZEI (WK-IVF-IDX)
               / WK-IVF-SHOKYAKU (WK-IVF-IDX)
           END-IF.
           COMPUTE WK-TORITATE-HONTAI = WK-APPLIED - WK-TORITATE-ZEI.
      *
           MOVE SPACE TO JNL-REC.
           MOVE "KUBM075" TO CFJNL-PGM-ID.
           MOVE WK-KAISHA-COD TO CFJNL-KAISHA-COD.
           MOVE WK-HIT-TOKU-COD TO CFJNL-TOKU-COD.
           MOVE ZGF-FURIKOMI-DATE TO CFJNL-DATE.
           MOVE "1110" TO CFJNL-KANJO-COD.
           MOVE "D" TO CFJNL-TAISHAKU.
           MOVE WK-APPLIED TO CFJNL-KINGAKU.
           MOVE WK-IVF-INVOICE-NO (WK-IVF-IDX) TO CFJNL-REF.
           MOVE "SHOKYAKU TORITATE" TO CFJNL-TEKIYO.
           WRITE JNL-REC.
           ADD 1 TO JNL-CNT.
      *
           MOVE SPACE TO JNL-REC.
           MOVE "KUBM075" TO CFJNL-PGM-ID.
           MOVE WK-KAISHA-COD TO CFJNL-KAISHA-COD.
           MOVE WK-HIT-TOKU-COD TO CFJNL-TOKU-COD.
           MOVE ZGF-FURIKOMI-DATE TO CFJNL-DATE.
           MOVE "8480" TO CFJNL-KANJO-COD.
           MOVE "C" TO CFJNL-TAISHAKU.
           MOVE WK-TORITATE-HONTAI TO CFJNL-KINGAKU.
           MOVE WK-IVF-INVOICE-NO (WK-IVF-IDX) TO CFJNL-REF.
           MOVE "SHOKYAKU TORITATE" TO CFJNL-TEKIYO.
           WRITE JNL-REC.
           ADD 1 TO JNL-CNT.
      *
           IF WK-TORITATE-ZEI > ZERO
             MOVE SPACE TO JNL-REC
             MOVE "KUBM075" TO CFJNL-PGM-ID
             MOVE WK-KAISHA-COD TO CFJNL-KAISHA-COD
             MOVE WK-HIT-TOKU-COD TO CFJNL-TOKU-COD
             MOVE ZGF-FURIKOMI-DATE TO CFJNL-DATE
             MOVE "2150" TO CFJNL-KANJO-COD
             MOVE "C" TO CFJNL-TAISHAKU
             MOVE WK-TORITATE-ZEI TO CFJNL-KINGAKU
             MOVE WK-IVF-INVOICE-NO (WK-IVF-IDX) TO CFJNL-REF
             MOVE "SHOKYAKU TORITATE" TO CFJNL-TEKIYO
             WRITE JNL-REC
             ADD 1 TO JNL-CNT
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込入金処理（得意先を特定できない入金）
      ******************************************************************
       WRITE-UNMATCHED-RTN              SECTION.
      *    更新後請求書発行台帳一件出力処理
      ******************************************************************
       WRITE-IVO-ONE-RTN                SECTION.
           MOVE WK-IVF-IMAGE (WK-IVF-IDX) TO IVF-REC.
           MOVE WK-IVF-INVOICE-NO (WK-IVF-IDX) TO CFIVF-INVOICE-NO.
           MOVE WK-IVF-TOKU-COD (WK-IVF-IDX) TO CFIVF-TOKU-COD.
           MOVE WK-IVF-HAKKO-DATE (WK-IVF-IDX) TO CFIVF-HAKKO-DATE.
           IF WK-UMF-FILE-ERR = 00
             CLOSE UMF-FILE
           END-IF.
           IF WK-JNL-FILE-ERR = 00
             CLOSE JNL-FILE
           END-IF.
           DISPLAY "*** KUBM075 ZGF=" ZGF-CNT.
           DISPLAY "*** KUBM075 PLF=" PLF-CNT.
           DISPLAY "*** KUBM075 IVO=" IVO-CNT.
           DISPLAY "*** KUBM075 MATCHED=" WK-MATCHED-CNT.
           DISPLAY "*** KUBM075 PARTIAL=" WK-PARTIAL-CNT.
           DISPLAY "*** KUBM075 UNMATCHED=" WK-UNMATCHED-CNT.
           DISPLAY "*** KUBM075 TORITATE=" WK-TORITATE-CNT
             " " WK-TORITATE-GOKEI.
           DISPLAY "*** KUBM075 JNL=" JNL-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM075 END ***".
       EXI.
