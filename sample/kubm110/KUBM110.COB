      *                 エクスポージャが増えていない限り解除状態を
      *                 引き継ぐ。受注が請求済みかどうかの判定は
      *                 KUSTMPの照会機能("R")による。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：受取手形期日決済(KUBM153)が立てた不渡り理由
      *                 ("F")の保留行は、エクスポージャに関係なく
      *                 そのまま引き継ぐ(限度超過の保留行は重ねて
      *                 書かない)。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：本部一括請求に対応。請求先(CFTOK-SEIKYU-TOKU-
      *                 COD)が設定された店舗の未回収残・未請求額は請求
      *                 先(本部)へ合算し、本部の与信限度額で判定する。
      *                 エクスポージャ行・保留行は本部のコードで書く。
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
                                        INDEXED BY WK-TOK-IDX.
             05  WK-TOK-TOKU-COD       PIC  X(04).
             05  WK-TOK-LIMIT          PIC S9(09).
             05  WK-TOK-SEIKYU-COD     PIC  X(04).
      ******************************************************************
      *  前日分の与信保留(解除済み)テーブル
      ******************************************************************
             05  WK-CHI-RELEASE-DATE   PIC  9(08).
             05  WK-CHI-RELEASE-OPE    PIC  X(05).
       01  WK-CHI-FOUND-FLG            PIC  X(01) VALUE "N".
      ******************************************************************
      *  前日分の不渡り保留テーブル(解除されるまで無条件に引き継ぐ)
      ******************************************************************
       01  WK-FHD-TBL.
           03  WK-FHD-CNT              PIC  9(05) VALUE ZERO.
           03  WK-FHD-ENT              OCCURS 500 TIMES
                                        INDEXED BY WK-FHD-IDX.
             05  WK-FHD-TOKU-COD       PIC  X(04).
             05  WK-FHD-REC            PIC  X(52).
       01  WK-FHD-FOUND-FLG            PIC  X(01) VALUE "N".
      *
       01  WK-EXPOSURE                 PIC S9(13) VALUE ZERO.
       01  WK-LIMIT                    PIC S9(09) VALUE ZERO.
             PERFORM OUTPUT-RTN
               VARYING WK-EXP-IDX FROM 1 BY 1
               UNTIL WK-EXP-IDX > WK-EXP-CNT
             PERFORM WRITE-FHD-RTN
               VARYING WK-FHD-IDX FROM 1 BY 1
               UNTIL WK-FHD-IDX > WK-FHD-CNT
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
           SET WK-TOK-IDX TO WK-TOK-CNT.
           MOVE CFTOK-TOKU-COD TO WK-TOK-TOKU-COD (WK-TOK-IDX).
           MOVE CFTOK-CREDIT-LIMIT TO WK-TOK-LIMIT (WK-TOK-IDX).
           MOVE CFTOK-SEIKYU-TOKU-COD
             TO WK-TOK-SEIKYU-COD (WK-TOK-IDX).
       EXT.
           EXIT.
      *
      *    前日分の保留行のうち解除済み("R")だけを引継ぎ候補として
      *    保持する。保留中("H")は今夜の集計結果で作り直す。ただし
      *    不渡り理由("F")の保留中の行はそのまま引き継ぐ。
       LOAD-CHI-RTN        SECTION.
           READ CHI-FILE
             AT END
               MOVE "Y" TO CHI-END-FLG
               GO TO EXT
           END-READ.
           IF CFCHD-HELD OF CHI-REC
            AND CFCHD-RIYU-FUWATARI OF CHI-REC
             IF WK-FHD-CNT >= 500
               DISPLAY "!!! KUBM110 ABEND : FHD TABLE FULL !!!"
               MOVE RC-ABEND TO RETURN-CODE
               PERFORM TERM-RTN
               STOP RUN
             END-IF
             ADD 1 TO WK-FHD-CNT
             SET WK-FHD-IDX TO WK-FHD-CNT
             MOVE CFCHD-TOKU-COD OF CHI-REC
               TO WK-FHD-TOKU-COD (WK-FHD-IDX)
             MOVE CHI-REC TO WK-FHD-REC (WK-FHD-IDX)
             GO TO EXT
           END-IF.
           IF CFCHD-RELEASED OF CHI-REC
             IF WK-CHI-CNT >= 500
               DISPLAY "*** KUBM110 WARNING CHI TABLE FULL"
           IF CFIVF-OPEN OR CFIVF-PARTIAL
             ADD 1 TO WK-IVF-CNT
             MOVE CFIVF-TOKU-COD TO WK-LOOKUP-TOKU-COD
             PERFORM SEIKYU-SAKI-RTN
             PERFORM FIND-TOKU-RTN
             COMPUTE WK-EXP-URIKAKE (WK-EXP-IDX) =
               WK-EXP-URIKAKE (WK-EXP-IDX)
               ELSE
                 ADD 1 TO WK-UOF-CNT
                 MOVE UF010-TOKU-COD TO WK-LOOKUP-TOKU-COD
                 PERFORM SEIKYU-SAKI-RTN
                 PERFORM FIND-TOKU-RTN
                 ADD UF010-KINGAKU-JPY
                   TO WK-EXP-MISEIKYU (WK-EXP-IDX)
       EXT.
           EXIT.
      *
      *    本部一括請求の店舗は請求先(本部)へ合算するため、WK-LOOKUP-
      *    TOKU-CODを請求先のコードに置き換える(階層は1段のみ)。
       SEIKYU-SAKI-RTN     SECTION.
           IF WK-TOK-CNT = ZERO
             GO TO EXT
           END-IF.
           SET WK-TOK-IDX TO 1.
           SEARCH WK-TOK-ENT
             AT END
               CONTINUE
             WHEN WK-TOK-TOKU-COD (WK-TOK-IDX) = WK-LOOKUP-TOKU-COD
               IF WK-TOK-SEIKYU-COD (WK-TOK-IDX) NOT = SPACE
                 MOVE WK-TOK-SEIKYU-COD (WK-TOK-IDX)
                   TO WK-LOOKUP-TOKU-COD
               END-IF
           END-SEARCH.
       EXT.
           EXIT.
      *
      *    集計テーブル上の得意先コードの位置をWK-EXP-IDXへ返す。
      *    未登録なら新規エントリを追加して返す。
       FIND-TOKU-RTN       SECTION.
      *
      *    限度額超過の得意先の保留行を書き出す。前日に解除済みで、
      *    解除時点からエクスポージャが増えていなければ解除状態を
      *    引き継ぐ。不渡り保留中の得意先はWRITE-FHD-RTNが書くので
      *    ここでは書かない。
       WRITE-CHD-RTN       SECTION.
           MOVE "N" TO WK-FHD-FOUND-FLG.
           IF WK-FHD-CNT > ZERO
             SET WK-FHD-IDX TO 1
             SEARCH WK-FHD-ENT
               AT END
                 CONTINUE
               WHEN WK-FHD-TOKU-COD (WK-FHD-IDX)
                      = WK-EXP-TOKU-COD (WK-EXP-IDX)
                 MOVE "Y" TO WK-FHD-FOUND-FLG
             END-SEARCH
           END-IF.
           IF WK-FHD-FOUND-FLG = "Y"
             GO TO EXT
           END-IF.
      *
           MOVE "N" TO WK-CHI-FOUND-FLG.
           SET WK-CHI-IDX TO 1.
           IF WK-CHI-CNT > ZERO
           WRITE CHD-REC.
       EXT.
           EXIT.
      *
      *    前日分の不渡り保留行をそのまま書き出す。
       WRITE-FHD-RTN       SECTION.
           MOVE WK-FHD-REC (WK-FHD-IDX) TO CHD-REC.
           WRITE CHD-REC.
           ADD 1 TO WK-HOLD-CNT.
       EXT.
           EXIT.
      *
       TERM-RTN            SECTION.
           IF WK-IVF-FILE-ERR = "00"
