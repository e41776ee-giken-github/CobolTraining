      *    刻印日時を表示する。受注番号に何も入力せずEnterすると
      *    終了する。
      ******************************************************************
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：受注承認(承認保留・承認・却下)の刻印日時と
      *                  　承認者ＩＤを表示する処理を追加
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
           03  WK-SL-DATE              PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-SL-TIME              PIC 9(6).
      *
      *承認表示行
       01  WK-SYONIN-LINE.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-SY-KBN-MEI           PIC X(12).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-SY-DATE              PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-SY-TIME              PIC 9(6).
           03  FILLER                  PIC X(5) VALUE " OPE=".
           03  WK-SY-OPE-ID            PIC X(5).
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
               MOVE CFOSF-TORIKESHI-DATE TO WK-SL-DATE
               MOVE CFOSF-TORIKESHI-TIME TO WK-SL-TIME
               PERFORM DISPLAY-STAGE-RTN
               PERFORM DISPLAY-SYONIN-RTN
           END-READ.
       EXI.
           EXIT.
       EXI.
           EXIT.
      ******************************************************************
      *    承認表示処理（承認保留されなかった受注は表示しない）
      ******************************************************************
       DISPLAY-SYONIN-RTN              SECTION.
           EVALUATE TRUE
             WHEN CFOSF-SYONIN-HORYU
               MOVE "承認待ち" TO WK-SY-KBN-MEI
             WHEN CFOSF-SYONIN-ZUMI
               MOVE "承認" TO WK-SY-KBN-MEI
             WHEN CFOSF-SYONIN-KYAKKA
               MOVE "却下" TO WK-SY-KBN-MEI
             WHEN OTHER
               GO TO EXI
           END-EVALUATE.
           MOVE CFOSF-SYONIN-DATE TO WK-SY-DATE.
           MOVE CFOSF-SYONIN-TIME TO WK-SY-TIME.
           MOVE CFOSF-SYONIN-OPE-ID TO WK-SY-OPE-ID.
           DISPLAY WK-SYONIN-LINE.
       EXI.
           EXIT.
      ******************************************************************
      *    終了処理
      ******************************************************************
       TERM-RTN                        SECTION.
