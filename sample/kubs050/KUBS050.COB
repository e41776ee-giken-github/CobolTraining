       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KUBS050.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：販売単位換算
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。注文単位(ケース・ボール・バラ)つき
      *                 の数量を、商品マスタの入数でバラ数量へ換算
      *                 する共通サブプログラム。換算後の数量が最小
      *                 発注単位の倍数であることを検証し、併せて
      *                 ケース数と端数を返す(ピッキングリスト・
      *                 納品書の表示用)。ファイルは使用しない。
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       DATA                DIVISION.
       WORKING-STORAGE     SECTION.
       01  WK-IRISU                    PIC  9(05).
       01  WK-BARA-SURYO               PIC  9(10).
       01  WK-SHO                      PIC  9(10).
       01  WK-AMARI                    PIC  9(05).
      *
       LINKAGE             SECTION.
           COPY KUBS050-PARAMS.
      *
       PROCEDURE           DIVISION  USING  KUBS050-P1.
           MOVE SPACE TO TNI-RCD.
           MOVE ZERO TO TNI-BARA-SURYO.
           MOVE ZERO TO TNI-CASE-SU.
           MOVE ZERO TO TNI-HASU-SURYO.
           PERFORM CONV-RTN.
           IF TNI-OK
             PERFORM CASE-BUNKAI-RTN
           END-IF.
       EXT.
           EXIT PROGRAM.
      *
      ******************************************************************
      *    注文単位からバラ数量への換算
      ******************************************************************
       CONV-RTN                 SECTION.
           EVALUATE TNI-KBN
             WHEN " "
             WHEN "P"
               MOVE 1 TO WK-IRISU
             WHEN "B"
               MOVE TNI-BALL-IRISU TO WK-IRISU
             WHEN "C"
               MOVE TNI-CASE-IRISU TO WK-IRISU
             WHEN OTHER
               MOVE "U" TO TNI-RCD
               GO TO EXT
           END-EVALUATE.
           IF WK-IRISU NOT NUMERIC OR WK-IRISU = ZERO
             MOVE "I" TO TNI-RCD
             GO TO EXT
           END-IF.
      *
           MULTIPLY TNI-SURYO BY WK-IRISU GIVING WK-BARA-SURYO.
           IF WK-BARA-SURYO > 99999
             MOVE "O" TO TNI-RCD
             GO TO EXT
           END-IF.
           MOVE WK-BARA-SURYO TO TNI-BARA-SURYO.
      *
      *    最小発注単位(ZERO・1は制限なし)の倍数であること
           IF TNI-MIN-CHECK = "N"
             GO TO EXT
           END-IF.
           IF TNI-MIN-HACHU-TANI NOT NUMERIC
            OR TNI-MIN-HACHU-TANI <= 1
             GO TO EXT
           END-IF.
           DIVIDE TNI-BARA-SURYO BY TNI-MIN-HACHU-TANI GIVING WK-SHO
             REMAINDER WK-AMARI.
           IF WK-AMARI NOT = ZERO
             MOVE "M" TO TNI-RCD
           END-IF.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    バラ数量のケース数・端数への分解
      ******************************************************************
       CASE-BUNKAI-RTN          SECTION.
           IF TNI-CASE-IRISU NOT NUMERIC OR TNI-CASE-IRISU = ZERO
             MOVE TNI-BARA-SURYO TO TNI-HASU-SURYO
             GO TO EXT
           END-IF.
           DIVIDE TNI-BARA-SURYO BY TNI-CASE-IRISU GIVING WK-SHO
             REMAINDER WK-AMARI.
           MOVE WK-SHO TO TNI-CASE-SU.
           MOVE WK-AMARI TO TNI-HASU-SURYO.
       EXT.
           EXIT.
