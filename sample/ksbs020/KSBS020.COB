       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         KSBS020.
      ******************************************************************
      * システム名    ：研修
      * サブシステム名：商品
      * プログラム名  ：適格請求書登録番号検査・控除区分判定
      * 作成日／作成者：２０２６年１０月１５日　システム技研
      *       変更内容：新規作成。仕入先マスタ保守(KSBM050)が登録番号
      *                 のチェックデジット検査("C")に、三点照合
      *                 (KSBM110)・仕入返品(KSBM123)が仕入税額控除の
      *                 区分判定("K")に使う共通サブプログラム。
      *                 登録番号は"T"＋13桁で、先頭桁がチェック
      *                 デジット(法人番号と同じ算式：下位から奇数桁は
      *                 1倍・偶数桁は2倍した12桁の和を9で割った余りを
      *                 9から引く)。控除区分は登録事業者の登録日以後
      *                 と制度開始前の請求書が全額、それ以外は経過
      *                 措置の期間(2026年9月30日までは80％、2029年
      *                 9月30日までは50％)による。
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       DATA                DIVISION.
       WORKING-STORAGE     SECTION.
      *    制度開始日と経過措置の期間末日
       01  WK-SEIDO-KAISHI             PIC  9(08) VALUE 20231001.
       01  WK-KEIKA80-END              PIC  9(08) VALUE 20260930.
       01  WK-KEIKA50-END              PIC  9(08) VALUE 20290930.
      *
      *    登録番号の数字部(13桁。先頭がチェックデジット)
       01  WK-NO-X                     PIC  X(13) VALUE SPACE.
       01  WK-NO-TBL REDEFINES WK-NO-X.
           03  WK-NO-KETA              PIC  9(01) OCCURS 13 TIMES.
       01  WK-N                        PIC  9(02) VALUE ZERO.
       01  WK-POS                      PIC  9(02) VALUE ZERO.
       01  WK-KEISU                    PIC  9(01) VALUE ZERO.
       01  WK-WA                       PIC  9(04) VALUE ZERO.
       01  WK-SHO                      PIC  9(04) VALUE ZERO.
       01  WK-AMARI                    PIC  9(01) VALUE ZERO.
       01  WK-CD                       PIC  9(01) VALUE ZERO.
      *
       LINKAGE             SECTION.
           COPY KSBS020-PARAMS.
      *
       PROCEDURE           DIVISION  USING  KSBS020-P1.
           MOVE SPACE TO TRK-ERR.
           EVALUATE TRUE
             WHEN TRK-FUNC-CHECK
               PERFORM CHECK-RTN
             WHEN TRK-FUNC-KOJO
               PERFORM KOJO-RTN
             WHEN OTHER
               MOVE "Y" TO TRK-ERR
           END-EVALUATE.
       EXT.
           EXIT PROGRAM.
      *
      ******************************************************************
      *    登録番号の形式・チェックデジット検査
      ******************************************************************
       CHECK-RTN           SECTION.
           IF TRK-TOROKU-NO (1:1) NOT = "T"
             MOVE "Y" TO TRK-ERR
             GO TO EXT
           END-IF.
           MOVE TRK-TOROKU-NO (2:13) TO WK-NO-X.
           IF WK-NO-X IS NOT NUMERIC
             MOVE "Y" TO TRK-ERR
             GO TO EXT
           END-IF.
           MOVE ZERO TO WK-WA.
           PERFORM ADD-KETA-RTN
             VARYING WK-N FROM 1 BY 1 UNTIL WK-N > 12.
           DIVIDE WK-WA BY 9 GIVING WK-SHO REMAINDER WK-AMARI.
           COMPUTE WK-CD = 9 - WK-AMARI.
           IF WK-CD NOT = WK-NO-KETA (1)
             MOVE "Y" TO TRK-ERR
           END-IF.
       EXT.
           EXIT.
      *
      *    下位からN桁目(奇数桁は1倍、偶数桁は2倍)を積む
       ADD-KETA-RTN        SECTION.
           COMPUTE WK-POS = 14 - WK-N.
           DIVIDE WK-N BY 2 GIVING WK-SHO REMAINDER WK-AMARI.
           IF WK-AMARI = 1
             MOVE 1 TO WK-KEISU
           ELSE
             MOVE 2 TO WK-KEISU
           END-IF.
           COMPUTE WK-WA = WK-WA + WK-NO-KETA (WK-POS) * WK-KEISU.
       EXT.
           EXIT.
      *
      ******************************************************************
      *    仕入税額控除の区分判定
      ******************************************************************
       KOJO-RTN            SECTION.
           IF TRK-DATE < WK-SEIDO-KAISHI
             GO TO ZENGAKU
           END-IF.
           IF TRK-TOROKU-NO NOT = SPACE
            AND TRK-TOROKU-DATE NOT = ZERO
            AND TRK-TOROKU-DATE <= TRK-DATE
             GO TO ZENGAKU
           END-IF.
           IF TRK-DATE <= WK-KEIKA80-END
             MOVE "8" TO TRK-KOJO-KBN
             MOVE 80 TO TRK-KOJO-RITSU
             GO TO EXT
           END-IF.
           IF TRK-DATE <= WK-KEIKA50-END
             MOVE "5" TO TRK-KOJO-KBN
             MOVE 50 TO TRK-KOJO-RITSU
             GO TO EXT
           END-IF.
           MOVE "0" TO TRK-KOJO-KBN.
           MOVE ZERO TO TRK-KOJO-RITSU.
           GO TO EXT.
       ZENGAKU.
           MOVE "1" TO TRK-KOJO-KBN.
           MOVE 100 TO TRK-KOJO-RITSU.
       EXT.
           EXIT.
