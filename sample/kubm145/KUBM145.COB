      *                 マスタ保守権限をKCBS030(リソース"TOK")で確認
      *                 し、適用した変更はKCBS070でマスタ変更履歴へ
      *                 記録する。結果は一覧(RPT)へ印字する。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：納品先保守データの処置の後ろに受入可能曜日(7桁
      *                 "Y"/SPACE、月曜～日曜)・受入時間帯(開始・終了
      *                 HHMM)を追加し、納品先マスタへ反映する。時間帯
      *                 が数字でない場合は指定なし(ZERO)とする
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
           03  FILLER                  PIC  X(01).
      *    処置："A"=追加  "U"=変更  "D"=削除
           03  SIN-ACTION              PIC  X(01).
           03  FILLER                  PIC  X(01).
      *    受入可能曜日(1桁目=月曜～7桁目=日曜。"Y"=受入可)
           03  SIN-UKEIRE-YOBI         PIC  X(07).
           03  FILLER                  PIC  X(01).
      *    受入時間帯(開始・終了HHMM)
           03  SIN-UKEIRE-FROM-X       PIC  X(04).
           03  SIN-UKEIRE-FROM  REDEFINES  SIN-UKEIRE-FROM-X
                                       PIC  9(04).
           03  FILLER                  PIC  X(01).
           03  SIN-UKEIRE-TO-X         PIC  X(04).
           03  SIN-UKEIRE-TO  REDEFINES  SIN-UKEIRE-TO-X
                                       PIC  9(04).
       FD  STM-FILE.
       01  STM-REC.
           COPY KCCFSTM.
             05  WK-STM-ADDRESS        PIC  X(40).
             05  WK-STM-TEL-NO         PIC  X(13).
             05  WK-STM-REGION-COD     PIC  X(02).
             05  WK-STM-UKEIRE-YOBI    PIC  X(07).
             05  WK-STM-UKEIRE-FROM    PIC  9(04).
             05  WK-STM-UKEIRE-TO      PIC  9(04).
             05  WK-STM-DEL-FLG        PIC  X(01).
       01  WK-IX                       PIC  9(04) VALUE ZERO.
      *
      *    変更履歴用のマスタ行イメージ(前後)
       01  WK-STM-IMAGE-REC.
           COPY KCCFSTM.
       01  WK-MCJ-BEFORE               PIC  X(99) VALUE SPACE.
       01  WK-MCJ-AFTER                PIC  X(99) VALUE SPACE.
      ******************************************************************
      *  一覧印字用
      ******************************************************************
             TO WK-STM-TEL-NO (WK-STM-IDX).
           MOVE CFSTM-REGION-COD OF STM-REC
             TO WK-STM-REGION-COD (WK-STM-IDX).
           MOVE CFSTM-UKEIRE-YOBI OF STM-REC
             TO WK-STM-UKEIRE-YOBI (WK-STM-IDX).
           IF CFSTM-UKEIRE-FROM OF STM-REC NUMERIC
            AND CFSTM-UKEIRE-TO OF STM-REC NUMERIC
             MOVE CFSTM-UKEIRE-FROM OF STM-REC
               TO WK-STM-UKEIRE-FROM (WK-STM-IDX)
             MOVE CFSTM-UKEIRE-TO OF STM-REC
               TO WK-STM-UKEIRE-TO (WK-STM-IDX)
           ELSE
             MOVE ZERO TO WK-STM-UKEIRE-FROM (WK-STM-IDX)
             MOVE ZERO TO WK-STM-UKEIRE-TO (WK-STM-IDX)
           END-IF.
           MOVE "N" TO WK-STM-DEL-FLG (WK-STM-IDX).
       EXT.
           EXIT.
               MOVE SIN-TEL-NO TO WK-STM-TEL-NO (WK-STM-IDX)
               MOVE SIN-REGION-COD
                 TO WK-STM-REGION-COD (WK-STM-IDX)
               PERFORM SET-UKEIRE-RTN
               PERFORM MAKE-STM-IMAGE-RTN
               MOVE WK-STM-IMAGE-REC TO WK-MCJ-AFTER
               ADD 1 TO WK-UPD-CNT
             MOVE SIN-TEL-NO TO WK-STM-TEL-NO (WK-STM-IDX)
             MOVE SIN-REGION-COD
               TO WK-STM-REGION-COD (WK-STM-IDX)
             PERFORM SET-UKEIRE-RTN
             MOVE "N" TO WK-STM-DEL-FLG (WK-STM-IDX)
             MOVE SPACE TO WK-MCJ-BEFORE
             PERFORM MAKE-STM-IMAGE-RTN
             TO CFSTM-TEL-NO OF WK-STM-IMAGE-REC.
           MOVE WK-STM-REGION-COD (WK-STM-IDX)
             TO CFSTM-REGION-COD OF WK-STM-IMAGE-REC.
           MOVE WK-STM-UKEIRE-YOBI (WK-STM-IDX)
             TO CFSTM-UKEIRE-YOBI OF WK-STM-IMAGE-REC.
           MOVE WK-STM-UKEIRE-FROM (WK-STM-IDX)
             TO CFSTM-UKEIRE-FROM OF WK-STM-IMAGE-REC.
           MOVE WK-STM-UKEIRE-TO (WK-STM-IDX)
             TO CFSTM-UKEIRE-TO OF WK-STM-IMAGE-REC.
       EXT.
           EXIT.
      *
      *    保守データの受入条件をテーブル行へ設定する(時間帯が数字で
      *    ない場合は指定なし)
       SET-UKEIRE-RTN      SECTION.
           MOVE SIN-UKEIRE-YOBI TO WK-STM-UKEIRE-YOBI (WK-STM-IDX).
           IF SIN-UKEIRE-FROM NUMERIC
            AND SIN-UKEIRE-TO NUMERIC
             MOVE SIN-UKEIRE-FROM TO WK-STM-UKEIRE-FROM (WK-STM-IDX)
             MOVE SIN-UKEIRE-TO TO WK-STM-UKEIRE-TO (WK-STM-IDX)
           ELSE
             MOVE ZERO TO WK-STM-UKEIRE-FROM (WK-STM-IDX)
             MOVE ZERO TO WK-STM-UKEIRE-TO (WK-STM-IDX)
           END-IF.
       EXT.
           EXIT.
      *
             TO CFSTM-TEL-NO OF STO-REC.
           MOVE WK-STM-REGION-COD (WK-IX)
             TO CFSTM-REGION-COD OF STO-REC.
           MOVE WK-STM-UKEIRE-YOBI (WK-IX)
             TO CFSTM-UKEIRE-YOBI OF STO-REC.
           MOVE WK-STM-UKEIRE-FROM (WK-IX)
             TO CFSTM-UKEIRE-FROM OF STO-REC.
           MOVE WK-STM-UKEIRE-TO (WK-IX)
             TO CFSTM-UKEIRE-TO OF STO-REC.
           WRITE STO-REC.
       EXT.
           EXIT.
