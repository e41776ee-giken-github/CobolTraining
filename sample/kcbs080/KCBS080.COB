      *       変更内容：登録簿の割当名をINR/INOからNRG/NROへ変更。
      *                 INRはKUBM070の請求書番号レジスタ(単一カウンタ
      *                 の別レイアウト)が既に使用しており衝突するため
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：会社別カウンタに対応。S080-KAISHA-COD("02"以降)
      *                 を指定した採番は会社＋カウンタＩＤ単位に管理し、
      *                 未登録なら会社ごとの番号帯((会社コード－1)×
      *                 10000000)の先頭から開始する(請求書番号が会社
      *                 間で重複しないようにするため)。既定会社"01"と
      *                 SPACEは従来どおり共通カウンタの行を使う
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
                                        INDEXED BY WK-CTR-IDX.
             05  WK-CTR-ID             PIC  X(08).
             05  WK-CTR-LAST-NO        PIC  9(08).
             05  WK-CTR-KAISHA-COD     PIC  X(02).
       01  WK-IX                       PIC  9(03) VALUE ZERO.
      *
      *    採番対象の会社(共通カウンタはSPACE)と番号帯の算出用
       01  WK-REQ-KAISHA-COD           PIC  X(02) VALUE SPACE.
       01  WK-REQ-KAISHA-N  REDEFINES  WK-REQ-KAISHA-COD
                                       PIC  9(02).
       01  WK-BAND-SIZE                PIC  9(08) VALUE 10000000.
      *
       LINKAGE             SECTION.
           COPY KCBS080P.
           IF WK-INR-LOADED-FLG = "N"
             PERFORM LOAD-INR-RTN
           END-IF.
      *    既定会社"01"・会社指定なしは共通カウンタとして扱う
           MOVE S080-KAISHA-COD TO WK-REQ-KAISHA-COD.
           IF WK-REQ-KAISHA-COD NOT NUMERIC
             MOVE SPACE TO WK-REQ-KAISHA-COD
           ELSE
             IF WK-REQ-KAISHA-N <= 1
               MOVE SPACE TO WK-REQ-KAISHA-COD
             END-IF
           END-IF.
           SET WK-CTR-IDX TO 1.
           SEARCH WK-CTR-ENT
             AT END
               ADD 1 TO WK-CTR-CNT
               SET WK-CTR-IDX TO WK-CTR-CNT
               MOVE S080-COUNTER-ID TO WK-CTR-ID (WK-CTR-IDX)
               MOVE WK-REQ-KAISHA-COD TO WK-CTR-KAISHA-COD (WK-CTR-IDX)
               MOVE ZERO TO WK-CTR-LAST-NO (WK-CTR-IDX)
               IF WK-REQ-KAISHA-COD NOT = SPACE
                 COMPUTE WK-CTR-LAST-NO (WK-CTR-IDX) =
                   (WK-REQ-KAISHA-N - 1) * WK-BAND-SIZE
               END-IF
             WHEN WK-CTR-ID (WK-CTR-IDX) = S080-COUNTER-ID
              AND WK-CTR-KAISHA-COD (WK-CTR-IDX) = WK-REQ-KAISHA-COD
               CONTINUE
           END-SEARCH.
           ADD 1 TO WK-CTR-LAST-NO (WK-CTR-IDX).
           MOVE CFINR-COUNTER-ID OF INR-REC TO WK-CTR-ID (WK-CTR-IDX).
           MOVE CFINR-LAST-NO OF INR-REC
             TO WK-CTR-LAST-NO (WK-CTR-IDX).
           MOVE CFINR-KAISHA-COD OF INR-REC
             TO WK-CTR-KAISHA-COD (WK-CTR-IDX).
       EXT.
           EXIT.
      *
           MOVE SPACE TO INO-REC.
           MOVE WK-CTR-ID (WK-IX) TO CFINR-COUNTER-ID OF INO-REC.
           MOVE WK-CTR-LAST-NO (WK-IX) TO CFINR-LAST-NO OF INO-REC.
           MOVE WK-CTR-KAISHA-COD (WK-IX)
             TO CFINR-KAISHA-COD OF INO-REC.
           WRITE INO-REC.
           IF WK-INO-FILE-ERR NOT = "00"
             MOVE "E" TO S080-RCD
