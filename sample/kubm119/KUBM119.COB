      *                 合わせて拡幅(116桁のままでは例外イメージが
      *                 欠落していた)。台帳マイナス行の数値拡張項目
      *                 (支払期日以降)をZEROで初期化するよう修正
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：赤伝の台帳行に返品商品の税区分(商品マスタの
      *                 CFSHO-ZEI-KBN)を設定する(赤伝の金額は税抜の
      *                 ため、消費税集計表KUBM158が税率別に分けるのに
      *                 使う)。商品マスタに無い商品はSPACEのまま
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：赤伝に返品明細の会社コード(UF010-KAISHA-COD)
      *                 を設定し、番号もその会社の"INVOICE"カウンタ
      *                 から採番する(SPACEは既定会社"01")
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：返品明細の退避領域をKUCF010の拡張(130桁)に
      *                 合わせて拡幅
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：交換(UF010-KOKAN)の返品は返金しないため赤伝を
      *                 発行せず、件数だけを数える(交換の組の請求は
      *                 代品の無償出荷で相殺され、未返品時の請求は
      *                 KUBM167が行う)
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
           SELECT IVF-FILE
             ASSIGN TO EXTERNAL IVF
               FILE STATUS IS WK-IVF-FILE-ERR.
           SELECT SHO-FILE
             ASSIGN TO EXTERNAL SHO
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CFSHO-SHOHIN-NO
               FILE STATUS IS WK-SHO-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               ORGANIZATION LINE SEQUENTIAL
       FD  IVF-FILE.
       01  IVF-REC.
           COPY KCCFIVF.
       FD  SHO-FILE.
       01  SHO-REC.
           COPY KCCFSHO.
       FD  RPT-FILE.
       01  RPT-REC                     PIC  X(100).
       FD  EXF-FILE.
       01  WK-BSD-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-UOF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-IVF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-SHO-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-EXF-FILE-ERR             PIC  X(02) VALUE HIGH-VALUE.
       01  WK-INIT-OK-FLG              PIC  X(01) VALUE "Y".
       01  WK-HEN-TBL.
           03  WK-HEN-CNT              PIC  9(05) VALUE ZERO.
           03  WK-HEN-ENT              OCCURS 2000 TIMES.
             05  WK-HEN-REC            PIC  X(130).
       01  WK-HEN-IX                   PIC  9(05) VALUE ZERO.
       01  WK-HEN-WORK.
           COPY KUCF010.
       01  WK-HEN-READ-CNT             PIC  9(09) VALUE ZERO.
       01  WK-AKADEN-CNT               PIC  9(09) VALUE ZERO.
       01  WK-EXC-CNT                  PIC  9(09) VALUE ZERO.
       01  WK-KOKAN-CNT                PIC  9(09) VALUE ZERO.
      ******************************************************************
      *  赤伝伝票印字用
      ******************************************************************
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN INPUT SHO-FILE
             IF WK-SHO-FILE-ERR NOT = "00"
               DISPLAY "*** KUBM119 ABEND NOT SHO-FILE"
               MOVE RC-ABEND TO RETURN-CODE
               MOVE "N" TO WK-INIT-OK-FLG
             END-IF
           END-IF.
           IF WK-INIT-OK-FLG = "Y"
             OPEN OUTPUT RPT-FILE
             IF WK-RPT-FILE-ERR NOT = "00"
                 TO WK-URI-SURYO (WK-URI-IDX)
               MOVE UF010-KINGAKU-JPY OF UOF-REC
                 TO WK-URI-KINGAKU-JPY (WK-URI-IDX)
      *      交換の返品は返金しない(赤伝の対象外)
             WHEN UF010-RETURN-REC OF UOF-REC
              AND UF010-KOKAN OF UOF-REC
               ADD 1 TO WK-KOKAN-CNT
             WHEN UF010-RETURN-REC OF UOF-REC
               IF WK-HEN-CNT >= 2000
                 DISPLAY "!!! KUBM119 ABEND : HEN TABLE FULL !!!"
      *
           MOVE "N" TO S080-FUNCTION.
           MOVE "INVOICE" TO S080-COUNTER-ID.
           MOVE UF010-KAISHA-COD OF WK-HEN-WORK TO S080-KAISHA-COD.
           CALL "KCBS080" USING KCBS080-P1.
           IF S080-RCD = "E"
             DISPLAY "!!! KUBM119 ABEND : SAIBAN FUKA !!!"
           MOVE ZERO TO CFIVF-REF-INVOICE-NO.
           MOVE ZERO TO CFIVF-GAIKA-KINGAKU.
           MOVE ZERO TO CFIVF-INV-RATE.
      *    赤伝の金額は税抜。税率別に分けられるよう税区分を持たせる
           MOVE UF010-SHOHIN-NO OF WK-HEN-WORK TO CFSHO-SHOHIN-NO.
           READ SHO-FILE
             INVALID KEY
               MOVE SPACE TO CFSHO-ZEI-KBN
           END-READ.
           MOVE CFSHO-ZEI-KBN TO CFIVF-ZEI-KBN.
           IF UF010-KAISHA-COD OF WK-HEN-WORK = SPACE
             MOVE "01" TO CFIVF-KAISHA-COD
           ELSE
             MOVE UF010-KAISHA-COD OF WK-HEN-WORK TO CFIVF-KAISHA-COD
           END-IF.
           WRITE IVF-REC.
       EXT.
           EXIT.
           IF WK-IVF-FILE-ERR = "00"
             CLOSE IVF-FILE
           END-IF.
           IF WK-SHO-FILE-ERR = "00"
             CLOSE SHO-FILE
           END-IF.
           IF WK-RPT-FILE-ERR = "00"
             CLOSE RPT-FILE
           END-IF.
           DISPLAY "HENPINCNT=" WK-HEN-READ-CNT.
           DISPLAY "AKADENCNT=" WK-AKADEN-CNT.
           DISPLAY "EXCCNT=" WK-EXC-CNT.
           DISPLAY "KOKANCNT=" WK-KOKAN-CNT.
           PERFORM WRITE-RUNHIST-RTN.
           DISPLAY "*** KUBM119 END ***".
       EXT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUNHIS-END-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUNHIS-END-TIME.
           MOVE RETURN-CODE           TO RUNHIS-RTN-CODE.
           MOVE 4                     TO RUNHIS-CNT-CNT.
           MOVE "HENPINCNT"           TO RUNHIS-CNT-LABEL (1).
           MOVE WK-HEN-READ-CNT       TO RUNHIS-CNT-VALUE (1).
           MOVE "AKADENCNT"           TO RUNHIS-CNT-LABEL (2).
           MOVE WK-AKADEN-CNT         TO RUNHIS-CNT-VALUE (2).
           MOVE "EXCCNT"              TO RUNHIS-CNT-LABEL (3).
           MOVE WK-EXC-CNT            TO RUNHIS-CNT-VALUE (3).
           MOVE "KOKANCNT"            TO RUNHIS-CNT-LABEL (4).
           MOVE WK-KOKAN-CNT          TO RUNHIS-CNT-VALUE (4).
           MOVE RETURN-CODE TO WK-SAVE-RTN-CODE.
           CALL "KRUNHIS" USING KRUNHIS-P1.
           MOVE WK-SAVE-RTN-CODE TO RETURN-CODE.
