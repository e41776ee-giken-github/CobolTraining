      *    ・オペレータIDがマスタに無い
      *    ・利用停止(CFOPE-CLOSED)
      *    ・対象リソースの権限が"Y"でない／リソースコードが不正
      *    ・会社コード(S030-KAISHA-COD)指定時、その会社の参照権限
      *    　(CFOPE-KAISHA-KENGEN)が無い
      ******************************************************************
      *    変更日/変更者 ：２０２６年０９月０１日　システム技研
      *    変更内容    　：リソース"POA"(発注承認)・"PST"(会計期間
      *                  　クローズ管理)の権限判定を追加(オペレータ
      *                  　マスタのCFOPE-AUTH-POA／CFOPE-AUTH-PSTを
      *                  　参照する)
      ******************************************************************
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：リソース"WOF"(貸倒償却)の権限判定を追加
      *                  　(オペレータマスタのCFOPE-AUTH-WOFを参照)
      ******************************************************************
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：会社コード(S030-KAISHA-COD)が渡された場合
      *                  　に、オペレータマスタの会社参照権限(CFOPE-
      *                  　KAISHA-KENGEN)を判定する処理を追加。"**"は
      *                  　全社許可、2つともSPACEは既定会社"01"のみ
      *                  　許可とする
      ******************************************************************
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：リソース"JSN"(受注承認)の権限判定を追加
      *                  　(オペレータマスタのCFOPE-AUTH-JSNを参照)
      ******************************************************************
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：リソース"MSA"(重要項目変更の承認)の権限判定
      *                  　を追加(オペレータマスタのCFOPE-AUTH-MSAを参照)
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
             88  WK-OPE-AUTH-POA-YES   VALUE "Y".
           03  WK-OPE-AUTH-PST         PIC  X(01).
             88  WK-OPE-AUTH-PST-YES   VALUE "Y".
           03  WK-OPE-AUTH-WOF         PIC  X(01).
             88  WK-OPE-AUTH-WOF-YES   VALUE "Y".
           03  WK-OPE-KAISHA-KENGEN    PIC  X(02) OCCURS 2 TIMES.
           03  WK-OPE-AUTH-JSN         PIC  X(01).
             88  WK-OPE-AUTH-JSN-YES   VALUE "Y".
           03  WK-OPE-AUTH-MSA         PIC  X(01).
             88  WK-OPE-AUTH-MSA-YES   VALUE "Y".
      *
       LINKAGE                         SECTION.
           COPY KCBS030P.
           END-IF.
      *
           PERFORM CHECK-AUTH-RTN.
           IF S030-RCD = SPACE
             PERFORM CHECK-KAISHA-RTN
           END-IF.
       EXT.
           EXIT PROGRAM.
      ******************************************************************
             MOVE CFOPE-AUTH-USR TO WK-OPE-AUTH-USR
             MOVE CFOPE-AUTH-POA TO WK-OPE-AUTH-POA
             MOVE CFOPE-AUTH-PST TO WK-OPE-AUTH-PST
             MOVE CFOPE-AUTH-WOF TO WK-OPE-AUTH-WOF
             MOVE CFOPE-KAISHA-KENGEN (1) TO WK-OPE-KAISHA-KENGEN (1)
             MOVE CFOPE-KAISHA-KENGEN (2) TO WK-OPE-KAISHA-KENGEN (2)
             MOVE CFOPE-AUTH-JSN TO WK-OPE-AUTH-JSN
             MOVE CFOPE-AUTH-MSA TO WK-OPE-AUTH-MSA
           ELSE
             PERFORM READ-OPE-RTN
           END-IF.
                 MOVE "NOT AUTHORIZED FOR PERIOD CONTROL"
                   TO S030-REASON
               END-IF
             WHEN "WOF"
               IF NOT WK-OPE-AUTH-WOF-YES
                 MOVE "E" TO S030-RCD
                 MOVE "NOT AUTHORIZED FOR BAD DEBT WRITE-OFF"
                   TO S030-REASON
               END-IF
             WHEN "JSN"
               IF NOT WK-OPE-AUTH-JSN-YES
                 MOVE "E" TO S030-RCD
                 MOVE "NOT AUTHORIZED FOR ORDER APPROVAL"
                   TO S030-REASON
               END-IF
             WHEN "MSA"
               IF NOT WK-OPE-AUTH-MSA-YES
                 MOVE "E" TO S030-RCD
                 MOVE "NOT AUTHORIZED FOR MASTER CHG APPROVAL"
                   TO S030-REASON
               END-IF
             WHEN OTHER
               MOVE "E" TO S030-RCD
               MOVE "INVALID RESOURCE CODE" TO S030-REASON
           END-EVALUATE.
       EXI.
           EXIT.
      ******************************************************************
      *    会社参照権限判定処理（会社コード未指定は判定しない）
      ******************************************************************
       CHECK-KAISHA-RTN                SECTION.
           IF S030-KAISHA-COD = SPACE OR LOW-VALUE
             GO TO EXI
           END-IF.
           IF WK-OPE-KAISHA-KENGEN (1) = "**"
            OR WK-OPE-KAISHA-KENGEN (2) = "**"
             GO TO EXI
           END-IF.
           IF WK-OPE-KAISHA-KENGEN (1) = SPACE
            AND WK-OPE-KAISHA-KENGEN (2) = SPACE
             IF S030-KAISHA-COD NOT = "01"
               MOVE "E" TO S030-RCD
               MOVE "NOT AUTHORIZED FOR COMPANY" TO S030-REASON
             END-IF
             GO TO EXI
           END-IF.
           IF S030-KAISHA-COD NOT = WK-OPE-KAISHA-KENGEN (1)
            AND S030-KAISHA-COD NOT = WK-OPE-KAISHA-KENGEN (2)
             MOVE "E" TO S030-RCD
             MOVE "NOT AUTHORIZED FOR COMPANY" TO S030-REASON
           END-IF.
       EXI.
           EXIT.
