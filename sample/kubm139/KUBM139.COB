      *                 モードで求め、業務日付が期限を過ぎた受注を
      *                 担当部署付きの滞留一覧(RPT)へ印字する。滞留が
      *                 あればRC-WARNINGを返す。
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：承認保留から却下(CFOSF-LAST-STATUS="R")された
      *                 受注は取消と同様に滞留判定の対象外とする
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
           END-READ.
           ADD 1 TO WK-OSF-CNT.
           IF CFOSF-LAST-STATUS = "C"
            OR CFOSF-LAST-STATUS = "R"
             GO TO EXT
           END-IF.
      *
