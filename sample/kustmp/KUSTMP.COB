      *       変更内容：照会機能("R")を追加。受注が登録済みかと最終
      *                 ステータスを返す（訂正サスペンスの実行を
      *                 またいだ元受注の存在確認に使う）
      * 変更日／変更者：２０２６年１０月１５日　システム技研
      *       変更内容：受注承認のステージ("P"=承認保留・"A"=承認・
      *                 "R"=却下)を追加。承認・却下は承認者ＩＤ
      *                 (STMP-OPE-ID)も記録する
      ******************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
               MOVE ZERO TO CFOSF-SEIKYU-DATE CFOSF-SEIKYU-TIME
               MOVE ZERO TO CFOSF-NYUKIN-DATE CFOSF-NYUKIN-TIME
               MOVE ZERO TO CFOSF-TORIKESHI-DATE CFOSF-TORIKESHI-TIME
               MOVE ZERO TO CFOSF-SYONIN-DATE CFOSF-SYONIN-TIME
           END-READ.
      *
           EVALUATE STMP-STAGE
             WHEN "C"
               MOVE STMP-DATE TO CFOSF-TORIKESHI-DATE
               MOVE STMP-TIME TO CFOSF-TORIKESHI-TIME
             WHEN "P"
               MOVE STMP-DATE TO CFOSF-SYONIN-DATE
               MOVE STMP-TIME TO CFOSF-SYONIN-TIME
               MOVE SPACE TO CFOSF-SYONIN-OPE-ID
               MOVE STMP-STAGE TO CFOSF-SYONIN-KBN
             WHEN "A"
             WHEN "R"
               MOVE STMP-DATE TO CFOSF-SYONIN-DATE
               MOVE STMP-TIME TO CFOSF-SYONIN-TIME
               MOVE STMP-OPE-ID TO CFOSF-SYONIN-OPE-ID
               MOVE STMP-STAGE TO CFOSF-SYONIN-KBN
             WHEN OTHER
               MOVE "Y" TO STMP-ERR
               GO TO EXT
