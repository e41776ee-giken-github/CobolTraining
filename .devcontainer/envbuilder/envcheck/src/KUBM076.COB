      *    は当月受注金額しか見ないため、長期滞留の検知は本リストが
      *    受け持つ。
      ******************************************************************
      *    変更日/変更者 ：２０２６年１０月１５日　システム技研
      *    変更内容    　：貸倒償却済("W")の請求書を未回収残高から除外
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
      ******************************************************************
       MAIN-RTN                        SECTION.
           IF NOT CFIVF-CLEARED
            AND NOT CFIVF-WRITTEN-OFF
             COMPUTE WK-ZANDAKA = CFIVF-KINGAKU - CFIVF-NYUKIN-KINGAKU
             IF WK-ZANDAKA > ZERO
               ADD 1 TO WK-OPEN-CNT
