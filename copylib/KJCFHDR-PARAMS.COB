000140     03  KJCFHDR-DETAIL-CNT          PIC  9(09).
000150     03  KJCFHDR-REC                 PIC  X(56).
000160     03  KJCFHDR-BATCH-SERIAL        PIC  9(06).
000162*    バッチの会社コード。SPACEの場合は環境変数KAISHA-COD、それも
000164*    無ければ既定会社"01"をヘッダーへ刻印し、刻印した値を返す。
000170     03  KJCFHDR-KAISHA-COD          PIC  X(02).
