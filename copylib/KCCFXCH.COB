000010******************************************************************
000020*    KCCFXCH : 交換台帳                              LRECL=80
000030*    受注抽出(KUBM030)が交換(決済方法"K")の代品の明細を受け付ける
000040*    たびに1行追記する。代品は無償で出荷し、返品は返金しないため
000050*    交換の組の請求・赤伝は相殺してZEROになる。交換品未返品請求
000060*    (KUBM167)が日次で返品入庫(返品振り分け記録KCCFRDP)と突合し、
000070*    返品がそろった行は台帳から外し、交換日から規定日数を過ぎても
000080*    返品が届かない行は未返品分の代品を請求書発行台帳(KCCFIVF)へ
000090*    請求して台帳から外す。残った行は新世代へ引き継ぐ。
000100******************************************************************
000110*    交換元の返品の受注番号と、その返品の元受注番号(返品入庫の
000120*    突合キー。返品振り分け記録のCFRDP-JUCHU-NO)
000130     03  CFXCH-RET-JUCHU-NO          PIC  9(04).
000140     03  CFXCH-MOTO-JUCHU-NO         PIC  9(04).
000150*    代品の受注番号・明細行番号
000160     03  CFXCH-KOKAN-JUCHU-NO        PIC  9(04).
000170     03  CFXCH-MEISAI-GYO-NO         PIC  9(02).
000180     03  CFXCH-TOKU-COD              PIC  X(04).
000190     03  CFXCH-SHOHIN-NO             PIC  X(05).
000200     03  CFXCH-SURYO                 PIC  9(05).
000210*    代品の通常の金額(円換算)。未返品時はこの金額を按分して請求する
000220     03  CFXCH-KINGAKU-JPY           PIC S9(11).
000230*    交換日(代品の受注日)
000240     03  CFXCH-KOKAN-DATE            PIC  9(08).
000250     03  CFXCH-KAISHA-COD            PIC  X(02).
000260*    返品入庫済みの数量(KUBM167が実行ごとに設定する)
000270     03  CFXCH-NYUKA-SURYO           PIC  9(05).
000280     03  FILLER                      PIC  X(26).
