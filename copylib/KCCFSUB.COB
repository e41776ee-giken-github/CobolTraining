000010******************************************************************
000020*    KCCFSUB : 代替品マスタ                          LRECL=40
000030*    欠品時に出荷してよい同等品を、注文商品(CFSUB-SHOHIN-NO)ごと
000040*    に優先順位(CFSUB-YUSEN、1が最優先)つきで持つ。在庫引当
000050*    (KUBM080)は注文商品の在庫で満たせない残数量を、有効期間内
000060*    の代替品へ優先順位の順に引き当ててから引当不足へ回す。
000070*    得意先承認要(CFSUB-SHONIN-YOU)の代替品は自動では出荷せず、
000080*    代替提案として代替品実績(KCCFDTF)へ出すだけにする。得意先
000090*    マスタで代替不可(CFTOK-DAITAI-FUKA)の得意先には使わない。
000100*    保守は代替品マスタ保守(KSBM129)。
000110******************************************************************
000120     03  CFSUB-SHOHIN-NO             PIC  X(05).
000130     03  CFSUB-DAITAI-SHOHIN-NO      PIC  X(05).
000140     03  CFSUB-YUSEN                 PIC  9(02).
000150*    有効期間(出荷予定日で判定。ZEROは期限なし)
000160     03  CFSUB-FROM-DATE             PIC  9(08).
000170     03  CFSUB-TO-DATE               PIC  9(08).
000180*    得意先承認区分("Y"=出荷前に得意先の承認が必要)
000190     03  CFSUB-SHONIN-KBN            PIC  X(01).
000200       88  CFSUB-SHONIN-YOU          VALUE "Y".
000210     03  FILLER                      PIC  X(11).
