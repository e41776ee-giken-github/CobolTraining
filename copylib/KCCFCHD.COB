000070*    保留にする。解除は与信解除(KUBM111)が行い、解除後に
000080*    エクスポージャが解除時点(CFCHD-EXPOSURE)から増えていない
000090*    限りKUBM110は解除状態を翌日に引き継ぐ。
000092*    受取手形期日決済(KUBM153)は不渡りの得意先に保留理由"F"の
000094*    保留行を立てる。"F"の保留はエクスポージャに関係なく
000096*    KUBM110が翌日以降も引き継ぎ、KUBM111の解除で終わる。
000100******************************************************************
000110     03  CFCHD-TOKU-COD              PIC  X(04).
000120*    状態："H"=保留中  "R"=解除済
000180     03  CFCHD-HOLD-DATE             PIC  9(08).
000190     03  CFCHD-RELEASE-DATE          PIC  9(08).
000200     03  CFCHD-RELEASE-OPE           PIC  X(05).
000202*    保留理由：SPACE=与信限度超過  "F"=手形不渡り
000204     03  CFCHD-HOLD-RIYU             PIC  X(01).
000206       88  CFCHD-RIYU-FUWATARI       VALUE "F".
000210     03  FILLER                      PIC  X(03).
