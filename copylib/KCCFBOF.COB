000200*    停止解除後の実行でフラグを落として通常の再引当に戻す)
000210     03  CFBOF-HOLD-FLG              PIC  X(01).
000220       88  CFBOF-HOLD-YES            VALUE "Y".
000222*    決済方法(受注明細の決済方法の引継ぎ。"D"=代金引換。再引当時
000224*    にALFへ戻す)
000226     03  CFBOF-KESSAI-KBN            PIC  X(01).
000227*    完納待ちフラグ(引当不足CFSFF-KANNO-FLGの引継ぎ。"Y"の明細は
000228*    同じ受注の全明細がそろう場合のみ再引当する)
000229     03  CFBOF-KANNO-FLG             PIC  X(01).
000230       88  CFBOF-KANNO-YES           VALUE "Y".
000231     03  FILLER                      PIC  X(01).
