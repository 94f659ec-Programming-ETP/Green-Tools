000100*                                                                 26/10/15
000200* CFI_AGXFR  -  CONTRACT AGENT TRANSFER HISTORY RECORD LAYOUT     26/10/15
000300*             (AGENT-XFER-FILE, INDEXED, KEY = AXFR-KEY)          26/10/15
000400*                                                                 26/10/15
000500* ONE RECORD PER CONTRACT QUOTNXFR MOVES FROM ONE AGENT TO        26/10/15
000600* ANOTHER, KEYED BY CONTRACT AND THE TRANSFER EFFECTIVE DATE.     26/10/15
000700* CONTR-AGENT-NUM ONLY EVER HOLDS THE CURRENT AGENT, SO THIS      26/10/15
000800* IS WHERE THE AGENT WHO WROTE THE BUSINESS IS KEPT - QUOTNCMS    26/10/15
000900* READS IT TO PAY COMMISSION ON A CONTRACT ISSUED BEFORE THE      26/10/15
001000* TRANSFER TO THE AGENT WHO HELD IT THEN.                         26/10/15
001100*                                                                 26/10/15
001200* MODIFICATION HISTORY                                            26/10/15
001300* ---------------------------------------------------------       26/10/15
001400* 26/10/15  DLM  ORIGINAL LAYOUT                                  26/10/15
001500*                                                                 26/10/15
001600 01  AXFR-RECORD.                                                 26/10/15
001700     05  AXFR-KEY.                                                26/10/15
001800         10  AXFR-CONTR-NUM         PIC 9(10).                    26/10/15
001900         10  AXFR-EFF-DATE          PIC 9(08).                    26/10/15
002000     05  AXFR-FROM-AGENT-NUM        PIC X(06).                    26/10/15
002100     05  AXFR-TO-AGENT-NUM          PIC X(06).                    26/10/15
002200     05  AXFR-PROCESS-DATE          PIC 9(08).                    26/10/15
002300     05  FILLER                     PIC X(22).                    26/10/15
