000100*                                                                 26/10/15
000200* CFI_CLEDG  -  AGENT COMMISSION LEDGER RECORD LAYOUT             26/10/15
000300*             (COMM-LEDGER-FILE, INDEXED, KEY = CLDG-AGENT-NUM)   26/10/15
000400*                                                                 26/10/15
000500* ONE ACCOUNT PER AGENT, POSTED BY QUOTNCMS EACH STATEMENT        26/10/15
000600* MONTH AND READ BY QUOTNCYE AT CALENDAR YEAR END.  THE           26/10/15
000700* DEBIT BALANCE IS CLAWBACK THE AGENT'S EARNINGS HAVE NOT         26/10/15
000800* YET RECOVERED - IT IS CARRIED FORWARD AND TAKEN OUT OF THE      26/10/15
000900* NEXT MONTH'S EARNINGS BEFORE ANYTHING GOES TO PAYROLL, SO       26/10/15
001000* THE ACCOUNT NEVER CARRIES A CREDIT.  THE OPENING DEBIT OF       26/10/15
001100* THE LAST MONTH POSTED IS KEPT SO A RERUN OF THAT MONTH          26/10/15
001200* POSTS FROM THE SAME STARTING POINT.  THE MONTH'S GROSS,         26/10/15
001300* CLAWBACK AND PAYMENT ARE KEPT BY CALENDAR MONTH FOR THE         26/10/15
001400* CURRENT YEAR (ENTRY 1) AND THE YEAR BEFORE (ENTRY 2), SO        26/10/15
001500* THE YEAR-END RUN STILL FINDS DECEMBER AFTER JANUARY HAS         26/10/15
001600* BEEN POSTED.                                                    26/10/15
001700*                                                                 26/10/15
001800* MODIFICATION HISTORY                                            26/10/15
001900* ---------------------------------------------------------       26/10/15
002000* 26/10/15  DLM  ORIGINAL LAYOUT                                  26/10/15
002100*                                                                 26/10/15
002200 01  CLDG-RECORD.                                                 26/10/15
002300     05  CLDG-AGENT-NUM             PIC X(06).                    26/10/15
002400     05  CLDG-LAST-POST-MONTH       PIC 9(06).                    26/10/15
002500     05  CLDG-OPEN-DEBIT-AMT        PIC 9(09)V99.                 26/10/15
002600     05  CLDG-DEBIT-BAL-AMT         PIC 9(09)V99.                 26/10/15
002700     05  CLDG-LAST-POST-DATE        PIC 9(08).                    26/10/15
002800     05  CLDG-YEAR-ENTRY OCCURS 2 TIMES.                          26/10/15
002900         10  CLDG-YEAR              PIC 9(04).                    26/10/15
003000         10  CLDG-MONTH-ENTRY OCCURS 12 TIMES.                    26/10/15
003100             15  CLDG-MON-GROSS-AMT PIC 9(09)V99.                 26/10/15
003200             15  CLDG-MON-CLAW-AMT  PIC 9(09)V99.                 26/10/15
003300             15  CLDG-MON-PAID-AMT  PIC 9(09)V99.                 26/10/15
003400     05  FILLER                     PIC X(20).                    26/10/15
