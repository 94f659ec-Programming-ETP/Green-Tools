000100*                                                                 26/10/15
000200* CFI_BILL   -  BILLING MASTER RECORD LAYOUT                      26/10/15
000300*             (BILL-FILE, INDEXED, KEY = BILL-CONTR-NUM)          26/10/15
000400*                                                                 26/10/15
000500* ONE INSTALLMENT SCHEDULE PER CONTRACT, BUILT BY QUOTNISS        26/10/15
000600* WHEN IT FILES THE CONTR-RECORD.  THE PLAN CODE ON THE           26/10/15
000700* POLICY SYSTEM RESPONSE PICKS ONE, FOUR, OR TWELVE               26/10/15
000800* INSTALLMENTS.  QUOTNBIL STAMPS EACH INSTALLMENT AS IT IS        26/10/15
000900* INVOICED, QUOTNCSH APPLIES CASH AGAINST THE OLDEST OPEN         26/10/15
001000* INSTALLMENT FIRST AND REQUESTS A LAPSE ONCE ONE IS PAST         26/10/15
001100* ITS GRACE PERIOD, AND QUOTNEND CARRIES AN ENDORSEMENT'S         26/10/15
001200* PREMIUM DIFFERENCE ONTO THE OPEN INSTALLMENTS.                  26/10/15
001300*                                                                 26/10/15
001400* MODIFICATION HISTORY                                            26/10/15
001500* ---------------------------------------------------------       26/10/15
001600* 26/10/15  DLM  ORIGINAL LAYOUT                                  26/10/15
001700*                                                                 26/10/15
001800 01  BILL-RECORD.                                                 26/10/15
001900     05  BILL-CONTR-NUM             PIC 9(10).                    26/10/15
002000     05  BILL-CUST-NUM              PIC X(10).                    26/10/15
002100     05  BILL-POLICY-NUM            PIC X(10).                    26/10/15
002200     05  BILL-PLAN-CODE             PIC X(01).                    26/10/15
002300         88  BILL-PLAN-ANNUAL           VALUE "A".                26/10/15
002400         88  BILL-PLAN-QUARTERLY        VALUE "Q".                26/10/15
002500         88  BILL-PLAN-MONTHLY          VALUE "M".                26/10/15
002600*     BILL-STATUS IS OPEN WHILE ANY INSTALLMENT IS UNPAID.        26/10/15
002700*     LAPSE-SENT MEANS QUOTNCSH HAS ALREADY ASKED QUOTNCAN TO     26/10/15
002800*     LAPSE THE CONTRACT, CLOSED THAT THE CONTRACT WENT OFF       26/10/15
002900*     THE BOOKS SOME OTHER WAY.  BILL-STATUS-DATE IS THE DAY      26/10/15
003000*     IT LAST CHANGED.                                            26/10/15
003100     05  BILL-STATUS                PIC X(01).                    26/10/15
003200         88  BILL-STAT-OPEN             VALUE "O".                26/10/15
003300         88  BILL-STAT-PAID             VALUE "P".                26/10/15
003400         88  BILL-STAT-LAPSE-SENT       VALUE "L".                26/10/15
003500         88  BILL-STAT-CLOSED           VALUE "C".                26/10/15
003600     05  BILL-STATUS-DATE           PIC 9(08).                    26/10/15
003700     05  BILL-BUILD-DATE            PIC 9(08).                    26/10/15
003800     05  BILL-SCHED-PREMIUM-AMT     PIC 9(07)V99.                 26/10/15
003900     05  BILL-TOTAL-PAID-AMT        PIC 9(07)V99.                 26/10/15
004000     05  BILL-INST-COUNT            PIC 9(02).                    26/10/15
004100*     ONLY THE FIRST BILL-INST-COUNT ENTRIES ARE IN USE.  AN      26/10/15
004200*     INSTALLMENT'S INVOICE DATE IS ZERO UNTIL QUOTNBIL           26/10/15
004300*     INVOICES IT.                                                26/10/15
004400     05  BILL-INSTALLMENT           OCCURS 12 TIMES.              26/10/15
004500         10  BILL-INST-DUE-DATE     PIC 9(08).                    26/10/15
004600         10  BILL-INST-AMT          PIC 9(07)V99.                 26/10/15
004700         10  BILL-INST-PAID-AMT     PIC 9(07)V99.                 26/10/15
004800         10  BILL-INST-INVOICE-DATE PIC 9(08).                    26/10/15
004900         10  BILL-INST-STATUS       PIC X(01).                    26/10/15
005000             88  BILL-INST-OPEN         VALUE "O".                26/10/15
005100             88  BILL-INST-PAID         VALUE "P".                26/10/15
005200     05  FILLER                     PIC X(20).                    26/10/15
