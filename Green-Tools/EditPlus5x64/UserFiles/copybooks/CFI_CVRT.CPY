000100*                                                                 26/10/15
000200* CFI_CVRT   -  COVERAGE RATE TABLE RECORD LAYOUT                 26/10/15
000300*             (COVRATE-FILE, INDEXED, KEY = CVRT-COVERAGE-CODE)   26/10/15
000400*                                                                 26/10/15
000500* ONE RECORD PER COVERAGE CODE.  MIN/MAX ARE THE HARD LIMITS A    26/10/15
000600* COVERAGE LINE'S PREMIUM MUST FALL INSIDE TO FILE AT ALL -       26/10/15
000700* TOL-LOW/TOL-HIGH ARE THE TIGHTER REASONABLENESS BAND, OUTSIDE   26/10/15
000800* WHICH THE LINE STILL FILES BUT LANDS ON THE PREMIUM EXCEPTION   26/10/15
000900* LISTING, THE SAME WAY CFI_RATE GOVERNS THE QUOTE TOTAL.         26/10/15
001000*                                                                 26/10/15
001100* MODIFICATION HISTORY                                            26/10/15
001200* ---------------------------------------------------------       26/10/15
001300* 26/10/15  DLM  ORIGINAL LAYOUT - MAINTAINED BY QUOTNCVL         26/10/15
001400*                                                                 26/10/15
001500 01  CVRT-RECORD.                                                 26/10/15
001600     05  CVRT-COVERAGE-CODE         PIC X(04).                    26/10/15
001700     05  CVRT-DESCRIPTION           PIC X(30).                    26/10/15
001800     05  CVRT-MIN-PREMIUM-AMT       PIC 9(07)V99.                 26/10/15
001900     05  CVRT-MAX-PREMIUM-AMT       PIC 9(07)V99.                 26/10/15
002000     05  CVRT-TOL-LOW-AMT           PIC 9(07)V99.                 26/10/15
002100     05  CVRT-TOL-HIGH-AMT          PIC 9(07)V99.                 26/10/15
002200     05  CVRT-LAST-UPD-DATE         PIC 9(08).                    26/10/15
002300     05  FILLER                     PIC X(12).                    26/10/15
