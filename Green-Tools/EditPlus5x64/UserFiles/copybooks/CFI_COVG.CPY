000100*                                                                 26/10/15
000200* CFI_COVG   -  QUOTATION COVERAGE LINE RECORD LAYOUT             26/10/15
000300*             (COVG-FILE, INDEXED, KEY = COVG-KEY)                26/10/15
000400*                                                                 26/10/15
000500* ONE RECORD PER COVERAGE LINE ON A QUOTE, KEYED BY QUOTE         26/10/15
000600* NUMBER AND LINE NUMBER SO A QUOTE'S LINES READ TOGETHER IN      26/10/15
000700* LINE ORDER.  ONCE A QUOTE CARRIES LINES, QUOTN-PREMIUM-AMT      26/10/15
000800* IS HELD EQUAL TO THE SUM OF COVG-PREMIUM-AMT OVER ITS LINES     26/10/15
000900* BY QUOTNUPD AND QUOTNONL.                                       26/10/15
001000*                                                                 26/10/15
001100* MODIFICATION HISTORY                                            26/10/15
001200* ---------------------------------------------------------       26/10/15
001300* 26/10/15  DLM  ORIGINAL LAYOUT                                  26/10/15
001400*                                                                 26/10/15
001500 01  COVG-RECORD.                                                 26/10/15
001600     05  COVG-KEY.                                                26/10/15
001700         10  COVG-QUOTN-NUM         PIC 9(10).                    26/10/15
001800         10  COVG-LINE-NUM          PIC 9(03).                    26/10/15
001900     05  COVG-COVERAGE-CODE         PIC X(04).                    26/10/15
002000     05  COVG-LIMIT-AMT             PIC 9(09)V99.                 26/10/15
002100     05  COVG-PREMIUM-AMT           PIC 9(07)V99.                 26/10/15
002200     05  COVG-LAST-UPD-DATE         PIC 9(08).                    26/10/15
002300     05  FILLER                     PIC X(15).                    26/10/15
