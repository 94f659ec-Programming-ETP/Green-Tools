001200* MODIFICATION HISTORY                                            26/09/01
001300* ---------------------------------------------------------       26/09/01
001400* 26/09/01  DLM  ORIGINAL LAYOUT                                  26/09/01
001410* 26/10/15  DLM  CUST-MERGED-INTO-NUM TAKEN FROM FILLER.  SET     26/10/15
001420*                BY QUOTNMRG ON A DUPLICATE CUSTOMER FOLDED       26/10/15
001430*                INTO ANOTHER NUMBER - THE RECORD IS LEFT         26/10/15
001440*                INACTIVE AND QUOTNCML, QUOTNUPD AND QUOTNONL     26/10/15
001450*                NAME THE SURVIVING NUMBER TO ANYONE STILL        26/10/15
001460*                KEYING THE OLD ONE.                              26/10/15
001500*                                                                 26/09/01
001600 01  CUST-RECORD.                                                 26/09/01
001700     05  CUST-NUM                   PIC X(10).                    26/09/01
002300         88  CUST-STAT-INACTIVE         VALUE "I".                26/09/01
002400     05  CUST-EFF-DATE              PIC 9(08).                    26/09/01
002500     05  CUST-LAST-UPD-DATE         PIC 9(08).                    26/09/01
002510     05  CUST-MERGED-INTO-NUM       PIC X(10).                    26/10/15
002520         88  CUST-NOT-MERGED            VALUE SPACES LOW-VALUES.  26/10/15
002600     05  FILLER                     PIC X(03).                    26/10/15
