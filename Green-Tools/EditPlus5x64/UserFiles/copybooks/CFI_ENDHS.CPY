000100*                                                                 26/10/15
000200* CFI_ENDHS  -  CONTRACT ENDORSEMENT HISTORY RECORD LAYOUT        26/10/15
000300*             (ENDORSE-HIST-FILE, INDEXED, KEY = ENDH-KEY)        26/10/15
000400*                                                                 26/10/15
000500* ONE RECORD PER ENDORSEMENT QUOTNEND APPLIES TO A CONTRACT,      26/10/15
000600* NUMBERED FROM 001 WITHIN THE CONTRACT.  ENDH-PRIOR-CONTR IS     26/10/15
000700* THE WHOLE CONTR-RECORD AS IT STOOD BEFORE THE ENDORSEMENT,      26/10/15
000800* SO ANY EARLIER VERSION OF A CONTRACT CAN BE RECONSTRUCTED.      26/10/15
000900* ENDH-PRORATA-AMT IS THE UNSIGNED PRO-RATA PREMIUM DIFFERENCE    26/10/15
001000* FOR THE REST OF THE TERM, WITH ENDH-PRORATA-SIGN CARRYING       26/10/15
001100* "+" FOR ADDITIONAL AND "-" FOR RETURN PREMIUM - QUOTNGLF        26/10/15
001200* POSTS IT ON THE PROCESS DATE AND QUOTNCMS COMMISSIONS IT IN     26/10/15
001300* THE PROCESS MONTH.  ENDH-TERM-PREMIUM-AMT IS THE FULL-TERM      26/10/15
001400* PREMIUM IN FORCE AFTER THE ENDORSEMENT - THE BASE THE NEXT      26/10/15
001500* ENDORSEMENT ON THE SAME CONTRACT IS PRICED FROM.                26/10/15
001600*                                                                 26/10/15
001700* MODIFICATION HISTORY                                            26/10/15
001800* ---------------------------------------------------------       26/10/15
001900* 26/10/15  DLM  ORIGINAL LAYOUT                                  26/10/15
002000*                                                                 26/10/15
002100 01  ENDH-RECORD.                                                 26/10/15
002200     05  ENDH-KEY.                                                26/10/15
002300         10  ENDH-CONTR-NUM         PIC 9(10).                    26/10/15
002400         10  ENDH-ENDT-SEQ          PIC 9(03).                    26/10/15
002500     05  ENDH-ENDT-CODE             PIC X(01).                    26/10/15
002600         88  ENDH-PREMIUM-CHANGE        VALUE "P".                26/10/15
002700         88  ENDH-EXPIRY-CHANGE         VALUE "E".                26/10/15
002800         88  ENDH-POLICY-CORRECTION     VALUE "N".                26/10/15
002900     05  ENDH-ENDT-EFF-DATE         PIC 9(08).                    26/10/15
003000     05  ENDH-PROCESS-DATE          PIC 9(08).                    26/10/15
003100     05  ENDH-PRORATA-SIGN          PIC X(01).                    26/10/15
003200         88  ENDH-ADDITIONAL-PREM       VALUE "+".                26/10/15
003300         88  ENDH-RETURN-PREM           VALUE "-".                26/10/15
003400     05  ENDH-PRORATA-AMT           PIC 9(07)V99.                 26/10/15
003500     05  ENDH-TERM-PREMIUM-AMT      PIC 9(07)V99.                 26/10/15
003600     05  ENDH-PRIOR-CONTR           PIC X(100).                   26/10/15
003700     05  ENDH-PRIOR-CONTR-R REDEFINES ENDH-PRIOR-CONTR.           26/10/15
003800         10  ENDH-PRIOR-CONTR-NUM   PIC 9(10).                    26/10/15
003900         10  ENDH-PRIOR-QUOTN-NUM   PIC 9(10).                    26/10/15
004000         10  ENDH-PRIOR-CUST-NUM    PIC X(10).                    26/10/15
004100         10  ENDH-PRIOR-POLICY-NUM  PIC X(10).                    26/10/15
004200         10  ENDH-PRIOR-EFF-DATE    PIC 9(08).                    26/10/15
004300         10  ENDH-PRIOR-EXP-DATE    PIC 9(08).                    26/10/15
004400         10  ENDH-PRIOR-STATUS      PIC X(01).                    26/10/15
004500         10  ENDH-PRIOR-PREMIUM-AMT PIC 9(07)V99.                 26/10/15
004600         10  ENDH-PRIOR-AGENT-NUM   PIC X(06).                    26/10/15
004700         10  FILLER                 PIC X(28).                    26/10/15
004800     05  FILLER                     PIC X(20).                    26/10/15
