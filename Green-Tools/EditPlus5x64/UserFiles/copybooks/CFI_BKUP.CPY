000100*                                                                 26/10/15
000200* CFI_BKUP   -  MASTER BACKUP COPY RECORD LAYOUT                  26/10/15
000300*             (FILEBKP, CONTRBKP, CUSTBKP, AGENTBKP AND QHISTBKP -26/10/15
000400*              SEQUENTIAL, ONE PER INDEXED MASTER)                26/10/15
000500*                                                                 26/10/15
000600* QUOTNBKP UNLOADS EACH INDEXED MASTER AT THE START OF THE        26/10/15
000700* NIGHT TO ITS OWN SEQUENTIAL COPY - A HEADER NAMING THE MASTER   26/10/15
000800* AND THE NIGHT THE COPY WAS TAKEN, ONE DATA RECORD PER MASTER    26/10/15
000900* RECORD IN KEY ORDER, AND A TRAILER WITH THE RECORD COUNT AND    26/10/15
001000* HASH.  THE SAME COUNT AND HASH ARE LOGGED ON RUN-CONTROL-FILE   26/10/15
001100* UNDER THE NIGHT'S DATE AND THE MASTER-ID BELOW, WHICH STANDS    26/10/15
001200* IN THE PROGRAM-ID PART OF THE KEY.  EACH NIGHT'S RUN CREATES    26/10/15
001300* A NEW VERSION OF EVERY COPY; QUOTNRCV RELOADS FROM THE          26/10/15
001400* CURRENT VERSION AND REFUSES ONE WHOSE HEADER IS NOT FOR THE     26/10/15
001500* NIGHT THE OPERATOR ASKED FOR.  THE PROGRAMS MOVE THIS LAYOUT    26/10/15
001600* TO AND FROM THE COPY FILE'S RECORD AREA.                        26/10/15
001700*                                                                 26/10/15
001800* MASTER-IDS - BKPFILE  FILE.DAT       BKPCONTR CONTR.DAT         26/10/15
001900*              BKPCUST  CUST.DAT       BKPAGENT AGENT.DAT         26/10/15
002000*              BKPQHIST QUOTHIST.DAT                              26/10/15
002100*                                                                 26/10/15
002200* THE HASH IS THE SUM OF EACH RECORD'S NUMERIC KEY PLUS ITS       26/10/15
002300* PREMIUM IN CENTS - QUOTE NUMBER FOR FILE.DAT AND QUOTHIST.DAT,  26/10/15
002400* CONTRACT NUMBER FOR CONTR.DAT.  CUST.DAT AND AGENT.DAT CARRY    26/10/15
002500* NO PREMIUM, SO THEIR HASH IS THE SUM OF THOSE KEYS THAT ARE     26/10/15
002600* ALL DIGITS.  ONLY THE LOW-ORDER 15 DIGITS ARE KEPT.             26/10/15
002700*                                                                 26/10/15
002800* MODIFICATION HISTORY                                            26/10/15
002900* ---------------------------------------------------------       26/10/15
003000* 26/10/15  DLM  ORIGINAL LAYOUT                                  26/10/15
003100*                                                                 26/10/15
003200 01  BKUP-RECORD.                                                 26/10/15
003300     05  BKUP-REC-TYPE              PIC X(01).                    26/10/15
003400         88  BKUP-HEADER                VALUE "H".                26/10/15
003500         88  BKUP-DATA                  VALUE "D".                26/10/15
003600         88  BKUP-TRAILER               VALUE "T".                26/10/15
003700     05  BKUP-IMAGE                 PIC X(130).                   26/10/15
003800     05  BKUP-HEADER-AREA REDEFINES BKUP-IMAGE.                   26/10/15
003900         10  BKUP-MASTER-ID         PIC X(08).                    26/10/15
004000         10  BKUP-DATE              PIC 9(08).                    26/10/15
004100         10  BKUP-TIME              PIC 9(06).                    26/10/15
004200         10  FILLER                 PIC X(108).                   26/10/15
004300     05  BKUP-TRAILER-AREA REDEFINES BKUP-IMAGE.                  26/10/15
004400         10  BKUP-TRL-MASTER-ID     PIC X(08).                    26/10/15
004500         10  BKUP-TRL-REC-COUNT     PIC 9(09).                    26/10/15
004600         10  BKUP-TRL-HASH-TOTAL    PIC 9(15).                    26/10/15
004700         10  FILLER                 PIC X(98).                    26/10/15
