001700*                CHECKPOINT - EVERY OVERRIDE IS WRITTEN TO        26/09/01
001800*                AN AUDIT TRAIL SHOWING WHO DID WHAT, SO          26/09/01
001900*                THE MORNING REVIEW SEES THE INTERVENTIONS.       26/09/01
001910* 26/10/15  DLM  QUOTNEND ADDED TO THE NIGHTLY SCHEDULE AFTER     26/10/15
001920*                QUOTNCAN.                                        26/10/15
001930* 26/10/15  DLM  QUOTNCSH ADDED TO THE NIGHTLY SCHEDULE AFTER     26/10/15
001940*                QUOTNISS.                                        26/10/15
001950* 26/10/15  DLM  CHECKPOINT-RECORD CARRIES QUOTNUPD'S COVERAGE    26/10/15
001955*                LINE COUNTS.                                     26/10/15
001965* 26/10/15  DLM  QUOTNHLD ADDED TO THE NIGHTLY SCHEDULE AFTER     26/10/15
001975*                QUOTNARC (RUNS LAST).                            26/10/15
001980* 26/10/15  DLM  QUOTNBKP ADDED AT THE HEAD OF THE NIGHTLY        26/10/15
001985*                SCHEDULE, BEFORE QUOTNUPD.                       26/10/15
002000*                                                                 26/09/01
002100 ENVIRONMENT DIVISION.                                            26/09/01
002200*                                                                 26/09/01
007700     05  CKPT-HASH-TOTAL            PIC 9(15) COMP.               26/09/01
007800     05  CKPT-DATE                  PIC 9(08).                    26/09/01
007900     05  CKPT-TIME                  PIC 9(06).                    26/09/01
007910     05  CKPT-COVG-ADDED            PIC 9(09) COMP.               26/10/15
007920     05  CKPT-COVG-CHANGED          PIC 9(09) COMP.               26/10/15
007930     05  CKPT-COVG-DELETED          PIC 9(09) COMP.               26/10/15
008000*                                                                 26/09/01
008100 FD  OPS-AUDIT-FILE.                                              26/09/01
008200 01  OPS-AUDIT-RECORD               PIC X(80).                    26/09/01
011400* PROGRAM NAME.                                                   26/09/01
011500* ---------------------------------------------------------       26/09/01
011600 01  WS-PGM-ID-TABLE.                                             26/09/01
011650     05  FILLER                     PIC X(08) VALUE "QUOTNBKP".   26/10/15
011700     05  FILLER                     PIC X(08) VALUE "QUOTNUPD".   26/09/01
011800     05  FILLER                     PIC X(08) VALUE "QUOTNEXT".   26/09/01
011900     05  FILLER                     PIC X(08) VALUE "QUOTNISS".   26/09/01
011950     05  FILLER                     PIC X(08) VALUE "QUOTNCSH".   26/10/15
012000     05  FILLER                     PIC X(08) VALUE "QUOTNCAN".   26/09/01
012050     05  FILLER                     PIC X(08) VALUE "QUOTNEND".   26/10/15
012100     05  FILLER                     PIC X(08) VALUE "QUOTNEXP".   26/09/01
012200     05  FILLER                     PIC X(08) VALUE "QUOTNARC".   26/09/01
012300     05  FILLER                     PIC X(08) VALUE "QUOTNRCN".   26/09/01
012400     05  FILLER                     PIC X(08) VALUE "QUOTNGLF".   26/09/01
012500     05  FILLER                     PIC X(08) VALUE "QUOTNRNW".   26/09/01
012550     05  FILLER                     PIC X(08) VALUE "QUOTNHLD".   26/10/15
012600 01  WS-PGM-ID-TABLE-R REDEFINES WS-PGM-ID-TABLE.                 26/09/01
012700     05  WS-PGM-ID-ENTRY            PIC X(08) OCCURS 13 TIMES.    26/10/15
012800 77  WS-PGM-ID-MAX                  PIC 9(02) COMP VALUE 13.      26/10/15
012900 77  WS-PGM-IX                      PIC 9(02) COMP VALUE ZERO.    26/09/01
013000*                                                                 26/09/01
013100* DISPLAY-LINE WORK FIELDS.                                       26/09/01
