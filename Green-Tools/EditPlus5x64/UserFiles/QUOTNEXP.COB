001820*                IMAGE PAIR, TAGGED WITH THIS PROGRAM, TO         26/09/01
001830*                THE SHARED AUDIT LOG SO THE QUOTNAUD             26/09/01
001840*                CHANGE REPORT SEES IT.                           26/09/01
001850* 26/10/15  DLM  EACH LOGGED IMAGE PAIR NOW CARRIES THE DATE      26/10/15
001860*                AND TIME IT WAS LOGGED, FOR THE QUOTNHLD         26/10/15
001870*                CHANGE HISTORY LOAD.                             26/10/15
001900*                                                                 26/08/21
002000 ENVIRONMENT DIVISION.                                            26/08/21
002100*                                                                 26/08/21
006404 FD  RUN-CONTROL-FILE.                                            26/08/21
006405 COPY CFI_RUNCTL.                                                 26/08/21
006410*                                                                 26/09/01
006411* AUDIT-LOG-RECORD - 99-BYTE IMAGE, SOURCE TAG AND STAMP.         26/10/15
006412 FD  AUDIT-LOG-FILE.                                              26/09/01
006413 01  AUDIT-LOG-RECORD.                                            26/09/01
006414     05  AUDL-IMAGE                 PIC X(99).                    26/09/01
006415     05  AUDL-SOURCE-PGM-ID         PIC X(08).                    26/09/01
006425     05  AUDL-LOG-STAMP.                                          26/10/15
006435         10  AUDL-LOG-DATE          PIC 9(08).                    26/10/15
006445         10  AUDL-LOG-TIME          PIC 9(08).                    26/10/15
006455         10  AUDL-USER-ID           PIC X(08).                    26/10/15
006500*                                                                 26/08/21
006600 WORKING-STORAGE SECTION.                                         26/08/21
006700*                                                                 26/08/21
007640* ---------------------------------------------------------       26/09/01
007650 01  WS-BEFORE-IMAGE                PIC X(99).                    26/09/01
007660 01  WS-AFTER-IMAGE                 PIC X(99).                    26/09/01
007665* DATE, TIME AND USER STAMPED ON EACH LOGGED IMAGE - THE          26/10/15
007670* USER IS LEFT BLANK FOR A BATCH PROGRAM.                         26/10/15
007675 01  WS-AUDIT-STAMP.                                              26/10/15
007680     05  WS-AUDIT-DATE              PIC 9(08).                    26/10/15
007685     05  WS-AUDIT-TIME              PIC 9(08).                    26/10/15
007690     05  WS-AUDIT-USER-ID           PIC X(08) VALUE SPACES.       26/10/15
007700*                                                                 26/08/21
007800* PER-AGENT LAPSE-COUNT TABLE - FILLED AS THE SWEEP FLIPS         26/08/21
007900* QUOTES, PRINTED AT END OF RUN WITH THE BRANCH PULLED            26/08/21
032730*    REPORT COVERS THE WHOLE DAY, NOT JUST THE TERMINAL.          26/09/01
032740*---------------------------------------------------------        26/09/01
032750 6000-WRITE-AUDIT-IMAGES.                                         26/09/01
032752     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.                     26/10/15
032754     ACCEPT WS-AUDIT-TIME FROM TIME.                              26/10/15
032760     MOVE WS-BEFORE-IMAGE TO AUDL-IMAGE.                          26/09/01
032770     MOVE "QUOTNEXP" TO AUDL-SOURCE-PGM-ID.                       26/09/01
032775     MOVE WS-AUDIT-STAMP TO AUDL-LOG-STAMP.                       26/10/15
032780     WRITE AUDIT-LOG-RECORD.                                      26/09/01
032790     MOVE WS-AFTER-IMAGE TO AUDL-IMAGE.                           26/09/01
032800     MOVE "QUOTNEXP" TO AUDL-SOURCE-PGM-ID.                       26/09/01
032805     MOVE WS-AUDIT-STAMP TO AUDL-LOG-STAMP.                       26/10/15
032810     WRITE AUDIT-LOG-RECORD.                                      26/09/01
032820     IF AUDIT-LOG-FILE-STATUS NOT = "00"                          26/09/01
032830         DISPLAY "QUOTNEXP - AUDIT WRITE FAILED, NUM = " QUOTN-NUM26/09/01
