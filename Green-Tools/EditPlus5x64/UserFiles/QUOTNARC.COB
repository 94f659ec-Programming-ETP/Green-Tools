001000* 26/08/09  DLM  ORIGINAL PROGRAM - YEAR-END ARCHIVE/PURGE        26/08/09
001100*                OF EXPIRED QUOTATIONS FROM QUOTN-FILE TO         26/08/09
001200*                QUOTN-HIST-FILE.                                 26/08/09
001210* 26/10/15  DLM  EACH QUOTE ARCHIVED NOW LOGS AN IMAGE PAIR       26/10/15
001220*                (BLANK AFTER IMAGE - THE RECORD HAS LEFT         26/10/15
001230*                QUOTN-FILE), TAGGED AND STAMPED, TO THE          26/10/15
001240*                SHARED AUDIT LOG, SO QUOTNAUD REPORTS THE        26/10/15
001250*                REMOVAL AND QUOTNHLD CLOSES THE QUOTE'S          26/10/15
001260*                CHANGE HISTORY WITH IT.                          26/10/15
001300*                                                                 26/08/09
001400 ENVIRONMENT DIVISION.                                            26/08/09
001500*                                                                 26/08/09
003911         ACCESS MODE  IS DYNAMIC                                  26/08/21
003912         FILE STATUS  IS RUN-CONTROL-FILE-STATUS                  26/08/21
003913         RECORD KEY   IS RUNC-KEY.                                26/08/21
003918*                                                                 26/10/15
003923* AUDIT-LOG-FILE RECEIVES A TAGGED IMAGE PAIR FOR EVERY           26/10/15
003928* QUOTE THIS RUN ARCHIVES - THE BEFORE IMAGE IS THE RECORD        26/10/15
003933* AS IT LEFT QUOTN-FILE AND THE AFTER IMAGE IS BLANK.             26/10/15
003938     SELECT AUDIT-LOG-FILE                                        26/10/15
003943         ASSIGN       TO "ONLAUDIT.DAT"                           26/10/15
003948         ORGANIZATION IS SEQUENTIAL                               26/10/15
003953         FILE STATUS  IS AUDIT-LOG-FILE-STATUS.                   26/10/15
004000*                                                                 26/08/09
004100 DATA DIVISION.                                                   26/08/09
004200*                                                                 26/08/09
006603* RUN-CONTROL RECORD - SEE CFI_RUNCTL.                            26/08/21
006604 FD  RUN-CONTROL-FILE.                                            26/08/21
006605 COPY CFI_RUNCTL.                                                 26/08/21
006610*                                                                 26/10/15
006615* AUDIT-LOG-RECORD - 99-BYTE IMAGE, SOURCE TAG AND STAMP.         26/10/15
006620 FD  AUDIT-LOG-FILE.                                              26/10/15
006625 01  AUDIT-LOG-RECORD.                                            26/10/15
006630     05  AUDL-IMAGE                 PIC X(99).                    26/10/15
006635     05  AUDL-SOURCE-PGM-ID         PIC X(08).                    26/10/15
006640     05  AUDL-LOG-STAMP.                                          26/10/15
006645         10  AUDL-LOG-DATE          PIC 9(08).                    26/10/15
006650         10  AUDL-LOG-TIME          PIC 9(08).                    26/10/15
006655         10  AUDL-USER-ID           PIC X(08).                    26/10/15
006700*                                                                 26/08/09
006800 WORKING-STORAGE SECTION.                                         26/08/09
006900*                                                                 26/08/09
007102 01  RUN-CONTROL-FILE-STATUS       PIC X(2).                      26/08/21
007103 77  WS-RUN-PRED-PGM-ID             PIC X(08) VALUE "QUOTNEXT".   26/08/21
007104 77  WS-RUN-TIME                    PIC 9(08).                    26/08/21
007150 01  AUDIT-LOG-FILE-STATUS         PIC X(2).                      26/10/15
007200*                                                                 26/08/09
007300* RUN SWITCHES                                                    26/08/09
007400* ---------------------------------------------------------       26/08/09
008320     WS-ARCHIVE-CUTOFF-DATE.                                      26/08/09
008330     05  WS-ARC-CUTOFF-YEAR         PIC 9(04).                    26/08/09
008340     05  WS-ARC-CUTOFF-MMDD         PIC 9(04).                    26/08/09
008342*                                                                 26/10/15
008344* BEFORE/AFTER IMAGE OF THE QUOTE BEING ARCHIVED, FOR THE         26/10/15
008346* AUDIT LOG - THE AFTER IMAGE IS BLANK, THE RECORD IS GONE.       26/10/15
008348* ---------------------------------------------------------       26/10/15
008350 01  WS-BEFORE-IMAGE                PIC X(99).                    26/10/15
008352 01  WS-AFTER-IMAGE                 PIC X(99).                    26/10/15
008354* DATE, TIME AND USER STAMPED ON EACH LOGGED IMAGE - THE          26/10/15
008356* USER IS LEFT BLANK FOR A BATCH PROGRAM.                         26/10/15
008358 01  WS-AUDIT-STAMP.                                              26/10/15
008360     05  WS-AUDIT-DATE              PIC 9(08).                    26/10/15
008362     05  WS-AUDIT-TIME              PIC 9(08).                    26/10/15
008364     05  WS-AUDIT-USER-ID           PIC X(08) VALUE SPACES.       26/10/15
008400*                                                                 26/08/09
008500* END-OF-RUN CONTROL TOTALS (8000-CONTROL-REPORT)                 26/08/09
008600* ---------------------------------------------------------       26/08/09
010040             QUOTN-HIST-FILE-STATUS                               26/08/09
010050         STOP RUN                                                 26/08/09
010060     END-IF.                                                      26/08/09
010061     OPEN EXTEND AUDIT-LOG-FILE.                                  26/10/15
010062     IF AUDIT-LOG-FILE-STATUS NOT = "00"                          26/10/15
010063         DISPLAY "QUOTNARC - CANNOT OPEN ONLAUDIT, STATUS = "     26/10/15
010064             AUDIT-LOG-FILE-STATUS                                26/10/15
010065         STOP RUN                                                 26/10/15
010066     END-IF.                                                      26/10/15
010070 1000-EXIT.                                                       26/08/09
010080     EXIT.                                                        26/08/09
010090*                                                                 26/08/09
010320*    WRITES THE CURRENT QUOTN-RECORD TO QUOTN-HIST-FILE AND       26/08/09
010330*    THEN DELETES IT FROM QUOTN-FILE, MOVING IT OUT OF THE        26/08/09
010340*    LIVE MASTER FOR GOOD.                                        26/08/09
010345*    THE REMOVAL IS LOGGED TO THE SHARED AUDIT LOG.               26/10/15
010350*---------------------------------------------------------        26/08/09
010360 2900-ARCHIVE-QUOTN-RECORD.                                       26/08/09
010370     MOVE QUOTN-NUM             TO HIST-QUOTN-NUM.                26/08/09
010530                 QUOTN-NUM                                        26/08/09
010540             GO TO 2900-EXIT                                      26/08/09
010550     END-WRITE.                                                   26/08/09
010555     MOVE QUOTN-RECORD TO WS-BEFORE-IMAGE.                        26/10/15
010560     DELETE QUOTN-FILE RECORD                                     26/08/09
010570         INVALID KEY                                              26/08/09
010580             DISPLAY "QUOTNARC - DELETE FAILED, NUM = " QUOTN-NUM 26/08/09
010585             GO TO 2900-EXIT                                      26/08/09
010590     END-DELETE.                                                  26/08/09
010592     MOVE SPACES TO WS-AFTER-IMAGE.                               26/10/15
010594     PERFORM 6000-WRITE-AUDIT-IMAGES THRU 6000-EXIT.              26/10/15
010600     ADD 1 TO WS-RECS-ARCHIVED.                                   26/08/09
010610 2900-EXIT.                                                       26/08/09
010620     EXIT.                                                        26/08/09
010900 9000-TERMINATE.                                                  26/08/09
010910     CLOSE QUOTN-FILE.                                            26/08/09
010920     CLOSE QUOTN-HIST-FILE.                                       26/08/09
010921     CLOSE AUDIT-LOG-FILE.                                        26/10/15
010922     CLOSE RUN-CONTROL-FILE.                                      26/08/21
010930 9000-EXIT.                                                       26/08/09
010940     EXIT.                                                        26/08/09
011580     END-REWRITE.                                                 26/08/21
011590 8900-EXIT.                                                       26/08/21
011600     EXIT.                                                        26/08/21
011610*                                                                 26/10/15
011620*---------------------------------------------------------        26/10/15
011630* 6000-WRITE-AUDIT-IMAGES                                         26/10/15
011640*    FILES THE BEFORE AND AFTER IMAGES OF THE QUOTE JUST          26/10/15
011650*    ARCHIVED TO THE SHARED AUDIT LOG, EACH TAGGED WITH           26/10/15
011660*    THIS PROGRAM, SO THE QUOTNAUD CHANGE REPORT AND THE          26/10/15
011670*    CHANGE HISTORY SHOW THE QUOTE LEAVING QUOTN-FILE.            26/10/15
011680*---------------------------------------------------------        26/10/15
011690 6000-WRITE-AUDIT-IMAGES.                                         26/10/15
011700     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.                     26/10/15
011710     ACCEPT WS-AUDIT-TIME FROM TIME.                              26/10/15
011720     MOVE WS-BEFORE-IMAGE TO AUDL-IMAGE.                          26/10/15
011730     MOVE "QUOTNARC" TO AUDL-SOURCE-PGM-ID.                       26/10/15
011740     MOVE WS-AUDIT-STAMP TO AUDL-LOG-STAMP.                       26/10/15
011750     WRITE AUDIT-LOG-RECORD.                                      26/10/15
011760     MOVE WS-AFTER-IMAGE TO AUDL-IMAGE.                           26/10/15
011770     MOVE "QUOTNARC" TO AUDL-SOURCE-PGM-ID.                       26/10/15
011780     MOVE WS-AUDIT-STAMP TO AUDL-LOG-STAMP.                       26/10/15
011790     WRITE AUDIT-LOG-RECORD.                                      26/10/15
011800     IF AUDIT-LOG-FILE-STATUS NOT = "00"                          26/10/15
011810         DISPLAY "QUOTNARC - AUDIT WRITE FAILED, NUM = " QUOTN-NUM26/10/15
011820     END-IF.                                                      26/10/15
011830     MOVE SPACES TO WS-BEFORE-IMAGE WS-AFTER-IMAGE.               26/10/15
011840 6000-EXIT.                                                       26/10/15
011850     EXIT.                                                        26/10/15
