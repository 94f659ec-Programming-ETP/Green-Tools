001720*                (BLANK BEFORE IMAGE, LIKE AN ADD), TAGGED        26/09/01
001730*                WITH THIS PROGRAM, TO THE SHARED AUDIT           26/09/01
001740*                LOG SO THE QUOTNAUD CHANGE REPORT SEES IT.       26/09/01
001750* 26/10/15  DLM  EACH LOGGED IMAGE PAIR NOW CARRIES THE DATE      26/10/15
001760*                AND TIME IT WAS LOGGED, FOR THE QUOTNHLD         26/10/15
001770*                CHANGE HISTORY LOAD.                             26/10/15
001800*                                                                 26/08/21
001900 ENVIRONMENT DIVISION.                                            26/08/21
002000*                                                                 26/08/21
009560     05  EXTQ-QUOTN-NUM             PIC 9(10).                    26/08/21
009570     05  EXTQ-SOURCE-PGM-ID         PIC X(08).                    26/08/21
009580*                                                                 26/09/01
009581* AUDIT-LOG-RECORD - 99-BYTE IMAGE, SOURCE TAG AND STAMP.         26/10/15
009582 FD  AUDIT-LOG-FILE.                                              26/09/01
009583 01  AUDIT-LOG-RECORD.                                            26/09/01
009584     05  AUDL-IMAGE                 PIC X(99).                    26/09/01
009585     05  AUDL-SOURCE-PGM-ID         PIC X(08).                    26/09/01
009587     05  AUDL-LOG-STAMP.                                          26/10/15
009589         10  AUDL-LOG-DATE          PIC 9(08).                    26/10/15
009591         10  AUDL-LOG-TIME          PIC 9(08).                    26/10/15
009593         10  AUDL-USER-ID           PIC X(08).                    26/10/15
009600*                                                                 26/08/21
009700 WORKING-STORAGE SECTION.                                         26/08/21
009800*                                                                 26/08/21
010940* ---------------------------------------------------------       26/09/01
010950 01  WS-BEFORE-IMAGE                PIC X(99).                    26/09/01
010960 01  WS-AFTER-IMAGE                 PIC X(99).                    26/09/01
010965* DATE, TIME AND USER STAMPED ON EACH LOGGED IMAGE - THE          26/10/15
010970* USER IS LEFT BLANK FOR A BATCH PROGRAM.                         26/10/15
010975 01  WS-AUDIT-STAMP.                                              26/10/15
010980     05  WS-AUDIT-DATE              PIC 9(08).                    26/10/15
010985     05  WS-AUDIT-TIME              PIC 9(08).                    26/10/15
010990     05  WS-AUDIT-USER-ID           PIC X(08) VALUE SPACES.       26/10/15
011000*                                                                 26/08/21
011100* END-OF-RUN CONTROL TOTALS (8000-CONTROL-REPORT)                 26/08/21
011200* ---------------------------------------------------------       26/08/21
033570*    REPORT COVERS THE WHOLE DAY, NOT JUST THE TERMINAL.          26/09/01
033580*---------------------------------------------------------        26/09/01
033590 6000-WRITE-AUDIT-IMAGES.                                         26/09/01
033592     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.                     26/10/15
033594     ACCEPT WS-AUDIT-TIME FROM TIME.                              26/10/15
033600     MOVE WS-BEFORE-IMAGE TO AUDL-IMAGE.                          26/09/01
033610     MOVE "QUOTNRST" TO AUDL-SOURCE-PGM-ID.                       26/09/01
033615     MOVE WS-AUDIT-STAMP TO AUDL-LOG-STAMP.                       26/10/15
033620     WRITE AUDIT-LOG-RECORD.                                      26/09/01
033630     MOVE WS-AFTER-IMAGE TO AUDL-IMAGE.                           26/09/01
033640     MOVE "QUOTNRST" TO AUDL-SOURCE-PGM-ID.                       26/09/01
033645     MOVE WS-AUDIT-STAMP TO AUDL-LOG-STAMP.                       26/10/15
033650     WRITE AUDIT-LOG-RECORD.                                      26/09/01
033660     IF AUDIT-LOG-FILE-STATUS NOT = "00"                          26/09/01
033670         DISPLAY "QUOTNRST - AUDIT WRITE FAILED, NUM = " QUOTN-NUM26/09/01
