000222*                TRAILER (COUNT, PREMIUM TOTAL), AND THE          26/09/01
000223*                SEQUENCE SENT IS STAMPED ON THE INTERFACE        26/09/01
000224*                SEQUENCE CONTROL FILE FOR QUOTNISS.              26/09/01
000225* 26/10/15  DLM  EACH QUOTATION ROW IS NOW FOLLOWED BY ITS        26/10/15
000226*                COVERAGE LINES AS "C" ROWS, COUNTED ON THE       26/10/15
000227*                TRAILER.  EACH LOGGED IMAGE PAIR NOW CARRIES     26/10/15
000228*                THE DATE AND TIME IT WAS LOGGED.                 26/10/15
000229*                                                                 26/08/09
000230 ENVIRONMENT DIVISION.                                            26/08/09
000240*                                                                 26/08/09
000450         ORGANIZATION IS SEQUENTIAL                               26/08/09
000460         FILE STATUS  IS POLICY-EXTRACT-FILE-STATUS.              26/08/09
000470*                                                                 26/08/21
000471* COVG-FILE HOLDS THE COVERAGE LINES OF EACH QUOTATION, KEYED     26/10/15
000472* BY QUOTN-NUM PLUS LINE NUMBER - READ ONLY HERE.                 26/10/15
000473     SELECT COVG-FILE                                             26/10/15
000474         ASSIGN       TO "COVERAGE.DAT"                           26/10/15
000475         ORGANIZATION IS INDEXED                                  26/10/15
000476         ACCESS MODE  IS DYNAMIC                                  26/10/15
000477         RECORD KEY   IS COVG-KEY                                 26/10/15
000478         FILE STATUS  IS COVG-FILE-STATUS.                        26/10/15
000479*                                                                 26/10/15
000480* EXTRACT-QUEUE-FILE IS THE PENDING-WORK QUEUE - ONE ENTRY        26/08/21
000490* PER QUOTATION MARKED EXTRACT-PENDING SINCE THE LAST RUN,        26/08/21
000500* WRITTEN BY QUOTNUPD, QUOTNONL, AND QUOTNRST AS THEY SET         26/08/21
000740 FD  QUOTN-FILE.                                                  26/08/09
000750 COPY CFI_QUOTN.                                                  26/08/09
000760*                                                                 26/08/09
000762* COVG-RECORD - SEE CFI_COVG.                                     26/10/15
000764 FD  COVG-FILE.                                                   26/10/15
000766 COPY CFI_COVG.                                                   26/10/15
000768*                                                                 26/10/15
000770* EXTR-RECORD - ONE FIXED-FORMAT ROW PER NEW QUOTATION,           26/08/09
000780* LAID OUT FOR THE DOWNSTREAM POLICY SYSTEM TO PICK UP.           26/08/09
000790 FD  POLICY-EXTRACT-FILE.                                         26/08/09
000909     05  EXTT-RECORD-TYPE           PIC X(01).                    26/09/01
000911     05  EXTT-RECORD-COUNT          PIC 9(09).                    26/09/01
000912     05  EXTT-PREMIUM-TOTAL         PIC 9(11)V99.                 26/09/01
000913     05  EXTT-COVG-COUNT            PIC 9(09).                    26/10/15
000914     05  EXTT-COVG-PREM-TOTAL       PIC 9(11)V99.                 26/10/15
000915     05  FILLER                     PIC X(43).                    26/10/15
000916*                                                                 26/10/15
000920* EXTRACT-QUEUE-RECORD - ONE QUEUED QUOTN-NUM.                    26/08/21
000930 FD  EXTRACT-QUEUE-FILE.                                          26/08/21
000940 01  EXTRACT-QUEUE-RECORD.                                        26/08/21
000990 FD  RUN-CONTROL-FILE.                                            26/08/21
001000 COPY CFI_RUNCTL.                                                 26/08/21
001001*                                                                 26/09/01
001002* AUDIT-LOG-RECORD - 99-BYTE IMAGE, SOURCE TAG AND STAMP.         26/10/15
001003 FD  AUDIT-LOG-FILE.                                              26/09/01
001004 01  AUDIT-LOG-RECORD.                                            26/09/01
001005     05  AUDL-IMAGE                 PIC X(99).                    26/09/01
001006     05  AUDL-SOURCE-PGM-ID         PIC X(08).                    26/09/01
001007     05  AUDL-LOG-STAMP             PIC X(24).                    26/10/15
001008* INTERFACE SEQUENCE CONTROL RECORD - SEE ALSO QUOTNISS.          26/09/01
001009 FD  INTERFACE-SEQ-FILE.                                          26/09/01
001011 01  INTF-SEQ-RECORD.                                             26/09/01
001070 01  RUN-CONTROL-FILE-STATUS       PIC X(2).                      26/08/21
001075 01  AUDIT-LOG-FILE-STATUS         PIC X(2).                      26/09/01
001076 01  INTERFACE-SEQ-FILE-STATUS     PIC X(2).                      26/09/01
001077 01  COVG-FILE-STATUS              PIC X(2).                      26/10/15
001078 77  WS-COVG-EOF-SWITCH             PIC X(01) VALUE "N".          26/10/15
001079     88  WS-COVG-EOF                   VALUE "Y".                 26/10/15
001080 77  WS-RUN-PRED-PGM-ID             PIC X(08) VALUE "QUOTNUPD".   26/08/21
001090 77  WS-RUN-TIME                    PIC 9(08).                    26/08/21
001100*                                                                 26/08/09
001101* "C" ROW FOR ONE COVERAGE LINE, MOVED TO EXTR-RECORD.            26/10/15
001102 01  WS-EXTR-COVG-ROW.                                            26/10/15
001103     05  EXTC-RECORD-TYPE           PIC X(01).                    26/10/15
001104     05  EXTC-QUOTN-NUM             PIC 9(10).                    26/10/15
001105     05  EXTC-LINE-NUM              PIC 9(03).                    26/10/15
001106     05  EXTC-COVERAGE-CODE         PIC X(04).                    26/10/15
001107     05  EXTC-LIMIT-AMT             PIC 9(09)V99.                 26/10/15
001108     05  EXTC-PREMIUM-AMT           PIC 9(07)V99.                 26/10/15
001109*                                                                 26/10/15
001110* RUN SWITCHES                                                    26/08/09
001120* ---------------------------------------------------------       26/08/09
001130 77  WS-QUEUE-EOF-SWITCH            PIC X(01) VALUE "N".          26/08/21
001282*    THE PREMIUM TOTAL OF THE DETAIL ROWS SENT, CARRIED           26/09/01
001284*    ON THE INTERFACE TRAILER.                                    26/09/01
001286     05  WS-EXTR-PREM-TOTAL  PIC 9(11)V99 COMP VALUE ZERO.        26/09/01
001287*    COVERAGE LINE ROWS SENT AND THEIR PREMIUM TOTAL.             26/10/15
001288     05  WS-COVG-EXTRACTED          PIC 9(09) COMP VALUE ZERO.    26/10/15
001289     05  WS-COVG-PREM-TOTAL  PIC 9(11)V99 COMP VALUE ZERO.        26/10/15
001290*                                                                 26/08/09
001300 01  WS-CONTROL-REPORT-LINE        PIC X(80).                     26/08/09
001310 01  WS-CONTROL-REPORT-EDIT.                                      26/08/09
001340     05  WS-ED-ALREADY-DONE         PIC ZZZZZZZZ9.                26/08/21
001350     05  WS-ED-NOT-FOUND            PIC ZZZZZZZZ9.                26/08/21
001360     05  WS-ED-UPD-SOURCE-SEEN      PIC ZZZZZZZZ9.                26/08/21
001361     05  WS-ED-COVG-EXTRACTED       PIC ZZZZZZZZ9.                26/10/15
001362*                                                                 26/10/15
001363* DATE, TIME AND USER STAMPED ON EACH LOGGED IMAGE - THE          26/10/15
001364* USER IS LEFT BLANK FOR A BATCH PROGRAM.                         26/10/15
001365 01  WS-AUDIT-STAMP.                                              26/10/15
001366     05  WS-AUDIT-DATE              PIC 9(08).                    26/10/15
001367     05  WS-AUDIT-TIME              PIC 9(08).                    26/10/15
001368     05  WS-AUDIT-USER-ID           PIC X(08) VALUE SPACES.       26/10/15
001370*                                                                 26/08/09
001380 PROCEDURE DIVISION.                                              26/08/09
001390*                                                                 26/08/09
001670             QUOTN-FILE-STATUS                                    26/08/09
001680         STOP RUN                                                 26/08/09
001690     END-IF.                                                      26/08/09
001691     OPEN INPUT COVG-FILE.                                        26/10/15
001692     IF COVG-FILE-STATUS NOT = "00"                               26/10/15
001693         DISPLAY "QUOTNEXT - CANNOT OPEN COVERAGE, STATUS = "     26/10/15
001694             COVG-FILE-STATUS                                     26/10/15
001695         STOP RUN                                                 26/10/15
001696     END-IF.                                                      26/10/15
001700     OPEN OUTPUT POLICY-EXTRACT-FILE.                             26/08/09
001710     IF POLICY-EXTRACT-FILE-STATUS NOT = "00"                     26/08/09
001720         DISPLAY "QUOTNEXT - CANNOT OPEN POLEXTR, STATUS = "      26/08/09
002471     ADD QUOTN-PREMIUM-AMT TO WS-EXTR-PREM-TOTAL.                 26/09/01
002472     MOVE QUOTN-RECORD TO WS-AFTER-IMAGE.                         26/09/01
002474     PERFORM 6000-WRITE-AUDIT-IMAGES THRU 6000-EXIT.              26/09/01
002476     PERFORM 2950-EXTRACT-COVG-LINES THRU 2950-EXIT.              26/10/15
002480 2900-EXIT.                                                       26/08/09
002490     EXIT.                                                        26/08/09
002500*                                                                 26/08/09
002670         WS-ED-RECS-EXTRACTED DELIMITED BY SIZE                   26/08/09
002680         INTO WS-CONTROL-REPORT-LINE.                             26/08/09
002690     DISPLAY WS-CONTROL-REPORT-LINE.                              26/08/09
002691     MOVE WS-COVG-EXTRACTED TO WS-ED-COVG-EXTRACTED.              26/10/15
002692     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
002693     STRING "COVERAGE LINES SENT . . : " DELIMITED BY SIZE        26/10/15
002694         WS-ED-COVG-EXTRACTED DELIMITED BY SIZE                   26/10/15
002695         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
002696     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
002700     MOVE WS-RECS-ALREADY-DONE TO WS-ED-ALREADY-DONE.             26/08/21
002710     MOVE WS-RECS-NOT-FOUND    TO WS-ED-NOT-FOUND.                26/08/21
002720     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/08/21
003080*---------------------------------------------------------        26/08/09
003090 9000-TERMINATE.                                                  26/08/09
003100     CLOSE QUOTN-FILE.                                            26/08/09
003102     CLOSE COVG-FILE.                                             26/10/15
003105     PERFORM 7500-WRITE-FILE-TRAILER THRU 7500-EXIT.              26/09/01
003110     CLOSE POLICY-EXTRACT-FILE.                                   26/08/09
003111*    THE SEQUENCE IS COMMITTED ONLY ONCE THE TRAILER IS           26/09/01
003970*    REPORT COVERS THE WHOLE DAY, NOT JUST THE TERMINAL.          26/09/01
003980*---------------------------------------------------------        26/09/01
003990 6000-WRITE-AUDIT-IMAGES.                                         26/09/01
003992     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.                     26/10/15
003994     ACCEPT WS-AUDIT-TIME FROM TIME.                              26/10/15
004000     MOVE WS-BEFORE-IMAGE TO AUDL-IMAGE.                          26/09/01
004010     MOVE "QUOTNEXT" TO AUDL-SOURCE-PGM-ID.                       26/09/01
004015     MOVE WS-AUDIT-STAMP TO AUDL-LOG-STAMP.                       26/10/15
004020     WRITE AUDIT-LOG-RECORD.                                      26/09/01
004030     MOVE WS-AFTER-IMAGE TO AUDL-IMAGE.                           26/09/01
004040     MOVE "QUOTNEXT" TO AUDL-SOURCE-PGM-ID.                       26/09/01
004045     MOVE WS-AUDIT-STAMP TO AUDL-LOG-STAMP.                       26/10/15
004050     WRITE AUDIT-LOG-RECORD.                                      26/09/01
004060     IF AUDIT-LOG-FILE-STATUS NOT = "00"                          26/09/01
004070         DISPLAY "QUOTNEXT - AUDIT WRITE FAILED, NUM = " QUOTN-NUM26/09/01
004500     MOVE "T" TO EXTT-RECORD-TYPE.                                26/09/01
004510     MOVE WS-RECS-EXTRACTED TO EXTT-RECORD-COUNT.                 26/09/01
004520     MOVE WS-EXTR-PREM-TOTAL TO EXTT-PREMIUM-TOTAL.               26/09/01
004522     MOVE WS-COVG-EXTRACTED TO EXTT-COVG-COUNT.                   26/10/15
004524     MOVE WS-COVG-PREM-TOTAL TO EXTT-COVG-PREM-TOTAL.             26/10/15
004530     WRITE EXTR-TRAILER-RECORD.                                   26/09/01
004540     IF POLICY-EXTRACT-FILE-STATUS NOT = "00"                     26/09/01
004550         DISPLAY "QUOTNEXT - TRAILER WRITE FAILED, STATUS = "     26/09/01
004800     END-REWRITE.                                                 26/09/01
004810 8950-EXIT.                                                       26/09/01
004820     EXIT.                                                        26/09/01
004830*                                                                 26/10/15
004840*---------------------------------------------------------        26/10/15
004850* 2950-EXTRACT-COVG-LINES                                         26/10/15
004860*    WRITES ONE "C" ROW PER COVERAGE LINE OF THE QUOTATION        26/10/15
004870*    JUST SENT, STRAIGHT AFTER ITS QUOTATION ROW.  A QUOTE        26/10/15
004880*    WITH NO LINES SENDS THE QUOTATION ROW ALONE.                 26/10/15
004890*---------------------------------------------------------        26/10/15
004900 2950-EXTRACT-COVG-LINES.                                         26/10/15
004910     MOVE "N" TO WS-COVG-EOF-SWITCH.                              26/10/15
004920     MOVE QUOTN-NUM TO COVG-QUOTN-NUM.                            26/10/15
004930     MOVE ZERO TO COVG-LINE-NUM.                                  26/10/15
004940     START COVG-FILE KEY IS NOT LESS THAN COVG-KEY                26/10/15
004950         INVALID KEY                                              26/10/15
004960             GO TO 2950-EXIT                                      26/10/15
004970     END-START.                                                   26/10/15
004980     PERFORM 2960-EXTRACT-NEXT-COVG-LINE THRU 2960-EXIT           26/10/15
004990         UNTIL WS-COVG-EOF.                                       26/10/15
005000 2950-EXIT.                                                       26/10/15
005010     EXIT.                                                        26/10/15
005020*                                                                 26/10/15
005030*---------------------------------------------------------        26/10/15
005040* 2960-EXTRACT-NEXT-COVG-LINE                                     26/10/15
005050*    READS THE NEXT COVERAGE LINE AND, WHILE IT STILL             26/10/15
005060*    BELONGS TO THE QUOTATION IN HAND, WRITES ITS "C" ROW         26/10/15
005070*    AND ADDS IT TO THE COVERAGE TOTALS FOR THE TRAILER.          26/10/15
005080*---------------------------------------------------------        26/10/15
005090 2960-EXTRACT-NEXT-COVG-LINE.                                     26/10/15
005100     READ COVG-FILE NEXT RECORD                                   26/10/15
005110         AT END                                                   26/10/15
005120             SET WS-COVG-EOF TO TRUE                              26/10/15
005130             GO TO 2960-EXIT                                      26/10/15
005140     END-READ.                                                    26/10/15
005150     IF COVG-QUOTN-NUM NOT = QUOTN-NUM                            26/10/15
005160         SET WS-COVG-EOF TO TRUE                                  26/10/15
005170         GO TO 2960-EXIT                                          26/10/15
005180     END-IF.                                                      26/10/15
005190     MOVE "C"                   TO EXTC-RECORD-TYPE.              26/10/15
005200     MOVE COVG-QUOTN-NUM        TO EXTC-QUOTN-NUM.                26/10/15
005210     MOVE COVG-LINE-NUM         TO EXTC-LINE-NUM.                 26/10/15
005220     MOVE COVG-COVERAGE-CODE    TO EXTC-COVERAGE-CODE.            26/10/15
005230     MOVE COVG-LIMIT-AMT        TO EXTC-LIMIT-AMT.                26/10/15
005240     MOVE COVG-PREMIUM-AMT      TO EXTC-PREMIUM-AMT.              26/10/15
005250     MOVE WS-EXTR-COVG-ROW TO EXTR-RECORD.                        26/10/15
005260     WRITE EXTR-RECORD.                                           26/10/15
005270     IF POLICY-EXTRACT-FILE-STATUS NOT = "00"                     26/10/15
005280         DISPLAY "QUOTNEXT - COVERAGE WRITE FAILED, NUM = "       26/10/15
005290             COVG-QUOTN-NUM "/" COVG-LINE-NUM                     26/10/15
005300         GO TO 2960-EXIT                                          26/10/15
005310     END-IF.                                                      26/10/15
005320     ADD 1 TO WS-COVG-EXTRACTED.                                  26/10/15
005330     ADD COVG-PREMIUM-AMT TO WS-COVG-PREM-TOTAL.                  26/10/15
005340 2960-EXIT.                                                       26/10/15
005350     EXIT.                                                        26/10/15
                                                                        26/09/01
