001940*                REPORT SHOWS THE ORIGINATING PROGRAM ON          26/09/01
001950*                EACH CHANGE SO ONE REPORT COVERS THE             26/09/01
001960*                WHOLE DAY, NOT JUST THE TERMINAL.                26/09/01
001965* 26/10/15  DLM  EACH IMAGE NOW CARRIES A DATE/TIME/USER STAMP    26/10/15
001970*                (LOADED TO THE CHANGE HISTORY BY QUOTNHLD).      26/10/15
001975*                A BLANK AFTER IMAGE - A QUOTE QUOTNARC HAS       26/10/15
001980*                ARCHIVED - PRINTS AS A REMOVAL ENTRY.            26/10/15
002000*                                                                 26/08/21
002100 ENVIRONMENT DIVISION.                                            26/08/21
002200*                                                                 26/08/21
005900 01  AUDIT-LOG-RECORD.                                            26/09/01
005910     05  AUDL-IMAGE                 PIC X(99).                    26/09/01
005920     05  AUDL-SOURCE-PGM-ID         PIC X(08).                    26/09/01
005930     05  AUDL-LOG-STAMP.                                          26/10/15
005940         10  AUDL-LOG-DATE          PIC 9(08).                    26/10/15
005950         10  AUDL-LOG-TIME          PIC 9(08).                    26/10/15
005960         10  AUDL-USER-ID           PIC X(08).                    26/10/15
006000*                                                                 26/08/21
006100 FD  AUDIT-RPT-FILE.                                              26/08/21
006200 01  AUDIT-RPT-RECORD               PIC X(80).                    26/08/21
013900 01  WS-CONTROL-TOTALS.                                           26/08/21
014000     05  WS-PAIRS-READ              PIC 9(09) COMP VALUE ZERO.    26/08/21
014100     05  WS-ADDS-REPORTED           PIC 9(09) COMP VALUE ZERO.    26/08/21
014150     05  WS-REMOVALS-REPORTED       PIC 9(09) COMP VALUE ZERO.    26/10/15
014200     05  WS-CHANGES-REPORTED        PIC 9(09) COMP VALUE ZERO.    26/08/21
014300     05  WS-EXCP-REPORTED           PIC 9(09) COMP VALUE ZERO.    26/08/21
014400*                                                                 26/08/21
014600 01  WS-CONTROL-REPORT-EDIT.                                      26/08/21
014700     05  WS-ED-PAIRS-READ           PIC ZZZZZZZZ9.                26/08/21
014800     05  WS-ED-ADDS-REPORTED        PIC ZZZZZZZZ9.                26/08/21
014850     05  WS-ED-REMOVALS-REPORTED    PIC ZZZZZZZZ9.                26/10/15
014900     05  WS-ED-CHANGES-REPORTED     PIC ZZZZZZZZ9.                26/08/21
015000     05  WS-ED-EXCP-REPORTED        PIC ZZZZZZZZ9.                26/08/21
015100*                                                                 26/08/21
022900     IF WS-BEFORE-IMAGE = SPACES                                  26/08/21
023000         PERFORM 3500-REPORT-NEW-RECORD THRU 3500-EXIT            26/08/21
023100     ELSE                                                         26/08/21
023110         IF WS-AFTER-IMAGE = SPACES                               26/10/15
023120             PERFORM 3600-REPORT-REMOVED-RECORD THRU 3600-EXIT    26/10/15
023130         ELSE                                                     26/10/15
023200             PERFORM 3000-COMPARE-IMAGES THRU 3000-EXIT           26/10/15
023210         END-IF                                                   26/10/15
023300     END-IF.                                                      26/08/21
023400 2000-EXIT.                                                       26/08/21
023500     EXIT.                                                        26/08/21
043100     END-IF.                                                      26/08/21
043200 3500-EXIT.                                                       26/08/21
043300     EXIT.                                                        26/08/21
043302*                                                                 26/10/15
043304*---------------------------------------------------------        26/10/15
043306* 3600-REPORT-REMOVED-RECORD                                      26/10/15
043308*    PRINTS A REMOVAL (BLANK AFTER IMAGE) - A QUOTE MOVED         26/10/15
043310*    OFF QUOTN-FILE BY QUOTNARC - WITH THE KEY FIELDS IT          26/10/15
043312*    HAD WHEN IT LEFT.                                            26/10/15
043314*---------------------------------------------------------        26/10/15
043316 3600-REPORT-REMOVED-RECORD.                                      26/10/15
043318     ADD 1 TO WS-REMOVALS-REPORTED.                               26/10/15
043320     MOVE AUDB-QUOTN-NUM TO WS-ED-QUOTN-NUM.                      26/10/15
043322     MOVE AUDB-PREMIUM-AMT TO WS-ED-PREMIUM.                      26/10/15
043324     MOVE SPACES TO AUDIT-RPT-RECORD.                             26/10/15
043326     STRING "QUOTE " DELIMITED BY SIZE                            26/10/15
043328         WS-ED-QUOTN-NUM DELIMITED BY SIZE                        26/10/15
043330         " REMOVED - CUST " DELIMITED BY SIZE                     26/10/15
043332         AUDB-CUST-NUM DELIMITED BY SIZE                          26/10/15
043334         " POLICY " DELIMITED BY SIZE                             26/10/15
043336         AUDB-POLICY-NUM DELIMITED BY SIZE                        26/10/15
043338         " PREMIUM " DELIMITED BY SIZE                            26/10/15
043340         WS-ED-PREMIUM DELIMITED BY SIZE                          26/10/15
043342         INTO AUDIT-RPT-RECORD.                                   26/10/15
043344     WRITE AUDIT-RPT-RECORD.                                      26/10/15
043346     MOVE SPACES TO AUDIT-RPT-RECORD.                             26/10/15
043348     STRING "    STATUS " DELIMITED BY SIZE                       26/10/15
043350         AUDB-STATUS DELIMITED BY SIZE                            26/10/15
043352         " AGENT " DELIMITED BY SIZE                              26/10/15
043354         AUDB-AGENT-NUM DELIMITED BY SIZE                         26/10/15
043356         " EXP " DELIMITED BY SIZE                                26/10/15
043358         AUDB-EXP-DATE(1:8) DELIMITED BY SIZE                     26/10/15
043360         " BY " DELIMITED BY SIZE                                 26/10/15
043362         WS-SOURCE-PGM-ID DELIMITED BY SIZE                       26/10/15
043364         INTO AUDIT-RPT-RECORD.                                   26/10/15
043366     WRITE AUDIT-RPT-RECORD.                                      26/10/15
043368     IF AUDIT-RPT-FILE-STATUS NOT = "00"                          26/10/15
043370         DISPLAY "QUOTNAUD - WRITE FAILED, NUM = "                26/10/15
043372             AUDB-QUOTN-NUM                                       26/10/15
043374         GO TO 3600-EXIT                                          26/10/15
043376     END-IF.                                                      26/10/15
043378 3600-EXIT.                                                       26/10/15
043380     EXIT.                                                        26/10/15
043400*                                                                 26/08/21
043500*---------------------------------------------------------        26/08/21
043600* 8000-CONTROL-REPORT                                             26/08/21
044100     DISPLAY "QUOTNAUD AUDIT REPORT CONTROL REPORT".              26/08/21
044200     MOVE WS-PAIRS-READ        TO WS-ED-PAIRS-READ.               26/08/21
044300     MOVE WS-ADDS-REPORTED     TO WS-ED-ADDS-REPORTED.            26/08/21
044350     MOVE WS-REMOVALS-REPORTED TO WS-ED-REMOVALS-REPORTED.        26/10/15
044400     MOVE WS-CHANGES-REPORTED  TO WS-ED-CHANGES-REPORTED.         26/08/21
044500     MOVE WS-EXCP-REPORTED     TO WS-ED-EXCP-REPORTED.            26/08/21
044600     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/08/21
045300         WS-ED-ADDS-REPORTED DELIMITED BY SIZE                    26/08/21
045400         INTO WS-CONTROL-REPORT-LINE.                             26/08/21
045500     DISPLAY WS-CONTROL-REPORT-LINE.                              26/08/21
045510     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
045520     STRING "REMOVALS REPORTED . . . : " DELIMITED BY SIZE        26/10/15
045530         WS-ED-REMOVALS-REPORTED DELIMITED BY SIZE                26/10/15
045540         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
045550     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
045600     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/08/21
045700     STRING "CORRECTIONS REPORTED  . : " DELIMITED BY SIZE        26/08/21
045800         WS-ED-CHANGES-REPORTED DELIMITED BY SIZE                 26/08/21
