002000*                BACK REJECTED AFTER A RECYCLE GOES ON THE        26/08/21
002100*                SUPERVISOR LISTING INSTEAD OF ROUND AND          26/08/21
002200*                ROUND THROUGH THE EDIT.                          26/08/21
002210* 26/10/15  DLM  A REJECTED COVERAGE-LINE TRANSACTION ("N",       26/10/15
002220*                "M" OR "D") GOES TO THE SUPERVISOR LISTING       26/10/15
002230*                TO BE RE-KEYED - IT IS NOT REPAIRED, AND IS      26/10/15
002240*                NOT LOGGED AGAINST THE QUOTE.                    26/10/15
002300*                                                                 26/08/21
002400 ENVIRONMENT DIVISION.                                            26/08/21
002500*                                                                 26/08/21
007200*                                                                 26/08/21
007300* SUPV-RPT-FILE IS THE SUPERVISOR LISTING - ONE LINE PER          26/08/21
007400* REJECT THAT CAME BACK AFTER A RECYCLE, AND PER REJECT           26/08/21
007500* WITH NO CORRECTION ON FILE OR FOR A COVERAGE LINE.              26/10/15
007600     SELECT SUPV-RPT-FILE                                         26/08/21
007700         ASSIGN       TO "RCYSUPV.DAT"                            26/08/21
007800         ORGANIZATION IS SEQUENTIAL                               26/08/21
009100     05  QREJ-REASON-TEXT           PIC X(40).                    26/08/21
009200     05  QREJ-REJECT-DATE           PIC 9(08).                    26/08/21
009300     05  QREJ-INPUT-RECORD          PIC X(63).                    26/08/21
009310     05  QREJ-INPUT-R REDEFINES QREJ-INPUT-RECORD.                26/10/15
009320         10  QREJ-INPUT-TRAN-CODE   PIC X(01).                    26/10/15
009330             88  QREJ-COVG-LINE         VALUE "N" "M" "D".        26/10/15
009340         10  FILLER                 PIC X(62).                    26/10/15
009400*                                                                 26/08/21
009500* CORRECTION-RECORD - KEYED BY QUOTE NUMBER AND REASON            26/08/21
009600* CODE.  EVERY REPLACEABLE FIELD OF THE TRANSACTION IS            26/08/21
017200     05  WS-RECS-RECYCLED           PIC 9(09) COMP VALUE ZERO.    26/08/21
017300     05  WS-RECS-NO-CORRECTION      PIC 9(09) COMP VALUE ZERO.    26/08/21
017400     05  WS-RECS-SECOND-REJECT      PIC 9(09) COMP VALUE ZERO.    26/08/21
017410     05  WS-RECS-COVG-LINE          PIC 9(09) COMP VALUE ZERO.    26/10/15
017500*                                                                 26/08/21
017600* CONTROL-REPORT PRINT LINE AND DISPLAY-EDITED COUNTERS -         26/08/21
017700* STRING REQUIRES DISPLAY USAGE, SO THE COMP COUNTERS ABOVE       26/08/21
018300     05  WS-ED-RECS-RECYCLED        PIC ZZZZZZZZ9.                26/08/21
018400     05  WS-ED-NO-CORRECTION        PIC ZZZZZZZZ9.                26/08/21
018500     05  WS-ED-SECOND-REJECT        PIC ZZZZZZZZ9.                26/08/21
018510     05  WS-ED-COVG-LINE            PIC ZZZZZZZZ9.                26/10/15
018600*                                                                 26/08/21
018700* SUPERVISOR-LINE WORK AREA - THE CALLER LEAVES ITS               26/08/21
018800* DISPOSITION TEXT IN WS-SUPV-DISPOSITION BEFORE                  26/08/21
026200*    LISTING, A FIRST-TIMER WITH A CORRECTION ON FILE IS          26/08/21
026300*    REPAIRED AND RESUBMITTED, AND A FIRST-TIMER WITH NO          26/08/21
026400*    CORRECTION IS LISTED SO THE DESK KNOWS IT IS STILL           26/08/21
026500*    WAITING.  A COVERAGE-LINE REJECT IS ONLY LISTED              26/10/15
026510*    (2300-ROUTE-COVG-REJECT).                                    26/10/15
026600*---------------------------------------------------------        26/08/21
026700 2000-PROCESS-REJECT-FILE.                                        26/08/21
026800     READ QUOTN-REJECT-FILE NEXT RECORD                           26/08/21
027100             GO TO 2000-EXIT                                      26/08/21
027200     END-READ.                                                    26/08/21
027300     ADD 1 TO WS-REJECTS-READ.                                    26/08/21
027310     IF QREJ-COVG-LINE                                            26/10/15
027320         PERFORM 2300-ROUTE-COVG-REJECT THRU 2300-EXIT            26/10/15
027330         GO TO 2000-EXIT                                          26/10/15
027340     END-IF.                                                      26/10/15
027400     MOVE QREJ-QUOTN-NUM TO RCYL-QUOTN-NUM.                       26/08/21
027500     READ RECYCLE-LOG-FILE                                        26/08/21
027600         INVALID KEY                                              26/08/21
042000     MOVE WS-RECS-RECYCLED      TO WS-ED-RECS-RECYCLED.           26/08/21
042100     MOVE WS-RECS-NO-CORRECTION TO WS-ED-NO-CORRECTION.           26/08/21
042200     MOVE WS-RECS-SECOND-REJECT TO WS-ED-SECOND-REJECT.           26/08/21
042210     MOVE WS-RECS-COVG-LINE     TO WS-ED-COVG-LINE.               26/10/15
042300     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/08/21
042400     STRING "REJECTS READ  . . . . . : " DELIMITED BY SIZE        26/08/21
042500         WS-ED-REJECTS-READ DELIMITED BY SIZE                     26/08/21
044000         WS-ED-SECOND-REJECT DELIMITED BY SIZE                    26/08/21
044100         INTO WS-CONTROL-REPORT-LINE.                             26/08/21
044200     DISPLAY WS-CONTROL-REPORT-LINE.                              26/08/21
044210     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
044220     STRING "COVERAGE LINE REJECTS . : " DELIMITED BY SIZE        26/10/15
044230         WS-ED-COVG-LINE DELIMITED BY SIZE                        26/10/15
044240         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
044250     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
044300 8000-EXIT.                                                       26/08/21
044400     EXIT.                                                        26/08/21
044500*                                                                 26/08/21
045500     CLOSE SUPV-RPT-FILE.                                         26/08/21
045600 9000-EXIT.                                                       26/08/21
045700     EXIT.                                                        26/08/21
045710*                                                                 26/10/15
045720*---------------------------------------------------------        26/10/15
045730* 2300-ROUTE-COVG-REJECT                                          26/10/15
045740*    A REJECTED COVERAGE-LINE TRANSACTION ("N", "M" OR "D")       26/10/15
045750*    DOES NOT FIT THE RTRN- LAYOUT THE CORRECTIONS ARE            26/10/15
045760*    KEYED AGAINST, SO IT IS NEVER REPAIRED HERE.  IT IS          26/10/15
045770*    LISTED FOR THE DESK TO RE-KEY, AND NOTHING IS LOGGED         26/10/15
045780*    AGAINST THE QUOTE, SO THE QUOTE'S NEXT REJECT IS STILL       26/10/15
045790*    TREATED AS A FIRST-TIMER.                                    26/10/15
045800*---------------------------------------------------------        26/10/15
045810 2300-ROUTE-COVG-REJECT.                                          26/10/15
045820     ADD 1 TO WS-RECS-COVG-LINE.                                  26/10/15
045830     MOVE ZERO TO RCYL-ATTEMPT-COUNT.                             26/10/15
045840     MOVE "COVERAGE LINE - RE-KEY" TO WS-SUPV-DISPOSITION.        26/10/15
045850     PERFORM 3900-WRITE-SUPV-LINE THRU 3900-EXIT.                 26/10/15
045860 2300-EXIT.                                                       26/10/15
045870     EXIT.                                                        26/10/15
