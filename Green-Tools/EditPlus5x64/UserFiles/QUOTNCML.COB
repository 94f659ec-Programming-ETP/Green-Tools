001600*                CORRECT AND RESUBMIT.  BUILT IN THE STYLE        26/09/01
001700*                OF QUOTNAGL, WHICH DOES THE SAME JOB FOR         26/09/01
001800*                THE AGENT MASTER.                                26/09/01
001810* 26/10/15  DLM  A CHANGE AGAINST A CUSTOMER NUMBER MERGED        26/10/15
001820*                AWAY BY QUOTNMRG IS REJECTED WITH THE            26/10/15
001830*                SURVIVING NUMBER IN THE REASON, SO THE DESK      26/10/15
001840*                RE-KEYS IT THERE AND CANNOT REACTIVATE THE       26/10/15
001850*                DUPLICATE.                                       26/10/15
001900*                                                                 26/09/01
002000 ENVIRONMENT DIVISION.                                            26/09/01
002100*                                                                 26/09/01
023800*    ALREADY READ BY 2100-FILE-CUST-TRANS.  BLANK NAME OR         26/09/01
023900*    ADDRESS LINES LEAVE THE FIELD ALONE, THE SAME WAY            26/09/01
024000*    QUOTNONL TREATS A BLANK CORRECTION PROMPT.                   26/09/01
024010*    A CUSTOMER MERGED INTO ANOTHER NUMBER IS NOT CHANGED -       26/10/15
024020*    THE REJECT NAMES THE SURVIVING NUMBER INSTEAD.               26/10/15
024100*---------------------------------------------------------        26/09/01
024200 2120-UPDATE-CUST-RECORD.                                         26/09/01
024210     IF NOT CUST-NOT-MERGED                                       26/10/15
024220         MOVE SPACES TO WS-REJECT-REASON-TEXT                     26/10/15
024230         STRING "MERGED INTO " DELIMITED BY SIZE                  26/10/15
024240             CUST-MERGED-INTO-NUM DELIMITED BY SIZE               26/10/15
024250             " - USE THAT NUMBER" DELIMITED BY SIZE               26/10/15
024260             INTO WS-REJECT-REASON-TEXT                           26/10/15
024270         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT                 26/10/15
024280         GO TO 2120-EXIT                                          26/10/15
024290     END-IF.                                                      26/10/15
024300     IF CTRN-NAME NOT = SPACES                                    26/09/01
024400         MOVE CTRN-NAME TO CUST-NAME                              26/09/01
024500     END-IF.                                                      26/09/01
