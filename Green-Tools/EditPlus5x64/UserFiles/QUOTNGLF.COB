002000*                DAY'S RUN-CONTROL RECORDS AND REFUSES TO         26/09/01
002100*                RELEASE THE FEED WHEN THEY DISAGREE, THE         26/09/01
002200*                SAME WAY QUOTNBAL POLICES THE NIGHT.             26/09/01
002210* 26/10/15  DLM  ENDORSEMENT PREMIUM - A NEW PASS OVER THE        26/10/15
002220*                ENDORSEMENT HISTORY FILE POSTS EACH PRO-RATA     26/10/15
002230*                DIFFERENCE QUOTNEND APPLIED TONIGHT TO ITS       26/10/15
002240*                OWN ENDORSEMENT PREMIUM ACCOUNT PAIR, AND        26/10/15
002250*                THE COUNT IS CROSS-CHECKED AGAINST QUOTNEND'S    26/10/15
002260*                RUN-CONTROL RECORD.  QUOTNEND NOW RUNS           26/10/15
002270*                AHEAD OF THIS FEED AND IS ITS PREDECESSOR.       26/10/15
002300*                                                                 26/09/01
002400 ENVIRONMENT DIVISION.                                            26/09/01
002500*                                                                 26/09/01
004940         ASSIGN       TO "CANTRANS.DAT"                           26/09/01
004950         ORGANIZATION IS SEQUENTIAL                               26/09/01
004960         FILE STATUS  IS CANCEL-TRANS-FILE-STATUS.                26/09/01
004961*                                                                 26/10/15
004962* ENDORSE-HIST-FILE IS THE ENDORSEMENT HISTORY QUOTNEND           26/10/15
004963* FILES - ITS RECORDS PROCESSED TODAY ARE THE ENDORSEMENT         26/10/15
004964* PREMIUM POPULATION.                                             26/10/15
004965     SELECT ENDORSE-HIST-FILE                                     26/10/15
004966         ASSIGN       TO "ENDHIST.DAT"                            26/10/15
004967         ORGANIZATION IS INDEXED                                  26/10/15
004968         ACCESS MODE  IS DYNAMIC                                  26/10/15
004969         FILE STATUS  IS ENDORSE-HIST-FILE-STATUS                 26/10/15
004970         RECORD KEY   IS ENDH-KEY.                                26/10/15
004900*                                                                 26/09/01
005000* CONTR-FILE IS READ BY KEY TO CONFIRM WHAT QUOTNISS AND          26/09/01
005100* QUOTNCAN ACTUALLY FILED TONIGHT AND TO PRICE EACH               26/09/01
012980     05  CTRAN-CONTR-NUM            PIC 9(10).                    26/09/01
012983     05  CTRAN-STATUS-DATE          PIC 9(08).                    26/09/01
012986     05  FILLER                     PIC X(61).                    26/09/01
012987*                                                                 26/10/15
012988* ENDORSEMENT HISTORY RECORD - SEE CFI_ENDHS.                     26/10/15
012989 FD  ENDORSE-HIST-FILE.                                           26/10/15
012990 COPY CFI_ENDHS.                                                  26/10/15
012991*                                                                 26/10/15
013000 FD  CONTR-FILE.                                                  26/09/01
013100 COPY CFI_CONTR.                                                  26/09/01
013200*                                                                 26/09/01
016400 01  CONTR-FILE-STATUS             PIC X(2).                      26/09/01
016410 01  POLICY-RESP-FILE-STATUS       PIC X(2).                      26/09/01
016420 01  CANCEL-TRANS-FILE-STATUS      PIC X(2).                      26/09/01
016430 01  ENDORSE-HIST-FILE-STATUS      PIC X(2).                      26/10/15
016500 01  AGENT-FILE-STATUS             PIC X(2).                      26/09/01
016600 01  GL-FEED-FILE-STATUS           PIC X(2).                      26/09/01
016700 01  RUN-CONTROL-FILE-STATUS       PIC X(2).                      26/09/01
016800 77  WS-RUN-PRED-PGM-ID             PIC X(08) VALUE "QUOTNEND".   26/10/15
016900 77  WS-RUN-TIME                    PIC 9(08).                    26/09/01
017000*                                                                 26/09/01
017100* RUN SWITCHES                                                    26/09/01
017710     88  POLICY-RESP-EOF               VALUE "Y".                 26/09/01
017720 77  WS-CAN-EOF-SWITCH              PIC X(01) VALUE "N".          26/09/01
017730     88  CANCEL-TRANS-EOF              VALUE "Y".                 26/09/01
017740 77  WS-ENDT-EOF-SWITCH             PIC X(01) VALUE "N".          26/10/15
017750     88  ENDORSE-HIST-EOF              VALUE "Y".                 26/10/15
017900 77  WS-FEED-FAIL-SWITCH            PIC X(01) VALUE "N".          26/09/01
018000     88  WS-FEED-FAIL                  VALUE "Y".                 26/09/01
018100 77  WS-TODAY-DATE                  PIC 9(08).                    26/09/01
018900 77  WS-ACCT-QUOTED-CR              PIC X(04) VALUE "2900".       26/09/01
019000 77  WS-ACCT-WRITTEN-DR             PIC X(04) VALUE "1200".       26/09/01
019100 77  WS-ACCT-WRITTEN-CR             PIC X(04) VALUE "4100".       26/09/01
019110*    ENDORSEMENT PREMIUM IS BOOKED TO ITS OWN RECEIVABLE AND      26/10/15
019120*    INCOME PAIR SO FINANCE SEES MID-TERM CHANGES APART FROM      26/10/15
019130*    NEW BUSINESS - RETURN PREMIUM POSTS THE PAIR REVERSED.       26/10/15
019140 77  WS-ACCT-ENDT-DR                PIC X(04) VALUE "1210".       26/10/15
019150 77  WS-ACCT-ENDT-CR                PIC X(04) VALUE "4110".       26/10/15
019200*                                                                 26/09/01
019300* GL ACCUMULATION TABLE - ONE ENTRY PER BRANCH AND                26/09/01
019400* ACCOUNT, SUMMED AS THE DAY'S ACTIVITY IS POSTED AND             26/09/01
023000 01  WS-UPD-RUNC-REJECTED           PIC 9(09) VALUE ZERO.         26/09/01
023100 01  WS-ISS-RUNC-ISSUED             PIC 9(09) VALUE ZERO.         26/09/01
023200 01  WS-CAN-RUNC-UPDATED            PIC 9(09) VALUE ZERO.         26/09/01
023210 01  WS-END-RUNC-UPDATED            PIC 9(09) VALUE ZERO.         26/10/15
023300*                                                                 26/09/01
023400* CROSS-CHECK WORK FIELDS.                                        26/09/01
023500* ---------------------------------------------------------       26/09/01
024400     05  WS-REJECTS-READ            PIC 9(09) COMP VALUE ZERO.    26/09/01
024500     05  WS-ISSUES-SEEN             PIC 9(09) COMP VALUE ZERO.    26/09/01
024600     05  WS-CANCELS-SEEN            PIC 9(09) COMP VALUE ZERO.    26/09/01
024610     05  WS-ENDTS-SEEN              PIC 9(09) COMP VALUE ZERO.    26/10/15
024700     05  WS-GL-LINES-WRITTEN        PIC 9(09) COMP VALUE ZERO.    26/09/01
024800     05  WS-GL-AMOUNT-HASH          PIC 9(13)V99 COMP VALUE ZERO. 26/09/01
024900*                                                                 26/09/01
025300     05  WS-ED-REJECTS-READ         PIC ZZZZZZZZ9.                26/09/01
025400     05  WS-ED-ISSUES-SEEN          PIC ZZZZZZZZ9.                26/09/01
025500     05  WS-ED-CANCELS-SEEN         PIC ZZZZZZZZ9.                26/09/01
025510     05  WS-ED-ENDTS-SEEN           PIC ZZZZZZZZ9.                26/10/15
025600     05  WS-ED-GL-LINES             PIC ZZZZZZZZ9.                26/09/01
025700*                                                                 26/09/01
025800 PROCEDURE DIVISION.                                              26/09/01
027350         UNTIL POLICY-RESP-EOF.                                   26/09/01
027400     PERFORM 2700-PROCESS-CANCEL-TRANS THRU 2700-EXIT             26/09/01
027450         UNTIL CANCEL-TRANS-EOF.                                  26/09/01
027460     PERFORM 2800-PROCESS-ENDT-HISTORY THRU 2800-EXIT             26/10/15
027470         UNTIL ENDORSE-HIST-EOF.                                  26/10/15
027500     PERFORM 6000-CROSS-CHECK-TOTALS THRU 6000-EXIT.              26/09/01
027600     IF NOT WS-FEED-FAIL                                          26/09/01
027700         PERFORM 7000-WRITE-GL-FEED THRU 7000-EXIT                26/09/01
031840             CANCEL-TRANS-FILE-STATUS                             26/09/01
031850         STOP RUN                                                 26/09/01
031860     END-IF.                                                      26/09/01
031870     OPEN INPUT  ENDORSE-HIST-FILE.                               26/10/15
031875     IF ENDORSE-HIST-FILE-STATUS NOT = "00"                       26/10/15
031880         DISPLAY "QUOTNGLF - CANNOT OPEN ENDHIST, STATUS = "      26/10/15
031885             ENDORSE-HIST-FILE-STATUS                             26/10/15
031890         STOP RUN                                                 26/10/15
031895     END-IF.                                                      26/10/15
031900     OPEN OUTPUT GL-FEED-FILE.                                    26/09/01
032000     IF GL-FEED-FILE-STATUS NOT = "00"                            26/09/01
032100         DISPLAY "QUOTNGLF - CANNOT OPEN GLFEED, STATUS = "       26/09/01
034900     IF RUNC-STAT-COMPLETED                                       26/09/01
035000         MOVE RUNC-RECS-UPDATED TO WS-CAN-RUNC-UPDATED            26/09/01
035100     END-IF.                                                      26/09/01
035110     MOVE "QUOTNEND" TO RUNC-PGM-ID.                              26/10/15
035120     PERFORM 1150-READ-ONE-RUN THRU 1150-EXIT.                    26/10/15
035130     IF RUNC-STAT-COMPLETED                                       26/10/15
035140         MOVE RUNC-RECS-UPDATED TO WS-END-RUNC-UPDATED            26/10/15
035150     END-IF.                                                      26/10/15
035200 1100-EXIT.                                                       26/09/01
035300     EXIT.                                                        26/09/01
035400*                                                                 26/09/01
045450     PERFORM 3000-POST-MOVEMENT THRU 3000-EXIT.                   26/09/01
045480 2700-EXIT.                                                       26/09/01
045510     EXIT.                                                        26/09/01
045520*                                                                 26/10/15
045530*---------------------------------------------------------        26/10/15
045540* 2800-PROCESS-ENDT-HISTORY                                       26/10/15
045550*    READS THE ENDORSEMENT HISTORY FILE FOR THE RECORDS           26/10/15
045560*    QUOTNEND FILED TONIGHT.  EACH ONE COUNTS AGAINST             26/10/15
045570*    QUOTNEND RUNC-RECS-UPDATED, AND ITS PRO-RATA PREMIUM         26/10/15
045580*    DIFFERENCE POSTS TO THE ENDORSEMENT ACCOUNT PAIR UNDER       26/10/15
045590*    THE BRANCH OF THE AGENT WHO HELD THE CONTRACT WHEN IT        26/10/15
045600*    WAS ENDORSED - ADDITIONAL PREMIUM AS A DEBIT TO THE          26/10/15
045610*    RECEIVABLE, RETURN PREMIUM THE OTHER WAY AROUND.  A          26/10/15
045620*    POLICY NUMBER CORRECTION CARRIES NO PREMIUM AND POSTS        26/10/15
045630*    NOTHING.                                                     26/10/15
045640*---------------------------------------------------------        26/10/15
045650 2800-PROCESS-ENDT-HISTORY.                                       26/10/15
045660     READ ENDORSE-HIST-FILE NEXT RECORD                           26/10/15
045670         AT END                                                   26/10/15
045680             SET ENDORSE-HIST-EOF TO TRUE                         26/10/15
045690             GO TO 2800-EXIT                                      26/10/15
045700     END-READ.                                                    26/10/15
045710     IF ENDH-PROCESS-DATE NOT = WS-TODAY-DATE                     26/10/15
045720         GO TO 2800-EXIT                                          26/10/15
045730     END-IF.                                                      26/10/15
045740     ADD 1 TO WS-ENDTS-SEEN.                                      26/10/15
045750     IF ENDH-PRORATA-AMT = ZERO                                   26/10/15
045760         GO TO 2800-EXIT                                          26/10/15
045770     END-IF.                                                      26/10/15
045780     MOVE ENDH-PRIOR-AGENT-NUM TO WS-LOOKUP-AGENT-NUM.            26/10/15
045790     PERFORM 3100-FIND-AGENT-BRANCH THRU 3100-EXIT.               26/10/15
045800     IF ENDH-RETURN-PREM                                          26/10/15
045810         MOVE WS-ACCT-ENDT-CR TO WS-POST-DR-ACCOUNT               26/10/15
045820         MOVE WS-ACCT-ENDT-DR TO WS-POST-CR-ACCOUNT               26/10/15
045830     ELSE                                                         26/10/15
045840         MOVE WS-ACCT-ENDT-DR TO WS-POST-DR-ACCOUNT               26/10/15
045850         MOVE WS-ACCT-ENDT-CR TO WS-POST-CR-ACCOUNT               26/10/15
045860     END-IF.                                                      26/10/15
045870     MOVE ENDH-PRORATA-AMT TO WS-POST-AMT.                        26/10/15
045880     PERFORM 3000-POST-MOVEMENT THRU 3000-EXIT.                   26/10/15
045890 2800-EXIT.                                                       26/10/15
045900     EXIT.                                                        26/10/15
046200*                                                                 26/09/01
046300*---------------------------------------------------------        26/09/01
046400* 3100-FIND-AGENT-BRANCH                                          26/09/01
055000* 6000-CROSS-CHECK-TOTALS                                         26/09/01
055100*    HOLDS THIS RUN'S OWN COUNTS AGAINST THE DAY'S                26/09/01
055200*    RUN-CONTROL RECORDS - TRANSACTIONS AND REJECTS               26/09/01
055300*    AGAINST QUOTNUPD, ISSUES AGAINST QUOTNISS,                   26/10/15
055400*    CANCELLATIONS AGAINST QUOTNCAN, AND ENDORSEMENTS             26/10/15
055500*    AGAINST QUOTNEND.  ANY DISAGREEMENT FAILS THE FEED.          26/10/15
055600*---------------------------------------------------------        26/09/01
055700 6000-CROSS-CHECK-TOTALS.                                         26/09/01
055800     MOVE "TRANS READ VS UPD READ" TO WS-CHECK-TITLE.             26/09/01
058300         SET WS-FEED-FAIL TO TRUE                                 26/09/01
058400         PERFORM 6900-SHOW-CHECK-FAIL THRU 6900-EXIT              26/09/01
058500     END-IF.                                                      26/09/01
058510     MOVE "ENDORSEMENTS VS END UPD" TO WS-CHECK-TITLE.            26/10/15
058520     MOVE WS-ENDTS-SEEN       TO WS-ED-LEFT-AMT.                  26/10/15
058530     MOVE WS-END-RUNC-UPDATED TO WS-ED-RIGHT-AMT.                 26/10/15
058540     IF WS-ENDTS-SEEN NOT = WS-END-RUNC-UPDATED                   26/10/15
058550         SET WS-FEED-FAIL TO TRUE                                 26/10/15
058560         PERFORM 6900-SHOW-CHECK-FAIL THRU 6900-EXIT              26/10/15
058570     END-IF.                                                      26/10/15
058600     IF NOT WS-FEED-FAIL                                          26/09/01
058700         DISPLAY "QUOTNGLF - RUN CONTROL CHECKS . : PASS"         26/09/01
058800     END-IF.                                                      26/09/01
066400     MOVE WS-ISSUES-SEEN     TO WS-ED-ISSUES-SEEN.                26/09/01
066500     MOVE WS-CANCELS-SEEN    TO WS-ED-CANCELS-SEEN.               26/09/01
066600     MOVE WS-GL-LINES-WRITTEN TO WS-ED-GL-LINES.                  26/09/01
066610     MOVE WS-ENDTS-SEEN      TO WS-ED-ENDTS-SEEN.                 26/10/15
066700     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/09/01
066800     STRING "TRANSACTIONS READ . . . : " DELIMITED BY SIZE        26/09/01
066900         WS-ED-TRANS-READ DELIMITED BY SIZE                       26/09/01
068400         WS-ED-CANCELS-SEEN DELIMITED BY SIZE                     26/09/01
068500         INTO WS-CONTROL-REPORT-LINE.                             26/09/01
068600     DISPLAY WS-CONTROL-REPORT-LINE.                              26/09/01
068610     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
068620     STRING "ENDORSEMENTS  . . . . . : " DELIMITED BY SIZE        26/10/15
068630         WS-ED-ENDTS-SEEN DELIMITED BY SIZE                       26/10/15
068640         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
068650     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
068700     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/09/01
068800     STRING "GL LINES RELEASED . . . : " DELIMITED BY SIZE        26/09/01
068900         WS-ED-GL-LINES DELIMITED BY SIZE                         26/09/01
070500     CLOSE CONTR-FILE.                                            26/09/01
070510     CLOSE POLICY-RESP-FILE.                                      26/09/01
070520     CLOSE CANCEL-TRANS-FILE.                                     26/09/01
070530     CLOSE ENDORSE-HIST-FILE.                                     26/10/15
070600     CLOSE AGENT-FILE.                                            26/09/01
070700     CLOSE GL-FEED-FILE.                                          26/09/01
070800     IF WS-FEED-FAIL                                              26/09/01
