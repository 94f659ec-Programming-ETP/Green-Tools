000100 IDENTIFICATION DIVISION.                                         26/10/15
000200 PROGRAM-ID.    QUOTNCVL.                                         26/10/15
000300 AUTHOR.        D. MILLER.                                        26/10/15
000400 INSTALLATION.  HOME OFFICE - QUOTATION SYSTEMS.                  26/10/15
000500 DATE-WRITTEN.  26/10/15.                                         26/10/15
000600 DATE-COMPILED.                                                   26/10/15
000700*                                                                 26/10/15
000800* MODIFICATION HISTORY                                            26/10/15
000900* ---------------------------------------------------------       26/10/15
001000* 26/10/15  DLM  ORIGINAL PROGRAM - BATCH LOAD/MAINTENANCE        26/10/15
001100*                OF THE COVRATE-FILE COVERAGE CODE TABLE FROM     26/10/15
001200*                UNDERWRITING'S TRANSACTION FILE.  ADDS NEW       26/10/15
001300*                COVERAGE CODES AND CHANGES THE DESCRIPTION       26/10/15
001400*                AND LIMITS ON EXISTING ONES.  REJECTS ARE        26/10/15
001500*                LISTED WITH A REASON SO UNDERWRITING CAN         26/10/15
001600*                CORRECT AND RESUBMIT.  SAME SHAPE AS QUOTNRTL.   26/10/15
001700*                                                                 26/10/15
001800 ENVIRONMENT DIVISION.                                            26/10/15
001900*                                                                 26/10/15
002000 CONFIGURATION SECTION.                                           26/10/15
002100 SOURCE-COMPUTER. VAX-VMS.                                        26/10/15
002200 OBJECT-COMPUTER. VAX-VMS.                                        26/10/15
002300*                                                                 26/10/15
002400 INPUT-OUTPUT SECTION.                                            26/10/15
002500 FILE-CONTROL.                                                    26/10/15
002600*                                                                 26/10/15
002700* COVRATE-FILE IS THE COVERAGE CODE TABLE VALIDATED AGAINST BY    26/10/15
002800* QUOTNUPD'S AND QUOTNONL'S COVERAGE-LINE EDITS.                  26/10/15
002900     SELECT COVRATE-FILE                                          26/10/15
003000         ASSIGN       TO "COVRATE.DAT"                            26/10/15
003100         ORGANIZATION IS INDEXED                                  26/10/15
003200         ACCESS MODE  IS DYNAMIC                                  26/10/15
003300         FILE STATUS  IS COVRATE-FILE-STATUS                      26/10/15
003400         RECORD KEY   IS CVRT-COVERAGE-CODE.                      26/10/15
003500*                                                                 26/10/15
003600* COVRATE-TRANS-FILE IS THE INCOMING TRANSACTION FILE OF NEW      26/10/15
003700* AND CHANGED COVERAGE CODES FROM UNDERWRITING.                   26/10/15
003800     SELECT COVRATE-TRANS-FILE                                    26/10/15
003900         ASSIGN       TO "CVRTTRAN.DAT"                           26/10/15
004000         ORGANIZATION IS SEQUENTIAL                               26/10/15
004100         FILE STATUS  IS COVRATE-TRANS-FILE-STATUS.               26/10/15
004200*                                                                 26/10/15
004300* COVRATE-REJECT-FILE RECEIVES ONE LINE PER TRANSACTION THAT      26/10/15
004400* FAILED EDIT OR COULD NOT BE FILED.                              26/10/15
004500     SELECT COVRATE-REJECT-FILE                                   26/10/15
004600         ASSIGN       TO "CVLREJ.DAT"                             26/10/15
004700         ORGANIZATION IS SEQUENTIAL                               26/10/15
004800         FILE STATUS  IS COVRATE-REJECT-FILE-STATUS.              26/10/15
004900*                                                                 26/10/15
005000 DATA DIVISION.                                                   26/10/15
005100*                                                                 26/10/15
005200 FILE SECTION.                                                    26/10/15
005300*                                                                 26/10/15
005400 FD  COVRATE-FILE.                                                26/10/15
005500 COPY CFI_CVRT.                                                   26/10/15
005600*                                                                 26/10/15
005700* COVRATE-TRANS-RECORD - ONE INCOMING ADD OR CHANGE               26/10/15
005800* TRANSACTION AGAINST COVRATE-FILE.                               26/10/15
005900 FD  COVRATE-TRANS-FILE.                                          26/10/15
006000 01  COVRATE-TRANS-RECORD.                                        26/10/15
006100     05  CTRAN-CODE                 PIC X(01).                    26/10/15
006200         88  CTRAN-ADD                  VALUE "A".                26/10/15
006300         88  CTRAN-CHANGE               VALUE "C".                26/10/15
006400     05  CTRAN-COVERAGE-CODE        PIC X(04).                    26/10/15
006500     05  CTRAN-DESCRIPTION          PIC X(30).                    26/10/15
006600     05  CTRAN-MIN-PREMIUM-AMT      PIC 9(07)V99.                 26/10/15
006700     05  CTRAN-MAX-PREMIUM-AMT      PIC 9(07)V99.                 26/10/15
006800     05  CTRAN-TOL-LOW-AMT          PIC 9(07)V99.                 26/10/15
006900     05  CTRAN-TOL-HIGH-AMT         PIC 9(07)V99.                 26/10/15
007000     05  FILLER                     PIC X(09).                    26/10/15
007100*                                                                 26/10/15
007200 FD  COVRATE-REJECT-FILE.                                         26/10/15
007300 01  COVRATE-REJECT-RECORD          PIC X(80).                    26/10/15
007400*                                                                 26/10/15
007500 WORKING-STORAGE SECTION.                                         26/10/15
007600*                                                                 26/10/15
007700 01  COVRATE-FILE-STATUS           PIC X(2).                      26/10/15
007800 01  COVRATE-TRANS-FILE-STATUS     PIC X(2).                      26/10/15
007900 01  COVRATE-REJECT-FILE-STATUS    PIC X(2).                      26/10/15
008000*                                                                 26/10/15
008100* RUN SWITCHES                                                    26/10/15
008200* ---------------------------------------------------------       26/10/15
008300 77  WS-TRANS-EOF-SWITCH            PIC X(01) VALUE "N".          26/10/15
008400     88  COVRATE-TRANS-EOF             VALUE "Y".                 26/10/15
008500 77  WS-TODAY-DATE                  PIC 9(08).                    26/10/15
008600*                                                                 26/10/15
008700* TRANSACTION EDIT WORK AREA (3000-EDIT-COVRATE-RECORD)           26/10/15
008800* ---------------------------------------------------------       26/10/15
008900 01  WS-EDIT-WORK-AREA.                                           26/10/15
009000     05  WS-EDIT-SWITCH             PIC X(01).                    26/10/15
009100         88  WS-RECORD-VALID            VALUE "Y".                26/10/15
009200         88  WS-RECORD-INVALID          VALUE "N".                26/10/15
009300     05  WS-REJECT-REASON-TEXT      PIC X(40).                    26/10/15
009400*                                                                 26/10/15
009500* END-OF-RUN CONTROL TOTALS (8000-CONTROL-REPORT)                 26/10/15
009600* ---------------------------------------------------------       26/10/15
009700 01  WS-CONTROL-TOTALS.                                           26/10/15
009800     05  WS-RECS-READ               PIC 9(09) COMP VALUE ZERO.    26/10/15
009900     05  WS-RECS-ADDED              PIC 9(09) COMP VALUE ZERO.    26/10/15
010000     05  WS-RECS-UPDATED            PIC 9(09) COMP VALUE ZERO.    26/10/15
010100     05  WS-RECS-REJECTED           PIC 9(09) COMP VALUE ZERO.    26/10/15
010200*                                                                 26/10/15
010300* CONTROL-REPORT PRINT LINE AND DISPLAY-EDITED COUNTERS -         26/10/15
010400* STRING REQUIRES DISPLAY USAGE, SO THE COMP COUNTERS ABOVE       26/10/15
010500* ARE EDITED HERE BEFORE THEY ARE STRUNG INTO THE LINE.           26/10/15
010600* ---------------------------------------------------------       26/10/15
010700 01  WS-CONTROL-REPORT-LINE        PIC X(80).                     26/10/15
010800 01  WS-CONTROL-REPORT-EDIT.                                      26/10/15
010900     05  WS-ED-RECS-READ            PIC ZZZZZZZZ9.                26/10/15
011000     05  WS-ED-RECS-ADDED           PIC ZZZZZZZZ9.                26/10/15
011100     05  WS-ED-RECS-UPDATED         PIC ZZZZZZZZ9.                26/10/15
011200     05  WS-ED-RECS-REJECTED        PIC ZZZZZZZZ9.                26/10/15
011300*                                                                 26/10/15
011400 PROCEDURE DIVISION.                                              26/10/15
011500*                                                                 26/10/15
011600*---------------------------------------------------------        26/10/15
011700* 0000-MAINLINE                                                   26/10/15
011800*    DRIVES A FULL COVRATE-FILE MAINTENANCE RUN - EDIT AND        26/10/15
011900*    FILE EACH INCOMING COVERAGE CODE TRANSACTION, THEN           26/10/15
012000*    PRINT THE CONTROL REPORT.                                    26/10/15
012100*---------------------------------------------------------        26/10/15
012200 0000-MAINLINE.                                                   26/10/15
012300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      26/10/15
012400     PERFORM 2000-PROCESS-COVRATE-TRANS THRU 2000-EXIT            26/10/15
012500         UNTIL COVRATE-TRANS-EOF.                                 26/10/15
012600     PERFORM 8000-CONTROL-REPORT THRU 8000-EXIT.                  26/10/15
012700     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       26/10/15
012800     STOP RUN.                                                    26/10/15
012900*                                                                 26/10/15
013000*---------------------------------------------------------        26/10/15
013100* 1000-INITIALIZE                                                 26/10/15
013200*    OPENS COVRATE-FILE FOR UPDATE, THE TRANSACTION FILE          26/10/15
013300*    INPUT, AND THE REJECT LISTING OUTPUT.                        26/10/15
013400*---------------------------------------------------------        26/10/15
013500 1000-INITIALIZE.                                                 26/10/15
013600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     26/10/15
013700     OPEN I-O    COVRATE-FILE.                                    26/10/15
013800     IF COVRATE-FILE-STATUS NOT = "00"                            26/10/15
013900         DISPLAY "QUOTNCVL - CANNOT OPEN COVRATE, STATUS = "      26/10/15
014000             COVRATE-FILE-STATUS                                  26/10/15
014100         STOP RUN                                                 26/10/15
014200     END-IF.                                                      26/10/15
014300     OPEN INPUT  COVRATE-TRANS-FILE.                              26/10/15
014400     IF COVRATE-TRANS-FILE-STATUS NOT = "00"                      26/10/15
014500         DISPLAY "QUOTNCVL - CANNOT OPEN CVRTTRAN, STATUS = "     26/10/15
014600             COVRATE-TRANS-FILE-STATUS                            26/10/15
014700         STOP RUN                                                 26/10/15
014800     END-IF.                                                      26/10/15
014900     OPEN OUTPUT COVRATE-REJECT-FILE.                             26/10/15
015000     IF COVRATE-REJECT-FILE-STATUS NOT = "00"                     26/10/15
015100         DISPLAY "QUOTNCVL - CANNOT OPEN CVLREJ, STATUS = "       26/10/15
015200             COVRATE-REJECT-FILE-STATUS                           26/10/15
015300         STOP RUN                                                 26/10/15
015400     END-IF.                                                      26/10/15
015500 1000-EXIT.                                                       26/10/15
015600     EXIT.                                                        26/10/15
015700*                                                                 26/10/15
015800*---------------------------------------------------------        26/10/15
015900* 2000-PROCESS-COVRATE-TRANS                                      26/10/15
016000*    READS THE NEXT COVERAGE CODE TRANSACTION, EDITS IT,          26/10/15
016100*    AND FILES OR REJECTS IT AGAINST COVRATE-FILE.                26/10/15
016200*---------------------------------------------------------        26/10/15
016300 2000-PROCESS-COVRATE-TRANS.                                      26/10/15
016400     READ COVRATE-TRANS-FILE NEXT RECORD                          26/10/15
016500         AT END                                                   26/10/15
016600             SET COVRATE-TRANS-EOF TO TRUE                        26/10/15
016700             GO TO 2000-EXIT                                      26/10/15
016800     END-READ.                                                    26/10/15
016900     ADD 1 TO WS-RECS-READ.                                       26/10/15
017000     PERFORM 3000-EDIT-COVRATE-RECORD THRU 3000-EXIT.             26/10/15
017100     IF WS-RECORD-INVALID                                         26/10/15
017200         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT                 26/10/15
017300     ELSE                                                         26/10/15
017400         PERFORM 2100-FILE-COVRATE-TRANS THRU 2100-EXIT           26/10/15
017500     END-IF.                                                      26/10/15
017600 2000-EXIT.                                                       26/10/15
017700     EXIT.                                                        26/10/15
017800*                                                                 26/10/15
017900*---------------------------------------------------------        26/10/15
018000* 2100-FILE-COVRATE-TRANS                                         26/10/15
018100*    ROUTES AN EDITED-VALID TRANSACTION TO ADD A NEW              26/10/15
018200*    COVRATE-FILE RECORD OR UPDATE AN EXISTING ONE.               26/10/15
018300*---------------------------------------------------------        26/10/15
018400 2100-FILE-COVRATE-TRANS.                                         26/10/15
018500     MOVE CTRAN-COVERAGE-CODE TO CVRT-COVERAGE-CODE.              26/10/15
018600     IF CTRAN-ADD                                                 26/10/15
018700         READ COVRATE-FILE                                        26/10/15
018800             INVALID KEY                                          26/10/15
018900                 PERFORM 2110-ADD-COVRATE-RECORD THRU 2110-EXIT   26/10/15
019000             NOT INVALID KEY                                      26/10/15
019100                 MOVE "COVERAGE CODE ALREADY ON FILE"             26/10/15
019200                     TO WS-REJECT-REASON-TEXT                     26/10/15
019300                 PERFORM 3900-WRITE-REJECT THRU 3900-EXIT         26/10/15
019400         END-READ                                                 26/10/15
019500     ELSE                                                         26/10/15
019600         READ COVRATE-FILE                                        26/10/15
019700             INVALID KEY                                          26/10/15
019800                 MOVE "COVERAGE CODE NOT ON FILE"                 26/10/15
019900                     TO WS-REJECT-REASON-TEXT                     26/10/15
020000                 PERFORM 3900-WRITE-REJECT THRU 3900-EXIT         26/10/15
020100             NOT INVALID KEY                                      26/10/15
020200                 PERFORM 2120-UPDATE-COVRATE-RECORD               26/10/15
020300                     THRU 2120-EXIT                               26/10/15
020400         END-READ                                                 26/10/15
020500     END-IF.                                                      26/10/15
020600 2100-EXIT.                                                       26/10/15
020700     EXIT.                                                        26/10/15
020800*                                                                 26/10/15
020900*---------------------------------------------------------        26/10/15
021000* 2110-ADD-COVRATE-RECORD                                         26/10/15
021100*    BUILDS AND WRITES A NEW COVRATE-FILE RECORD FROM AN          26/10/15
021200*    ADD TRANSACTION.                                             26/10/15
021300*---------------------------------------------------------        26/10/15
021400 2110-ADD-COVRATE-RECORD.                                         26/10/15
021500     INITIALIZE CVRT-RECORD.                                      26/10/15
021600     MOVE CTRAN-COVERAGE-CODE   TO CVRT-COVERAGE-CODE.            26/10/15
021700     MOVE CTRAN-DESCRIPTION     TO CVRT-DESCRIPTION.              26/10/15
021800     MOVE CTRAN-MIN-PREMIUM-AMT TO CVRT-MIN-PREMIUM-AMT.          26/10/15
021900     MOVE CTRAN-MAX-PREMIUM-AMT TO CVRT-MAX-PREMIUM-AMT.          26/10/15
022000     MOVE CTRAN-TOL-LOW-AMT     TO CVRT-TOL-LOW-AMT.              26/10/15
022100     MOVE CTRAN-TOL-HIGH-AMT    TO CVRT-TOL-HIGH-AMT.             26/10/15
022200     MOVE WS-TODAY-DATE         TO CVRT-LAST-UPD-DATE.            26/10/15
022300     WRITE CVRT-RECORD                                            26/10/15
022400         INVALID KEY                                              26/10/15
022500             DISPLAY "QUOTNCVL - WRITE FAILED, CODE = "           26/10/15
022600                 CVRT-COVERAGE-CODE                               26/10/15
022700             GO TO 2110-EXIT                                      26/10/15
022800     END-WRITE.                                                   26/10/15
022900     ADD 1 TO WS-RECS-ADDED.                                      26/10/15
023000 2110-EXIT.                                                       26/10/15
023100     EXIT.                                                        26/10/15
023200*                                                                 26/10/15
023300*---------------------------------------------------------        26/10/15
023400* 2120-UPDATE-COVRATE-RECORD                                      26/10/15
023500*    APPLIES A CHANGE TRANSACTION TO THE COVRATE-FILE             26/10/15
023600*    RECORD ALREADY READ BY 2100-FILE-COVRATE-TRANS.  A           26/10/15
023700*    BLANK DESCRIPTION KEEPS THE ONE ON FILE.                     26/10/15
023800*---------------------------------------------------------        26/10/15
023900 2120-UPDATE-COVRATE-RECORD.                                      26/10/15
024000     IF CTRAN-DESCRIPTION NOT = SPACES                            26/10/15
024100         MOVE CTRAN-DESCRIPTION TO CVRT-DESCRIPTION               26/10/15
024200     END-IF.                                                      26/10/15
024300     MOVE CTRAN-MIN-PREMIUM-AMT TO CVRT-MIN-PREMIUM-AMT.          26/10/15
024400     MOVE CTRAN-MAX-PREMIUM-AMT TO CVRT-MAX-PREMIUM-AMT.          26/10/15
024500     MOVE CTRAN-TOL-LOW-AMT     TO CVRT-TOL-LOW-AMT.              26/10/15
024600     MOVE CTRAN-TOL-HIGH-AMT    TO CVRT-TOL-HIGH-AMT.             26/10/15
024700     MOVE WS-TODAY-DATE         TO CVRT-LAST-UPD-DATE.            26/10/15
024800     REWRITE CVRT-RECORD                                          26/10/15
024900         INVALID KEY                                              26/10/15
025000             DISPLAY "QUOTNCVL - REWRITE FAILED, CODE = "         26/10/15
025100                 CVRT-COVERAGE-CODE                               26/10/15
025200             GO TO 2120-EXIT                                      26/10/15
025300     END-REWRITE.                                                 26/10/15
025400     ADD 1 TO WS-RECS-UPDATED.                                    26/10/15
025500 2120-EXIT.                                                       26/10/15
025600     EXIT.                                                        26/10/15
025700*                                                                 26/10/15
025800*---------------------------------------------------------        26/10/15
025900* 3000-EDIT-COVRATE-RECORD                                        26/10/15
026000*    VALIDATES AN INCOMING COVERAGE CODE TRANSACTION BEFORE       26/10/15
026100*    IT IS FILED - TRANSACTION CODE, COVERAGE CODE, NUMERIC       26/10/15
026200*    FIELDS, AND THE LIMITS IN ORDER                              26/10/15
026300*    (MIN <= TOL-LOW <= TOL-HIGH <= MAX).                         26/10/15
026400*---------------------------------------------------------        26/10/15
026500 3000-EDIT-COVRATE-RECORD.                                        26/10/15
026600     SET WS-RECORD-VALID TO TRUE.                                 26/10/15
026700     MOVE SPACES TO WS-REJECT-REASON-TEXT.                        26/10/15
026800     IF NOT CTRAN-ADD AND NOT CTRAN-CHANGE                        26/10/15
026900         SET WS-RECORD-INVALID TO TRUE                            26/10/15
027000         MOVE "TRANSACTION CODE NOT VALID"                        26/10/15
027100             TO WS-REJECT-REASON-TEXT                             26/10/15
027200         GO TO 3000-EXIT                                          26/10/15
027300     END-IF.                                                      26/10/15
027400     IF CTRAN-COVERAGE-CODE = SPACES                              26/10/15
027500         SET WS-RECORD-INVALID TO TRUE                            26/10/15
027600         MOVE "COVERAGE CODE MISSING"                             26/10/15
027700             TO WS-REJECT-REASON-TEXT                             26/10/15
027800         GO TO 3000-EXIT                                          26/10/15
027900     END-IF.                                                      26/10/15
028000     IF CTRAN-ADD AND CTRAN-DESCRIPTION = SPACES                  26/10/15
028100         SET WS-RECORD-INVALID TO TRUE                            26/10/15
028200         MOVE "DESCRIPTION MISSING ON ADD"                        26/10/15
028300             TO WS-REJECT-REASON-TEXT                             26/10/15
028400         GO TO 3000-EXIT                                          26/10/15
028500     END-IF.                                                      26/10/15
028600     IF CTRAN-MIN-PREMIUM-AMT NOT NUMERIC                         26/10/15
028700        OR CTRAN-MAX-PREMIUM-AMT NOT NUMERIC                      26/10/15
028800        OR CTRAN-TOL-LOW-AMT NOT NUMERIC                          26/10/15
028900        OR CTRAN-TOL-HIGH-AMT NOT NUMERIC                         26/10/15
029000         SET WS-RECORD-INVALID TO TRUE                            26/10/15
029100         MOVE "PREMIUM LIMIT NOT NUMERIC"                         26/10/15
029200             TO WS-REJECT-REASON-TEXT                             26/10/15
029300         GO TO 3000-EXIT                                          26/10/15
029400     END-IF.                                                      26/10/15
029500     IF CTRAN-MIN-PREMIUM-AMT > CTRAN-TOL-LOW-AMT                 26/10/15
029600        OR CTRAN-TOL-LOW-AMT > CTRAN-TOL-HIGH-AMT                 26/10/15
029700        OR CTRAN-TOL-HIGH-AMT > CTRAN-MAX-PREMIUM-AMT             26/10/15
029800         SET WS-RECORD-INVALID TO TRUE                            26/10/15
029900         MOVE "PREMIUM LIMITS OUT OF ORDER"                       26/10/15
030000             TO WS-REJECT-REASON-TEXT                             26/10/15
030100         GO TO 3000-EXIT                                          26/10/15
030200     END-IF.                                                      26/10/15
030300 3000-EXIT.                                                       26/10/15
030400     EXIT.                                                        26/10/15
030500*                                                                 26/10/15
030600*---------------------------------------------------------        26/10/15
030700* 3900-WRITE-REJECT                                               26/10/15
030800*    FILES ONE REJECT-LISTING LINE FOR THE CURRENT                26/10/15
030900*    TRANSACTION WITH THE EDIT REASON.                            26/10/15
031000*---------------------------------------------------------        26/10/15
031100 3900-WRITE-REJECT.                                               26/10/15
031200     ADD 1 TO WS-RECS-REJECTED.                                   26/10/15
031300     MOVE SPACES TO COVRATE-REJECT-RECORD.                        26/10/15
031400     STRING "COVERAGE " DELIMITED BY SIZE                         26/10/15
031500         CTRAN-COVERAGE-CODE    DELIMITED BY SIZE                 26/10/15
031600         " CODE " DELIMITED BY SIZE                               26/10/15
031700         CTRAN-CODE             DELIMITED BY SIZE                 26/10/15
031800         " " DELIMITED BY SIZE                                    26/10/15
031900         WS-REJECT-REASON-TEXT  DELIMITED BY SIZE                 26/10/15
032000         INTO COVRATE-REJECT-RECORD.                              26/10/15
032100     WRITE COVRATE-REJECT-RECORD.                                 26/10/15
032200     IF COVRATE-REJECT-FILE-STATUS NOT = "00"                     26/10/15
032300         DISPLAY "QUOTNCVL - WRITE FAILED, CODE = "               26/10/15
032400             CTRAN-COVERAGE-CODE                                  26/10/15
032500         GO TO 3900-EXIT                                          26/10/15
032600     END-IF.                                                      26/10/15
032700 3900-EXIT.                                                       26/10/15
032800     EXIT.                                                        26/10/15
032900*                                                                 26/10/15
033000*---------------------------------------------------------        26/10/15
033100* 8000-CONTROL-REPORT                                             26/10/15
033200*    PRINTS THE END-OF-RUN BALANCING REPORT FOR THIS              26/10/15
033300*    COVRATE-FILE MAINTENANCE RUN.                                26/10/15
033400*---------------------------------------------------------        26/10/15
033500 8000-CONTROL-REPORT.                                             26/10/15
033600     DISPLAY "QUOTNCVL COVERAGE TABLE CONTROL REPORT".            26/10/15
033700     MOVE WS-RECS-READ     TO WS-ED-RECS-READ.                    26/10/15
033800     MOVE WS-RECS-ADDED    TO WS-ED-RECS-ADDED.                   26/10/15
033900     MOVE WS-RECS-UPDATED  TO WS-ED-RECS-UPDATED.                 26/10/15
034000     MOVE WS-RECS-REJECTED TO WS-ED-RECS-REJECTED.                26/10/15
034100     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
034200     STRING "RECORDS READ    . . . . : " DELIMITED BY SIZE        26/10/15
034300         WS-ED-RECS-READ DELIMITED BY SIZE                        26/10/15
034400         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
034500     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
034600     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
034700     STRING "RECORDS ADDED   . . . . : " DELIMITED BY SIZE        26/10/15
034800         WS-ED-RECS-ADDED DELIMITED BY SIZE                       26/10/15
034900         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
035000     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
035100     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
035200     STRING "RECORDS UPDATED . . . . : " DELIMITED BY SIZE        26/10/15
035300         WS-ED-RECS-UPDATED DELIMITED BY SIZE                     26/10/15
035400         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
035500     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
035600     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
035700     STRING "RECORDS REJECTED  . . . : " DELIMITED BY SIZE        26/10/15
035800         WS-ED-RECS-REJECTED DELIMITED BY SIZE                    26/10/15
035900         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
036000     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
036100 8000-EXIT.                                                       26/10/15
036200     EXIT.                                                        26/10/15
036300*                                                                 26/10/15
036400*---------------------------------------------------------        26/10/15
036500* 9000-TERMINATE                                                  26/10/15
036600*    CLOSES ALL FILES OPENED BY 1000-INITIALIZE.                  26/10/15
036700*---------------------------------------------------------        26/10/15
036800 9000-TERMINATE.                                                  26/10/15
036900     CLOSE COVRATE-FILE.                                          26/10/15
037000     CLOSE COVRATE-TRANS-FILE.                                    26/10/15
037100     CLOSE COVRATE-REJECT-FILE.                                   26/10/15
037200 9000-EXIT.                                                       26/10/15
037300     EXIT.                                                        26/10/15
