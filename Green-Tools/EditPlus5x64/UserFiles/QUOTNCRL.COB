001600*                BUILT IN THE STYLE OF QUOTNRTL, WHICH DOES       26/09/01
001700*                THE SAME JOB FOR THE UNDERWRITING RATE           26/09/01
001800*                TABLE.                                           26/09/01
001810* 26/10/15  DLM  RATES ARE KEPT AS DATED VERSIONS, AS ON THE      26/10/15
001820*                UNDERWRITING RATE TABLE.  EACH TRANSACTION       26/10/15
001830*                CARRIES AN EFFECTIVE-FROM DATE - A CHANGE FILES  26/10/15
001840*                A NEW VERSION FROM THAT DATE (OR CORRECTS ONE    26/10/15
001850*                ALREADY FILED FOR IT), SO A FUTURE-DATED         26/10/15
001860*                CHANGE LEAVES THE RATE NOW IN FORCE ALONE.  A    26/10/15
001870*                CHANGE MAY NOT BE BACK-DATED.                    26/10/15
001900*                                                                 26/09/01
002000 ENVIRONMENT DIVISION.                                            26/09/01
002100*                                                                 26/09/01
005700 COPY CFI_CRATE.                                                  26/09/01
005800*                                                                 26/09/01
005900* CRATE-TRANS-RECORD - ONE INCOMING ADD OR CHANGE                 26/09/01
006000* TRANSACTION AGAINST COMM-RATE-FILE.  A BLANK EFFECTIVE-FROM     26/10/15
006010* DATE PUTS AN ADDED RATE IN FORCE FROM THE START AND A           26/10/15
006020* CHANGE IN FORCE FROM TODAY.                                     26/10/15
006100 FD  CRATE-TRANS-FILE.                                            26/09/01
006200 01  CRATE-TRANS-RECORD.                                          26/09/01
006300     05  CRTR-CODE                  PIC X(01).                    26/09/01
006800         88  CRTR-TYPE-BRANCH           VALUE "B".                26/09/01
006900     05  CRTR-ID                    PIC X(06).                    26/09/01
007000     05  CRTR-RATE-PCT              PIC 9(02)V99.                 26/09/01
007050     05  CRTR-EFF-FROM-DATE         PIC X(08).                    26/10/15
007100     05  FILLER                     PIC X(60).                    26/10/15
007200*                                                                 26/09/01
007300 FD  CRATE-REJECT-FILE.                                           26/09/01
007400 01  CRATE-REJECT-RECORD            PIC X(80).                    26/09/01
008300* ---------------------------------------------------------       26/09/01
008400 77  WS-TRANS-EOF-SWITCH            PIC X(01) VALUE "N".          26/09/01
008500     88  CRATE-TRANS-EOF               VALUE "Y".                 26/09/01
008510 77  WS-RATE-ON-FILE-SWITCH         PIC X(01) VALUE "N".          26/10/15
008520     88  WS-RATE-ON-FILE               VALUE "Y".                 26/10/15
008600 77  WS-TODAY-DATE                  PIC 9(08).                    26/09/01
008700*                                                                 26/09/01
008800* TRANSACTION EDIT WORK AREA (3000-EDIT-CRATE-RECORD)             26/09/01
009200         88  WS-RECORD-VALID            VALUE "Y".                26/09/01
009300         88  WS-RECORD-INVALID          VALUE "N".                26/09/01
009400     05  WS-REJECT-REASON-TEXT      PIC X(40).                    26/09/01
009410*    THE EFFECTIVE-FROM DATE THE TRANSACTION FILES UNDER,         26/10/15
009420*    AFTER THE BLANK-DATE DEFAULTS ARE APPLIED.                   26/10/15
009430     05  WS-EFF-FROM-DATE           PIC 9(08).                    26/10/15
009440     05  WS-EFF-FROM-DATE-R REDEFINES WS-EFF-FROM-DATE.           26/10/15
009450         10  WS-EFF-FROM-YEAR       PIC 9(04).                    26/10/15
009460         10  WS-EFF-FROM-MONTH      PIC 9(02).                    26/10/15
009470         10  WS-EFF-FROM-DAY        PIC 9(02).                    26/10/15
009500*                                                                 26/09/01
009600* END-OF-RUN CONTROL TOTALS (8000-CONTROL-REPORT)                 26/09/01
009700* ---------------------------------------------------------       26/09/01
009900     05  WS-RECS-READ               PIC 9(09) COMP VALUE ZERO.    26/09/01
010000     05  WS-RECS-ADDED              PIC 9(09) COMP VALUE ZERO.    26/09/01
010100     05  WS-RECS-UPDATED            PIC 9(09) COMP VALUE ZERO.    26/09/01
010150     05  WS-VERSIONS-ADDED          PIC 9(09) COMP VALUE ZERO.    26/10/15
010200     05  WS-RECS-REJECTED           PIC 9(09) COMP VALUE ZERO.    26/09/01
010300*                                                                 26/09/01
010400* CONTROL-REPORT PRINT LINE AND DISPLAY-EDITED COUNTERS -         26/09/01
011000     05  WS-ED-RECS-READ            PIC ZZZZZZZZ9.                26/09/01
011100     05  WS-ED-RECS-ADDED           PIC ZZZZZZZZ9.                26/09/01
011200     05  WS-ED-RECS-UPDATED         PIC ZZZZZZZZ9.                26/09/01
011250     05  WS-ED-VERSIONS-ADDED       PIC ZZZZZZZZ9.                26/10/15
011300     05  WS-ED-RECS-REJECTED        PIC ZZZZZZZZ9.                26/09/01
011400*                                                                 26/09/01
011500 PROCEDURE DIVISION.                                              26/09/01
017900*                                                                 26/09/01
018000*---------------------------------------------------------        26/09/01
018100* 2100-FILE-CRATE-TRANS                                           26/09/01
018200*    ROUTES AN EDITED-VALID TRANSACTION TO ADD A NEW RATE,        26/10/15
018210*    FILE A NEW DATED VERSION OF ONE, OR CORRECT A VERSION        26/10/15
018220*    ALREADY FILED FOR THE SAME DATE.                             26/10/15
018400*---------------------------------------------------------        26/09/01
018500 2100-FILE-CRATE-TRANS.                                           26/09/01
018510     PERFORM 2150-CHECK-RATE-ON-FILE THRU 2150-EXIT.              26/10/15
018800     IF CRTR-ADD                                                  26/09/01
018810         IF WS-RATE-ON-FILE                                       26/10/15
019300             MOVE "RATE KEY ALREADY ON FILE"                      26/10/15
019400                 TO WS-REJECT-REASON-TEXT                         26/10/15
019500             PERFORM 3900-WRITE-REJECT THRU 3900-EXIT             26/10/15
019700         ELSE                                                     26/10/15
020400             PERFORM 2110-ADD-CRATE-RECORD THRU 2110-EXIT         26/10/15
020500         END-IF                                                   26/10/15
020510         GO TO 2100-EXIT                                          26/10/15
020600     END-IF.                                                      26/09/01
020605     IF NOT WS-RATE-ON-FILE                                       26/10/15
020610         MOVE "RATE KEY NOT ON FILE" TO WS-REJECT-REASON-TEXT     26/10/15
020615         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT                 26/10/15
020620         GO TO 2100-EXIT                                          26/10/15
020625     END-IF.                                                      26/10/15
020630*    A CHANGE DATED THE SAME DAY AS A VERSION ALREADY FILED       26/10/15
020635*    CORRECTS THAT VERSION - ANY OTHER DATE FILES A NEW ONE       26/10/15
020640*    AND LEAVES THE VERSIONS BEFORE IT AS THEY WERE.              26/10/15
020645     MOVE CRTR-TYPE        TO CRAT-TYPE.                          26/10/15
020650     MOVE CRTR-ID          TO CRAT-ID.                            26/10/15
020655     MOVE WS-EFF-FROM-DATE TO CRAT-EFF-FROM-DATE.                 26/10/15
020660     READ COMM-RATE-FILE                                          26/10/15
020665         INVALID KEY                                              26/10/15
020670             PERFORM 2110-ADD-CRATE-RECORD THRU 2110-EXIT         26/10/15
020675         NOT INVALID KEY                                          26/10/15
020680             PERFORM 2120-UPDATE-CRATE-RECORD THRU 2120-EXIT      26/10/15
020685     END-READ.                                                    26/10/15
020700 2100-EXIT.                                                       26/09/01
020800     EXIT.                                                        26/09/01
020900*                                                                 26/09/01
021000*---------------------------------------------------------        26/09/01
021100* 2110-ADD-CRATE-RECORD                                           26/09/01
021200*    BUILDS AND WRITES A NEW RATE RECORD - THE FIRST              26/10/15
021210*    VERSION OF A NEW RATE FROM AN ADD, OR A NEW DATED            26/10/15
021220*    VERSION OF AN EXISTING RATE FROM A CHANGE.                   26/10/15
021400*---------------------------------------------------------        26/09/01
021500 2110-ADD-CRATE-RECORD.                                           26/09/01
021600     INITIALIZE CRAT-RECORD.                                      26/09/01
021700     MOVE CRTR-TYPE     TO CRAT-TYPE.                             26/09/01
021800     MOVE CRTR-ID       TO CRAT-ID.                               26/09/01
021850     MOVE WS-EFF-FROM-DATE TO CRAT-EFF-FROM-DATE.                 26/10/15
021900     MOVE CRTR-RATE-PCT TO CRAT-RATE-PCT.                         26/09/01
022000     MOVE WS-TODAY-DATE TO CRAT-LAST-UPD-DATE.                    26/09/01
022100     WRITE CRAT-RECORD                                            26/09/01
022300             DISPLAY "QUOTNCRL - WRITE FAILED, ID = " CRAT-ID     26/09/01
022400             GO TO 2110-EXIT                                      26/09/01
022500     END-WRITE.                                                   26/09/01
022510     IF CRTR-ADD                                                  26/10/15
022600         ADD 1 TO WS-RECS-ADDED                                   26/10/15
022620     ELSE                                                         26/10/15
022630         ADD 1 TO WS-VERSIONS-ADDED                               26/10/15
022640     END-IF.                                                      26/10/15
022700 2110-EXIT.                                                       26/09/01
022800     EXIT.                                                        26/09/01
022900*                                                                 26/09/01
023000*---------------------------------------------------------        26/09/01
023100* 2120-UPDATE-CRATE-RECORD                                        26/09/01
023200*    APPLIES A CHANGE TRANSACTION TO THE VERSION ALREADY          26/10/15
023250*    FILED FOR ITS EFFECTIVE-FROM DATE, READ BY                   26/10/15
023300*    2100-FILE-CRATE-TRANS.                                       26/10/15
023400*---------------------------------------------------------        26/09/01
023500 2120-UPDATE-CRATE-RECORD.                                        26/09/01
023600     MOVE CRTR-RATE-PCT TO CRAT-RATE-PCT.                         26/09/01
024400 2120-EXIT.                                                       26/09/01
024500     EXIT.                                                        26/09/01
024600*                                                                 26/09/01
024602*---------------------------------------------------------        26/10/15
024606* 2150-CHECK-RATE-ON-FILE                                         26/10/15
024610*    SETS WS-RATE-ON-FILE WHEN ANY VERSION OF THE                 26/10/15
024614*    TRANSACTION'S AGENT OR BRANCH RATE IS ALREADY ON             26/10/15
024618*    COMM-RATE-FILE.                                              26/10/15
024622*---------------------------------------------------------        26/10/15
024626 2150-CHECK-RATE-ON-FILE.                                         26/10/15
024630     MOVE "N" TO WS-RATE-ON-FILE-SWITCH.                          26/10/15
024634     MOVE CRTR-TYPE TO CRAT-TYPE.                                 26/10/15
024638     MOVE CRTR-ID   TO CRAT-ID.                                   26/10/15
024642     MOVE ZERO      TO CRAT-EFF-FROM-DATE.                        26/10/15
024646     START COMM-RATE-FILE KEY IS NOT LESS THAN CRAT-KEY           26/10/15
024650         INVALID KEY                                              26/10/15
024654             GO TO 2150-EXIT                                      26/10/15
024658     END-START.                                                   26/10/15
024662     READ COMM-RATE-FILE NEXT RECORD                              26/10/15
024666         AT END                                                   26/10/15
024670             GO TO 2150-EXIT                                      26/10/15
024674     END-READ.                                                    26/10/15
024678     IF CRAT-TYPE = CRTR-TYPE AND CRAT-ID = CRTR-ID               26/10/15
024682         SET WS-RATE-ON-FILE TO TRUE                              26/10/15
024686     END-IF.                                                      26/10/15
024690 2150-EXIT.                                                       26/10/15
024694     EXIT.                                                        26/10/15
024698*                                                                 26/10/15
024700*---------------------------------------------------------        26/09/01
024800* 3000-EDIT-CRATE-RECORD                                          26/09/01
024900*    VALIDATES AN INCOMING RATE TRANSACTION BEFORE IT IS          26/09/01
025000*    FILED - TRANSACTION CODE, TYPE, ID PRESENT, AND RATE         26/09/01
025010*    NUMERIC AND NOT ZERO, AND THE EFFECTIVE-FROM DATE.           26/10/15
025200*---------------------------------------------------------        26/09/01
025300 3000-EDIT-CRATE-RECORD.                                          26/09/01
025400     SET WS-RECORD-VALID TO TRUE.                                 26/09/01
027500             TO WS-REJECT-REASON-TEXT                             26/09/01
027600         GO TO 3000-EXIT                                          26/09/01
027700     END-IF.                                                      26/09/01
027702*    A BLANK EFFECTIVE-FROM DATE PUTS AN ADDED RATE IN FORCE      26/10/15
027705*    FROM THE START AND A CHANGE IN FORCE FROM TODAY.  A          26/10/15
027708*    CHANGE MAY NOT BE BACK-DATED - COMMISSION ALREADY PAID       26/10/15
027711*    AT THE OLD RATE MUST STAND.                                  26/10/15
027714     IF CRTR-EFF-FROM-DATE = SPACES                               26/10/15
027717        OR CRTR-EFF-FROM-DATE = ZEROS                             26/10/15
027720         IF CRTR-ADD                                              26/10/15
027723             MOVE ZERO TO WS-EFF-FROM-DATE                        26/10/15
027726         ELSE                                                     26/10/15
027729             MOVE WS-TODAY-DATE TO WS-EFF-FROM-DATE               26/10/15
027732         END-IF                                                   26/10/15
027735         GO TO 3000-EXIT                                          26/10/15
027738     END-IF.                                                      26/10/15
027741     IF CRTR-EFF-FROM-DATE NOT NUMERIC                            26/10/15
027744         SET WS-RECORD-INVALID TO TRUE                            26/10/15
027747         MOVE "EFFECTIVE DATE NOT NUMERIC"                        26/10/15
027750             TO WS-REJECT-REASON-TEXT                             26/10/15
027753         GO TO 3000-EXIT                                          26/10/15
027756     END-IF.                                                      26/10/15
027759     MOVE CRTR-EFF-FROM-DATE TO WS-EFF-FROM-DATE.                 26/10/15
027762     IF WS-EFF-FROM-MONTH < 1 OR WS-EFF-FROM-MONTH > 12           26/10/15
027765        OR WS-EFF-FROM-DAY < 1 OR WS-EFF-FROM-DAY > 31            26/10/15
027768         SET WS-RECORD-INVALID TO TRUE                            26/10/15
027771         MOVE "EFFECTIVE DATE NOT VALID"                          26/10/15
027774             TO WS-REJECT-REASON-TEXT                             26/10/15
027777         GO TO 3000-EXIT                                          26/10/15
027780     END-IF.                                                      26/10/15
027783     IF CRTR-CHANGE AND WS-EFF-FROM-DATE < WS-TODAY-DATE          26/10/15
027786         SET WS-RECORD-INVALID TO TRUE                            26/10/15
027789         MOVE "CHANGE MAY NOT BE BACK-DATED"                      26/10/15
027792             TO WS-REJECT-REASON-TEXT                             26/10/15
027795         GO TO 3000-EXIT                                          26/10/15
027798     END-IF.                                                      26/10/15
027800 3000-EXIT.                                                       26/09/01
027900     EXIT.                                                        26/09/01
028000*                                                                 26/09/01
029000         CRTR-TYPE              DELIMITED BY SIZE                 26/09/01
029100         "/" DELIMITED BY SIZE                                    26/09/01
029200         CRTR-ID                DELIMITED BY SIZE                 26/09/01
029210         " EFF " DELIMITED BY SIZE                                26/10/15
029220         CRTR-EFF-FROM-DATE     DELIMITED BY SIZE                 26/10/15
029300         " CODE " DELIMITED BY SIZE                               26/09/01
029400         CRTR-CODE              DELIMITED BY SIZE                 26/09/01
029500         " " DELIMITED BY SIZE                                    26/09/01
031200     DISPLAY "QUOTNCRL COMMISSION RATE CONTROL REPORT".           26/09/01
031300     MOVE WS-RECS-READ     TO WS-ED-RECS-READ.                    26/09/01
031400     MOVE WS-RECS-ADDED    TO WS-ED-RECS-ADDED.                   26/09/01
031450     MOVE WS-VERSIONS-ADDED TO WS-ED-VERSIONS-ADDED.              26/10/15
031500     MOVE WS-RECS-UPDATED  TO WS-ED-RECS-UPDATED.                 26/09/01
031600     MOVE WS-RECS-REJECTED TO WS-ED-RECS-REJECTED.                26/09/01
031700     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/09/01
032400         WS-ED-RECS-ADDED DELIMITED BY SIZE                       26/09/01
032500         INTO WS-CONTROL-REPORT-LINE.                             26/09/01
032600     DISPLAY WS-CONTROL-REPORT-LINE.                              26/09/01
032610     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
032620     STRING "VERSIONS ADDED  . . . . : " DELIMITED BY SIZE        26/10/15
032630         WS-ED-VERSIONS-ADDED DELIMITED BY SIZE                   26/10/15
032640         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
032650     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
032700     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/09/01
032800     STRING "RECORDS UPDATED . . . . : " DELIMITED BY SIZE        26/09/01
032900         WS-ED-RECS-UPDATED DELIMITED BY SIZE                     26/09/01
