001300*                CHANGES THE LIMITS ON EXISTING ONES.             26/08/21
001400*                REJECTS ARE LISTED WITH A REASON SO              26/08/21
001500*                UNDERWRITING CAN CORRECT AND RESUBMIT.           26/08/21
001510* 26/10/15  DLM  BANDS ARE KEPT AS DATED VERSIONS.  EACH          26/10/15
001520*                TRANSACTION CARRIES AN EFFECTIVE-FROM DATE - A   26/10/15
001530*                CHANGE FILES A NEW VERSION FROM THAT DATE (OR    26/10/15
001540*                CORRECTS ONE ALREADY FILED FOR IT), SO A         26/10/15
001550*                FUTURE-DATED CHANGE LEAVES THE RATE NOW IN       26/10/15
001560*                FORCE ALONE.  A CHANGE MAY NOT BE BACK-DATED.    26/10/15
001600*                                                                 26/08/21
001700 ENVIRONMENT DIVISION.                                            26/08/21
001800*                                                                 26/08/21
003000         ORGANIZATION IS INDEXED                                  26/08/21
003100         ACCESS MODE  IS DYNAMIC                                  26/08/21
003200         FILE STATUS  IS RATE-FILE-STATUS                         26/08/21
003300         RECORD KEY   IS RATE-KEY.                                26/10/15
003400*                                                                 26/08/21
003500* RATE-TRANS-FILE IS THE INCOMING TRANSACTION FILE OF NEW         26/08/21
003600* AND CHANGED TERM BANDS FROM UNDERWRITING.                       26/08/21
005400 COPY CFI_RATE.                                                   26/08/21
005500*                                                                 26/08/21
005600* RATE-TRANS-RECORD - ONE INCOMING ADD OR CHANGE                  26/08/21
005610* TRANSACTION AGAINST RATE-FILE.  A BLANK EFFECTIVE-FROM          26/10/15
005620* DATE PUTS AN ADDED BAND IN FORCE FROM THE START AND A           26/10/15
005630* CHANGE IN FORCE FROM TODAY.                                     26/10/15
005800 FD  RATE-TRANS-FILE.                                             26/08/21
005900 01  RATE-TRANS-RECORD.                                           26/08/21
006000     05  RTRAN-CODE                 PIC X(01).                    26/08/21
006500     05  RTRAN-MAX-PREMIUM-AMT      PIC 9(07)V99.                 26/08/21
006600     05  RTRAN-TOL-LOW-AMT          PIC 9(07)V99.                 26/08/21
006700     05  RTRAN-TOL-HIGH-AMT         PIC 9(07)V99.                 26/08/21
006750     05  RTRAN-EFF-FROM-DATE        PIC X(08).                    26/10/15
006800     05  FILLER                     PIC X(31).                    26/10/15
006900*                                                                 26/08/21
007000 FD  RATE-REJECT-FILE.                                            26/08/21
007100 01  RATE-REJECT-RECORD             PIC X(80).                    26/08/21
008000* ---------------------------------------------------------       26/08/21
008100 77  WS-TRANS-EOF-SWITCH            PIC X(01) VALUE "N".          26/08/21
008200     88  RATE-TRANS-EOF                VALUE "Y".                 26/08/21
008210 77  WS-BAND-ON-FILE-SWITCH         PIC X(01) VALUE "N".          26/10/15
008220     88  WS-BAND-ON-FILE               VALUE "Y".                 26/10/15
008300 77  WS-TODAY-DATE                  PIC 9(08).                    26/08/21
008400*                                                                 26/08/21
008500* TRANSACTION EDIT WORK AREA (3000-EDIT-RATE-RECORD)              26/08/21
008900         88  WS-RECORD-VALID            VALUE "Y".                26/08/21
009000         88  WS-RECORD-INVALID          VALUE "N".                26/08/21
009100     05  WS-REJECT-REASON-TEXT      PIC X(40).                    26/08/21
009110*    THE EFFECTIVE-FROM DATE THE TRANSACTION FILES UNDER,         26/10/15
009120*    AFTER THE BLANK-DATE DEFAULTS ARE APPLIED.                   26/10/15
009130     05  WS-EFF-FROM-DATE           PIC 9(08).                    26/10/15
009140     05  WS-EFF-FROM-DATE-R REDEFINES WS-EFF-FROM-DATE.           26/10/15
009150         10  WS-EFF-FROM-YEAR       PIC 9(04).                    26/10/15
009160         10  WS-EFF-FROM-MONTH      PIC 9(02).                    26/10/15
009170         10  WS-EFF-FROM-DAY        PIC 9(02).                    26/10/15
009200*                                                                 26/08/21
009300* END-OF-RUN CONTROL TOTALS (8000-CONTROL-REPORT)                 26/08/21
009400* ---------------------------------------------------------       26/08/21
009600     05  WS-RECS-READ               PIC 9(09) COMP VALUE ZERO.    26/08/21
009700     05  WS-RECS-ADDED              PIC 9(09) COMP VALUE ZERO.    26/08/21
009800     05  WS-RECS-UPDATED            PIC 9(09) COMP VALUE ZERO.    26/08/21
009850     05  WS-VERSIONS-ADDED          PIC 9(09) COMP VALUE ZERO.    26/10/15
009900     05  WS-RECS-REJECTED           PIC 9(09) COMP VALUE ZERO.    26/08/21
010000*                                                                 26/08/21
010100* CONTROL-REPORT PRINT LINE AND DISPLAY-EDITED COUNTERS -         26/08/21
010700     05  WS-ED-RECS-READ            PIC ZZZZZZZZ9.                26/08/21
010800     05  WS-ED-RECS-ADDED           PIC ZZZZZZZZ9.                26/08/21
010900     05  WS-ED-RECS-UPDATED         PIC ZZZZZZZZ9.                26/08/21
010950     05  WS-ED-VERSIONS-ADDED       PIC ZZZZZZZZ9.                26/10/15
011000     05  WS-ED-RECS-REJECTED        PIC ZZZZZZZZ9.                26/08/21
011100*                                                                 26/08/21
011200 PROCEDURE DIVISION.                                              26/08/21
017600*                                                                 26/08/21
017700*---------------------------------------------------------        26/08/21
017800* 2100-FILE-RATE-TRANS                                            26/08/21
017900*    ROUTES AN EDITED-VALID TRANSACTION TO ADD A NEW BAND,        26/10/15
017910*    FILE A NEW DATED VERSION OF ONE, OR CORRECT A VERSION        26/10/15
017920*    ALREADY FILED FOR THE SAME DATE.                             26/10/15
018100*---------------------------------------------------------        26/08/21
018200 2100-FILE-RATE-TRANS.                                            26/08/21
018205     PERFORM 2150-CHECK-BAND-ON-FILE THRU 2150-EXIT.              26/10/15
018210     IF RTRAN-ADD                                                 26/10/15
018215         IF WS-BAND-ON-FILE                                       26/10/15
018220             MOVE "TERM BAND ALREADY ON FILE"                     26/10/15
018225                 TO WS-REJECT-REASON-TEXT                         26/10/15
018230             PERFORM 3900-WRITE-REJECT THRU 3900-EXIT             26/10/15
018235         ELSE                                                     26/10/15
018240             PERFORM 2110-ADD-RATE-RECORD THRU 2110-EXIT          26/10/15
018245         END-IF                                                   26/10/15
018250         GO TO 2100-EXIT                                          26/10/15
018255     END-IF.                                                      26/10/15
018260     IF NOT WS-BAND-ON-FILE                                       26/10/15
018265         MOVE "TERM BAND NOT ON FILE" TO WS-REJECT-REASON-TEXT    26/10/15
018270         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT                 26/10/15
018275         GO TO 2100-EXIT                                          26/10/15
018280     END-IF.                                                      26/10/15
018285*    A CHANGE DATED THE SAME DAY AS A VERSION ALREADY FILED       26/10/15
018290*    CORRECTS THAT VERSION - ANY OTHER DATE FILES A NEW ONE       26/10/15
018295*    AND LEAVES THE VERSIONS BEFORE IT AS THEY WERE.              26/10/15
018300     MOVE RTRAN-TERM-MONTHS TO RATE-TERM-MONTHS.                  26/08/21
018305     MOVE WS-EFF-FROM-DATE  TO RATE-EFF-FROM-DATE.                26/10/15
018500     READ RATE-FILE                                               26/10/15
018600         INVALID KEY                                              26/10/15
018700             PERFORM 2110-ADD-RATE-RECORD THRU 2110-EXIT          26/10/15
018800         NOT INVALID KEY                                          26/10/15
020000             PERFORM 2120-UPDATE-RATE-RECORD THRU 2120-EXIT       26/10/15
020100     END-READ.                                                    26/10/15
020300 2100-EXIT.                                                       26/08/21
020400     EXIT.                                                        26/08/21
020500*                                                                 26/08/21
020600*---------------------------------------------------------        26/08/21
020700* 2110-ADD-RATE-RECORD                                            26/08/21
020800*    BUILDS AND WRITES A NEW RATE-FILE RECORD - THE FIRST         26/10/15
020810*    VERSION OF A NEW BAND FROM AN ADD, OR A NEW DATED            26/10/15
020820*    VERSION OF AN EXISTING BAND FROM A CHANGE.                   26/10/15
021000*---------------------------------------------------------        26/08/21
021100 2110-ADD-RATE-RECORD.                                            26/08/21
021200     INITIALIZE RATE-RECORD.                                      26/08/21
021300     MOVE RTRAN-TERM-MONTHS     TO RATE-TERM-MONTHS.              26/08/21
021350     MOVE WS-EFF-FROM-DATE      TO RATE-EFF-FROM-DATE.            26/10/15
021400     MOVE RTRAN-MIN-PREMIUM-AMT TO RATE-MIN-PREMIUM-AMT.          26/08/21
021500     MOVE RTRAN-MAX-PREMIUM-AMT TO RATE-MAX-PREMIUM-AMT.          26/08/21
021600     MOVE RTRAN-TOL-LOW-AMT     TO RATE-TOL-LOW-AMT.              26/08/21
022200                 RATE-TERM-MONTHS                                 26/08/21
022300             GO TO 2110-EXIT                                      26/08/21
022400     END-WRITE.                                                   26/08/21
022410     IF RTRAN-ADD                                                 26/10/15
022500         ADD 1 TO WS-RECS-ADDED                                   26/10/15
022520     ELSE                                                         26/10/15
022530         ADD 1 TO WS-VERSIONS-ADDED                               26/10/15
022540     END-IF.                                                      26/10/15
022600 2110-EXIT.                                                       26/08/21
022700     EXIT.                                                        26/08/21
022800*                                                                 26/08/21
022900*---------------------------------------------------------        26/08/21
023000* 2120-UPDATE-RATE-RECORD                                         26/08/21
023100*    APPLIES A CHANGE TRANSACTION TO THE VERSION ALREADY          26/10/15
023150*    FILED FOR ITS EFFECTIVE-FROM DATE, READ BY                   26/10/15
023200*    2100-FILE-RATE-TRANS.                                        26/10/15
023300*---------------------------------------------------------        26/08/21
023400 2120-UPDATE-RATE-RECORD.                                         26/08/21
023500     MOVE RTRAN-MIN-PREMIUM-AMT TO RATE-MIN-PREMIUM-AMT.          26/08/21
024700 2120-EXIT.                                                       26/08/21
024800     EXIT.                                                        26/08/21
024900*                                                                 26/08/21
024902*---------------------------------------------------------        26/10/15
024906* 2150-CHECK-BAND-ON-FILE                                         26/10/15
024910*    SETS WS-BAND-ON-FILE WHEN ANY VERSION OF THE                 26/10/15
024914*    TRANSACTION'S TERM BAND IS ALREADY ON RATE-FILE.             26/10/15
024918*---------------------------------------------------------        26/10/15
024922 2150-CHECK-BAND-ON-FILE.                                         26/10/15
024926     MOVE "N" TO WS-BAND-ON-FILE-SWITCH.                          26/10/15
024930     MOVE RTRAN-TERM-MONTHS TO RATE-TERM-MONTHS.                  26/10/15
024934     MOVE ZERO TO RATE-EFF-FROM-DATE.                             26/10/15
024938     START RATE-FILE KEY IS NOT LESS THAN RATE-KEY                26/10/15
024942         INVALID KEY                                              26/10/15
024946             GO TO 2150-EXIT                                      26/10/15
024950     END-START.                                                   26/10/15
024954     READ RATE-FILE NEXT RECORD                                   26/10/15
024958         AT END                                                   26/10/15
024962             GO TO 2150-EXIT                                      26/10/15
024966     END-READ.                                                    26/10/15
024970     IF RATE-TERM-MONTHS = RTRAN-TERM-MONTHS                      26/10/15
024974         SET WS-BAND-ON-FILE TO TRUE                              26/10/15
024978     END-IF.                                                      26/10/15
024982 2150-EXIT.                                                       26/10/15
024986     EXIT.                                                        26/10/15
024990*                                                                 26/10/15
025000*---------------------------------------------------------        26/08/21
025100* 3000-EDIT-RATE-RECORD                                           26/08/21
025200*    VALIDATES AN INCOMING RATE TRANSACTION BEFORE IT IS          26/08/21
025300*    FILED - TRANSACTION CODE, NUMERIC FIELDS, THE                26/10/15
025400*    LIMITS IN ORDER (MIN <= TOL-LOW <= TOL-HIGH <= MAX),         26/10/15
025410*    AND THE EFFECTIVE-FROM DATE.                                 26/10/15
025500*---------------------------------------------------------        26/08/21
025600 3000-EDIT-RATE-RECORD.                                           26/08/21
025700     SET WS-RECORD-VALID TO TRUE.                                 26/08/21
028600             TO WS-REJECT-REASON-TEXT                             26/08/21
028700         GO TO 3000-EXIT                                          26/08/21
028800     END-IF.                                                      26/08/21
028802*    A BLANK EFFECTIVE-FROM DATE PUTS AN ADDED BAND IN FORCE      26/10/15
028805*    FROM THE START AND A CHANGE IN FORCE FROM TODAY.  A          26/10/15
028808*    CHANGE MAY NOT BE BACK-DATED - THE LIMITS QUOTES ON          26/10/15
028811*    FILE WERE ALREADY EDITED AGAINST MUST STAND.                 26/10/15
028814     IF RTRAN-EFF-FROM-DATE = SPACES                              26/10/15
028817        OR RTRAN-EFF-FROM-DATE = ZEROS                            26/10/15
028820         IF RTRAN-ADD                                             26/10/15
028823             MOVE ZERO TO WS-EFF-FROM-DATE                        26/10/15
028826         ELSE                                                     26/10/15
028829             MOVE WS-TODAY-DATE TO WS-EFF-FROM-DATE               26/10/15
028832         END-IF                                                   26/10/15
028835         GO TO 3000-EXIT                                          26/10/15
028838     END-IF.                                                      26/10/15
028841     IF RTRAN-EFF-FROM-DATE NOT NUMERIC                           26/10/15
028844         SET WS-RECORD-INVALID TO TRUE                            26/10/15
028847         MOVE "EFFECTIVE DATE NOT NUMERIC"                        26/10/15
028850             TO WS-REJECT-REASON-TEXT                             26/10/15
028853         GO TO 3000-EXIT                                          26/10/15
028856     END-IF.                                                      26/10/15
028859     MOVE RTRAN-EFF-FROM-DATE TO WS-EFF-FROM-DATE.                26/10/15
028862     IF WS-EFF-FROM-MONTH < 1 OR WS-EFF-FROM-MONTH > 12           26/10/15
028865        OR WS-EFF-FROM-DAY < 1 OR WS-EFF-FROM-DAY > 31            26/10/15
028868         SET WS-RECORD-INVALID TO TRUE                            26/10/15
028871         MOVE "EFFECTIVE DATE NOT VALID"                          26/10/15
028874             TO WS-REJECT-REASON-TEXT                             26/10/15
028877         GO TO 3000-EXIT                                          26/10/15
028880     END-IF.                                                      26/10/15
028883     IF RTRAN-CHANGE AND WS-EFF-FROM-DATE < WS-TODAY-DATE         26/10/15
028886         SET WS-RECORD-INVALID TO TRUE                            26/10/15
028889         MOVE "CHANGE MAY NOT BE BACK-DATED"                      26/10/15
028892             TO WS-REJECT-REASON-TEXT                             26/10/15
028895         GO TO 3000-EXIT                                          26/10/15
028898     END-IF.                                                      26/10/15
028900 3000-EXIT.                                                       26/08/21
029000     EXIT.                                                        26/08/21
029100*                                                                 26/08/21
029900     MOVE SPACES TO RATE-REJECT-RECORD.                           26/08/21
030000     STRING "TERM " DELIMITED BY SIZE                             26/08/21
030100         RTRAN-TERM-MONTHS      DELIMITED BY SIZE                 26/08/21
030110         " EFF " DELIMITED BY SIZE                                26/10/15
030120         RTRAN-EFF-FROM-DATE    DELIMITED BY SIZE                 26/10/15
030200         " CODE " DELIMITED BY SIZE                               26/08/21
030300         RTRAN-CODE             DELIMITED BY SIZE                 26/08/21
030400         " " DELIMITED BY SIZE                                    26/08/21
032200     DISPLAY "QUOTNRTL RATE TABLE CONTROL REPORT".                26/08/21
032300     MOVE WS-RECS-READ     TO WS-ED-RECS-READ.                    26/08/21
032400     MOVE WS-RECS-ADDED    TO WS-ED-RECS-ADDED.                   26/08/21
032450     MOVE WS-VERSIONS-ADDED TO WS-ED-VERSIONS-ADDED.              26/10/15
032500     MOVE WS-RECS-UPDATED  TO WS-ED-RECS-UPDATED.                 26/08/21
032600     MOVE WS-RECS-REJECTED TO WS-ED-RECS-REJECTED.                26/08/21
032700     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/08/21
033400         WS-ED-RECS-ADDED DELIMITED BY SIZE                       26/08/21
033500         INTO WS-CONTROL-REPORT-LINE.                             26/08/21
033600     DISPLAY WS-CONTROL-REPORT-LINE.                              26/08/21
033610     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
033620     STRING "VERSIONS ADDED  . . . . : " DELIMITED BY SIZE        26/10/15
033630         WS-ED-VERSIONS-ADDED DELIMITED BY SIZE                   26/10/15
033640         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
033650     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
033700     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/08/21
033800     STRING "RECORDS UPDATED . . . . : " DELIMITED BY SIZE        26/08/21
033900         WS-ED-RECS-UPDATED DELIMITED BY SIZE                     26/08/21
