001775*                THE DETAIL.  AN OUT-OF-SEQUENCE OR SHORT         26/09/01
001780*                FILE IS REJECTED WHOLE ONTO THE EXCEPTION        26/09/01
001785*                LISTING INSTEAD OF HALF-APPLIED.                 26/09/01
001787* 26/10/15  DLM  EACH CONTRACT ISSUED NOW GETS ITS INSTALLMENT    26/10/15
001790*                SCHEDULE ON THE NEW BILLING MASTER - ANNUAL,     26/10/15
001793*                QUARTERLY, OR MONTHLY FROM THE PLAN CODE THE     26/10/15
001796*                POLICY SYSTEM NOW SENDS ON THE RESPONSE.         26/10/15
001797* 26/10/15  DLM  EACH LOGGED IMAGE PAIR NOW CARRIES THE DATE      26/10/15
001798*                AND TIME IT WAS LOGGED, FOR THE QUOTNHLD         26/10/15
001799*                CHANGE HISTORY LOAD.                             26/10/15
001800*                                                                 26/08/21
001900 ENVIRONMENT DIVISION.                                            26/08/21
002000*                                                                 26/08/21
006228         ACCESS MODE  IS DYNAMIC                                  26/09/01
006229         FILE STATUS  IS INTERFACE-SEQ-FILE-STATUS                26/09/01
006230         RECORD KEY   IS INTF-ID.                                 26/09/01
006232*                                                                 26/10/15
006239* BILL-FILE IS THE BILLING MASTER - ONE INSTALLMENT SCHEDULE      26/10/15
006246* PER CONTRACT, WRITTEN HERE AS EACH CONTRACT IS ISSUED.          26/10/15
006253     SELECT BILL-FILE                                             26/10/15
006260         ASSIGN       TO "BILLMAST.DAT"                           26/10/15
006267         ORGANIZATION IS INDEXED                                  26/10/15
006274         ACCESS MODE  IS DYNAMIC                                  26/10/15
006281         FILE STATUS  IS BILL-FILE-STATUS                         26/10/15
006288         RECORD KEY   IS BILL-CONTR-NUM.                          26/10/15
006300*                                                                 26/08/21
006400 DATA DIVISION.                                                   26/08/21
006500*                                                                 26/08/21
008500     05  RESP-PREMIUM-AMT           PIC 9(07)V99.                 26/08/21
008600     05  RESP-AGENT-NUM             PIC X(06).                    26/08/21
008700     05  RESP-ISSUE-DATE            PIC 9(08).                    26/08/21
008710*     RESP-PAY-PLAN-CODE - "A" ANNUAL, "Q" QUARTERLY, "M"         26/10/15
008720*     MONTHLY.  BLANK IS TAKEN AS ANNUAL.                         26/10/15
008730     05  RESP-PAY-PLAN-CODE         PIC X(01).                    26/10/15
008800     05  FILLER                     PIC X(08).                    26/10/15
008810* HEADER AND TRAILER VIEWS OF THE RESPONSE RECORD - THE           26/09/01
008820* FIRST BYTE TELLS THEM APART FROM A DETAIL ROW.                  26/09/01
008830 01  RESP-HEADER-RECORD.                                          26/09/01
009104 FD  RUN-CONTROL-FILE.                                            26/08/21
009105 COPY CFI_RUNCTL.                                                 26/08/21
009110*                                                                 26/09/01
009111* AUDIT-LOG-RECORD - 99-BYTE IMAGE, SOURCE TAG AND STAMP.         26/10/15
009112 FD  AUDIT-LOG-FILE.                                              26/09/01
009113 01  AUDIT-LOG-RECORD.                                            26/09/01
009114     05  AUDL-IMAGE                 PIC X(99).                    26/09/01
009115     05  AUDL-SOURCE-PGM-ID         PIC X(08).                    26/09/01
009116     05  AUDL-LOG-STAMP             PIC X(24).                    26/10/15
009117* INTERFACE SEQUENCE CONTROL RECORD - SEE ALSO QUOTNEXT.          26/09/01
009118 FD  INTERFACE-SEQ-FILE.                                          26/09/01
009119 01  INTF-SEQ-RECORD.                                             26/09/01
009124     05  INTF-LAST-SENT-DATE        PIC 9(08).                    26/09/01
009125     05  INTF-LAST-APPLIED-DATE     PIC 9(08).                    26/09/01
009126     05  FILLER                     PIC X(12).                    26/09/01
009130*                                                                 26/10/15
009140* BILLING MASTER RECORD - SEE CFI_BILL.                           26/10/15
009150 FD  BILL-FILE.                                                   26/10/15
009160 COPY CFI_BILL.                                                   26/10/15
009200*                                                                 26/08/21
009300 WORKING-STORAGE SECTION.                                         26/08/21
009400*                                                                 26/08/21
009600 01  CONTR-FILE-STATUS             PIC X(2).                      26/08/21
009700 01  POLICY-RESP-FILE-STATUS       PIC X(2).                      26/08/21
009800 01  ISSUE-EXCP-FILE-STATUS        PIC X(2).                      26/08/21
009801 01  BILL-FILE-STATUS              PIC X(2).                      26/10/15
009802 01  RUN-CONTROL-FILE-STATUS       PIC X(2).                      26/08/21
009805 01  AUDIT-LOG-FILE-STATUS         PIC X(2).                      26/09/01
009806 01  INTERFACE-SEQ-FILE-STATUS     PIC X(2).                      26/09/01
010300     88  POLICY-RESP-EOF               VALUE "Y".                 26/08/21
010400 77  WS-TODAY-DATE                  PIC 9(08).                    26/08/21
010410*                                                                 26/09/01
010411* DATE, TIME AND USER STAMPED ON EACH LOGGED IMAGE - THE          26/10/15
010412* USER IS LEFT BLANK FOR A BATCH PROGRAM.                         26/10/15
010413* ---------------------------------------------------------       26/10/15
010414 01  WS-AUDIT-STAMP.                                              26/10/15
010415     05  WS-AUDIT-DATE              PIC 9(08).                    26/10/15
010416     05  WS-AUDIT-TIME              PIC 9(08).                    26/10/15
010417     05  WS-AUDIT-USER-ID           PIC X(08) VALUE SPACES.       26/10/15
010418*                                                                 26/10/15
010420* BEFORE/AFTER IMAGE OF THE QUOTE BEING CONVERTED, FOR            26/09/01
010430* THE AUDIT LOG.                                                  26/09/01
010440* ---------------------------------------------------------       26/09/01
011000     05  WS-CONTR-ISSUED            PIC 9(09) COMP VALUE ZERO.    26/08/21
011100     05  WS-QUOTN-CONVERTED         PIC 9(09) COMP VALUE ZERO.    26/08/21
011200     05  WS-RESP-EXCEPTIONS         PIC 9(09) COMP VALUE ZERO.    26/08/21
011210     05  WS-SCHED-BUILT             PIC 9(09) COMP VALUE ZERO.    26/10/15
011220     05  WS-SCHED-EXCEPTIONS        PIC 9(09) COMP VALUE ZERO.    26/10/15
011300*                                                                 26/08/21
011400* CONTROL-REPORT PRINT LINE AND DISPLAY-EDITED COUNTERS -         26/08/21
011500* STRING REQUIRES DISPLAY USAGE, SO THE COMP COUNTERS ABOVE       26/08/21
012100     05  WS-ED-CONTR-ISSUED         PIC ZZZZZZZZ9.                26/08/21
012200     05  WS-ED-QUOTN-CONVERTED      PIC ZZZZZZZZ9.                26/08/21
012300     05  WS-ED-RESP-EXCEPTIONS      PIC ZZZZZZZZ9.                26/08/21
012310     05  WS-ED-SCHED-BUILT          PIC ZZZZZZZZ9.                26/10/15
012320     05  WS-ED-SCHED-EXCEPTIONS     PIC ZZZZZZZZ9.                26/10/15
012400*                                                                 26/08/21
012500* EXCEPTION-LINE WORK AREA                                        26/08/21
012600* ---------------------------------------------------------       26/08/21
012700 01  WS-ED-CONTR-NUM               PIC Z(09)9.                    26/08/21
012800 01  WS-ED-QUOTN-NUM               PIC Z(09)9.                    26/08/21
012900 01  WS-EXCP-REASON-TEXT           PIC X(30).                     26/08/21
012910*                                                                 26/10/15
012914* INSTALLMENT SCHEDULE WORK AREA (2200) - THE DUE DATE OF         26/10/15
012918* EACH INSTALLMENT AFTER THE FIRST STEPS FORWARD BY WHOLE         26/10/15
012922* MONTHS FROM THE CONTRACT EFFECTIVE DATE, ON THE SAME DAY        26/10/15
012926* OF THE MONTH BUT NO LATER THAN THE 28TH SO EVERY MONTH          26/10/15
012930* HAS IT.  THE PREMIUM IS SPLIT EVENLY AND THE LAST               26/10/15
012934* INSTALLMENT TAKES THE ODD CENTS.                                26/10/15
012938* ---------------------------------------------------------       26/10/15
012942 77  WS-INST-IX                     PIC 9(02) COMP VALUE ZERO.    26/10/15
012946 77  WS-MONTHS-APART                PIC 9(02) COMP VALUE ZERO.    26/10/15
012950 77  WS-MONTHS-OUT                  PIC 9(04) COMP VALUE ZERO.    26/10/15
012954 01  WS-INST-AMT                    PIC 9(07)V99.                 26/10/15
012958 01  WS-DUE-DATE-X                  PIC 9(08).                    26/10/15
012962 01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE-X.                       26/10/15
012966     05  WS-DUE-YEAR                PIC 9(04).                    26/10/15
012970     05  WS-DUE-MONTH               PIC 9(02).                    26/10/15
012974     05  WS-DUE-DAY                 PIC 9(02).                    26/10/15
012978 01  WS-EFF-DATE-X                  PIC 9(08).                    26/10/15
012982 01  WS-EFF-DATE-R REDEFINES WS-EFF-DATE-X.                       26/10/15
012986     05  WS-EFF-YEAR                PIC 9(04).                    26/10/15
012990     05  WS-EFF-MONTH               PIC 9(02).                    26/10/15
012994     05  WS-EFF-DAY                 PIC 9(02).                    26/10/15
013000*                                                                 26/08/21
013100 PROCEDURE DIVISION.                                              26/08/21
013200*                                                                 26/08/21
017773             INTERFACE-SEQ-FILE-STATUS                            26/09/01
017774         STOP RUN                                                 26/09/01
017775     END-IF.                                                      26/09/01
017776     OPEN I-O BILL-FILE.                                          26/10/15
017777     IF BILL-FILE-STATUS NOT = "00"                               26/10/15
017778         DISPLAY "QUOTNISS - CANNOT OPEN BILLMAST, STATUS = "     26/10/15
017779             BILL-FILE-STATUS                                     26/10/15
017780         STOP RUN                                                 26/10/15
017781     END-IF.                                                      26/10/15
017800*                                                                 26/08/21
017900* EXCEPTION LISTING HEADING - ONE LINE, DATED, SO THE DESK        26/08/21
018000* KNOWS WHICH MORNING'S RUN IT IS CHASING.                        26/08/21
024600             GO TO 2100-EXIT                                      26/08/21
024700     END-WRITE.                                                   26/08/21
024800     ADD 1 TO WS-CONTR-ISSUED.                                    26/08/21
024810     PERFORM 2200-BUILD-BILL-SCHEDULE THRU 2200-EXIT.             26/10/15
024850     MOVE QUOTN-RECORD TO WS-BEFORE-IMAGE.                        26/09/01
024900     SET QUOTN-STAT-CONVERTED TO TRUE.                            26/08/21
025000     MOVE WS-TODAY-DATE TO QUOTN-LAST-UPD-DATE.                   26/08/21
025720     PERFORM 6000-WRITE-AUDIT-IMAGES THRU 6000-EXIT.              26/09/01
025800 2100-EXIT.                                                       26/08/21
025900     EXIT.                                                        26/08/21
025901*                                                                 26/10/15
025902*---------------------------------------------------------        26/10/15
025903* 2200-BUILD-BILL-SCHEDULE                                        26/10/15
025904*    FILES THE INSTALLMENT SCHEDULE FOR THE CONTRACT JUST         26/10/15
025905*    ISSUED ON THE BILLING MASTER - ONE INSTALLMENT FOR           26/10/15
025906*    THE ANNUAL PLAN, FOUR FOR QUARTERLY, TWELVE FOR              26/10/15
025907*    MONTHLY.  AN UNKNOWN PLAN CODE IS BILLED ANNUAL AND          26/10/15
025908*    LISTED SO THE DESK CAN HAVE IT CORRECTED.                    26/10/15
025909*---------------------------------------------------------        26/10/15
025910 2200-BUILD-BILL-SCHEDULE.                                        26/10/15
025911     INITIALIZE BILL-RECORD.                                      26/10/15
025912     MOVE CONTR-NUM          TO BILL-CONTR-NUM.                   26/10/15
025913     MOVE CONTR-CUST-NUM     TO BILL-CUST-NUM.                    26/10/15
025914     MOVE CONTR-POLICY-NUM   TO BILL-POLICY-NUM.                  26/10/15
025915     MOVE RESP-PAY-PLAN-CODE TO BILL-PLAN-CODE.                   26/10/15
025916     IF BILL-PLAN-CODE = SPACE                                    26/10/15
025917         SET BILL-PLAN-ANNUAL TO TRUE                             26/10/15
025918     END-IF.                                                      26/10/15
025919     IF NOT BILL-PLAN-ANNUAL                                      26/10/15
025920        AND NOT BILL-PLAN-QUARTERLY                               26/10/15
025921        AND NOT BILL-PLAN-MONTHLY                                 26/10/15
025922         MOVE "PLAN CODE NOT VALID - ANNUAL" TO                   26/10/15
025923             WS-EXCP-REASON-TEXT                                  26/10/15
025924         PERFORM 3910-WRITE-SCHED-EXCEPTION THRU 3910-EXIT        26/10/15
025925         SET BILL-PLAN-ANNUAL TO TRUE                             26/10/15
025926     END-IF.                                                      26/10/15
025927     MOVE 01 TO BILL-INST-COUNT.                                  26/10/15
025928     IF BILL-PLAN-QUARTERLY                                       26/10/15
025929         MOVE 04 TO BILL-INST-COUNT                               26/10/15
025930     END-IF.                                                      26/10/15
025931     IF BILL-PLAN-MONTHLY                                         26/10/15
025932         MOVE 12 TO BILL-INST-COUNT                               26/10/15
025933     END-IF.                                                      26/10/15
025934     DIVIDE 12 BY BILL-INST-COUNT GIVING WS-MONTHS-APART.         26/10/15
025935     SET BILL-STAT-OPEN TO TRUE.                                  26/10/15
025936     IF CONTR-PREMIUM-AMT = ZERO                                  26/10/15
025937         SET BILL-STAT-PAID TO TRUE                               26/10/15
025938     END-IF.                                                      26/10/15
025939     MOVE WS-TODAY-DATE     TO BILL-STATUS-DATE.                  26/10/15
025940     MOVE WS-TODAY-DATE     TO BILL-BUILD-DATE.                   26/10/15
025941     MOVE CONTR-PREMIUM-AMT TO BILL-SCHED-PREMIUM-AMT.            26/10/15
025942     MOVE ZERO              TO BILL-TOTAL-PAID-AMT.               26/10/15
025943     COMPUTE WS-INST-AMT = CONTR-PREMIUM-AMT / BILL-INST-COUNT.   26/10/15
025944     MOVE CONTR-EFF-DATE TO WS-EFF-DATE-X.                        26/10/15
025945     MOVE 1 TO WS-INST-IX.                                        26/10/15
025946     PERFORM 2210-BUILD-INSTALLMENT THRU 2210-EXIT                26/10/15
025947         UNTIL WS-INST-IX > BILL-INST-COUNT.                      26/10/15
025948     WRITE BILL-RECORD                                            26/10/15
025949         INVALID KEY                                              26/10/15
025950             MOVE "SCHEDULE ALREADY ON FILE" TO                   26/10/15
025951                 WS-EXCP-REASON-TEXT                              26/10/15
025952             PERFORM 3910-WRITE-SCHED-EXCEPTION THRU 3910-EXIT    26/10/15
025953             GO TO 2200-EXIT                                      26/10/15
025954     END-WRITE.                                                   26/10/15
025955     ADD 1 TO WS-SCHED-BUILT.                                     26/10/15
025956 2200-EXIT.                                                       26/10/15
025957     EXIT.                                                        26/10/15
025958*                                                                 26/10/15
025959*---------------------------------------------------------        26/10/15
025960* 2210-BUILD-INSTALLMENT                                          26/10/15
025961*    SETS THE DUE DATE AND AMOUNT OF INSTALLMENT WS-INST-IX.      26/10/15
025962*    THE FIRST FALLS DUE ON THE CONTRACT EFFECTIVE DATE.          26/10/15
025963*---------------------------------------------------------        26/10/15
025964 2210-BUILD-INSTALLMENT.                                          26/10/15
025965     COMPUTE WS-MONTHS-OUT = (WS-EFF-MONTH - 1)                   26/10/15
025966         + ((WS-INST-IX - 1) * WS-MONTHS-APART).                  26/10/15
025967     DIVIDE 12 INTO WS-MONTHS-OUT GIVING WS-DUE-YEAR              26/10/15
025968         REMAINDER WS-DUE-MONTH.                                  26/10/15
025969     ADD WS-EFF-YEAR TO WS-DUE-YEAR.                              26/10/15
025970     ADD 1 TO WS-DUE-MONTH.                                       26/10/15
025971     MOVE WS-EFF-DAY TO WS-DUE-DAY.                               26/10/15
025972     IF WS-INST-IX > 1 AND WS-DUE-DAY > 28                        26/10/15
025973         MOVE 28 TO WS-DUE-DAY                                    26/10/15
025974     END-IF.                                                      26/10/15
025975     MOVE WS-DUE-DATE-X TO BILL-INST-DUE-DATE(WS-INST-IX).        26/10/15
025976     IF WS-INST-IX = BILL-INST-COUNT                              26/10/15
025977         COMPUTE BILL-INST-AMT(WS-INST-IX) = CONTR-PREMIUM-AMT    26/10/15
025978             - (WS-INST-AMT * (BILL-INST-COUNT - 1))              26/10/15
025979     ELSE                                                         26/10/15
025980         MOVE WS-INST-AMT TO BILL-INST-AMT(WS-INST-IX)            26/10/15
025981     END-IF.                                                      26/10/15
025982     MOVE ZERO TO BILL-INST-PAID-AMT(WS-INST-IX).                 26/10/15
025983     MOVE ZERO TO BILL-INST-INVOICE-DATE(WS-INST-IX).             26/10/15
025984     SET BILL-INST-OPEN(WS-INST-IX) TO TRUE.                      26/10/15
025985     IF BILL-INST-AMT(WS-INST-IX) = ZERO                          26/10/15
025986         SET BILL-INST-PAID(WS-INST-IX) TO TRUE                   26/10/15
025987     END-IF.                                                      26/10/15
025988     ADD 1 TO WS-INST-IX.                                         26/10/15
025989 2210-EXIT.                                                       26/10/15
025990     EXIT.                                                        26/10/15
026000*                                                                 26/08/21
026100*---------------------------------------------------------        26/08/21
026200* 3900-WRITE-ISSUE-EXCEPTION                                      26/08/21
031500         WS-ED-RESP-EXCEPTIONS DELIMITED BY SIZE                  26/08/21
031600         INTO WS-CONTROL-REPORT-LINE.                             26/08/21
031700     DISPLAY WS-CONTROL-REPORT-LINE.                              26/08/21
031710     MOVE WS-SCHED-BUILT TO WS-ED-SCHED-BUILT.                    26/10/15
031720     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
031730     STRING "SCHEDULES BUILT . . . . : " DELIMITED BY SIZE        26/10/15
031740         WS-ED-SCHED-BUILT DELIMITED BY SIZE                      26/10/15
031750         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
031760     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
031765     MOVE WS-SCHED-EXCEPTIONS TO WS-ED-SCHED-EXCEPTIONS.          26/10/15
031770     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
031775     STRING "SCHEDULE EXCEPTIONS . . : " DELIMITED BY SIZE        26/10/15
031780         WS-ED-SCHED-EXCEPTIONS DELIMITED BY SIZE                 26/10/15
031785         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
031790     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
031800 8000-EXIT.                                                       26/08/21
031900     EXIT.                                                        26/08/21
032000*                                                                 26/08/21
032902     CLOSE RUN-CONTROL-FILE.                                      26/08/21
032904     CLOSE AUDIT-LOG-FILE.                                        26/09/01
032906     CLOSE INTERFACE-SEQ-FILE.                                    26/09/01
032907     CLOSE BILL-FILE.                                             26/10/15
033000 9000-EXIT.                                                       26/08/21
033100     EXIT.                                                        26/08/21
033110*                                                                 26/08/21
033850*    REPORT COVERS THE WHOLE DAY, NOT JUST THE TERMINAL.          26/09/01
033860*---------------------------------------------------------        26/09/01
033870 6000-WRITE-AUDIT-IMAGES.                                         26/09/01
033872     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.                     26/10/15
033874     ACCEPT WS-AUDIT-TIME FROM TIME.                              26/10/15
033880     MOVE WS-BEFORE-IMAGE TO AUDL-IMAGE.                          26/09/01
033890     MOVE "QUOTNISS" TO AUDL-SOURCE-PGM-ID.                       26/09/01
033895     MOVE WS-AUDIT-STAMP TO AUDL-LOG-STAMP.                       26/10/15
033900     WRITE AUDIT-LOG-RECORD.                                      26/09/01
033910     MOVE WS-AFTER-IMAGE TO AUDL-IMAGE.                           26/09/01
033920     MOVE "QUOTNISS" TO AUDL-SOURCE-PGM-ID.                       26/09/01
033925     MOVE WS-AUDIT-STAMP TO AUDL-LOG-STAMP.                       26/10/15
033930     WRITE AUDIT-LOG-RECORD.                                      26/09/01
033940     IF AUDIT-LOG-FILE-STATUS NOT = "00"                          26/09/01
033950         DISPLAY "QUOTNISS - AUDIT WRITE FAILED, NUM = " QUOTN-NUM26/09/01
035340     END-REWRITE.                                                 26/09/01
035350 8950-EXIT.                                                       26/09/01
035360     EXIT.                                                        26/09/01
035370*                                                                 26/10/15
035380*---------------------------------------------------------        26/10/15
035390* 3910-WRITE-SCHED-EXCEPTION                                      26/10/15
035400*    FILES ONE EXCEPTION LINE FOR A BILLING SCHEDULE PROBLEM      26/10/15
035410*    ON A CONTRACT THAT WAS ISSUED.  THE RESPONSE WAS APPLIED,    26/10/15
035420*    SO THE LINE IS COUNTED AS A SCHEDULE EXCEPTION AND NOT       26/10/15
035430*    AS A REJECTED RESPONSE - RESPONSES READ STILL EQUAL          26/10/15
035440*    CONTRACTS ISSUED PLUS RESPONSE EXCEPTIONS.                   26/10/15
035450*---------------------------------------------------------        26/10/15
035460 3910-WRITE-SCHED-EXCEPTION.                                      26/10/15
035470     ADD 1 TO WS-SCHED-EXCEPTIONS.                                26/10/15
035480     MOVE RESP-CONTR-NUM TO WS-ED-CONTR-NUM.                      26/10/15
035490     MOVE RESP-QUOTN-NUM TO WS-ED-QUOTN-NUM.                      26/10/15
035500     MOVE SPACES TO ISSUE-EXCP-RECORD.                            26/10/15
035510     STRING "CONTRACT " DELIMITED BY SIZE                         26/10/15
035520         WS-ED-CONTR-NUM       DELIMITED BY SIZE                  26/10/15
035530         " QUOTE " DELIMITED BY SIZE                              26/10/15
035540         WS-ED-QUOTN-NUM       DELIMITED BY SIZE                  26/10/15
035550         " " DELIMITED BY SIZE                                    26/10/15
035560         WS-EXCP-REASON-TEXT   DELIMITED BY SIZE                  26/10/15
035570         INTO ISSUE-EXCP-RECORD.                                  26/10/15
035580     WRITE ISSUE-EXCP-RECORD.                                     26/10/15
035590     IF ISSUE-EXCP-FILE-STATUS NOT = "00"                         26/10/15
035600         DISPLAY "QUOTNISS - WRITE FAILED, NUM = " RESP-CONTR-NUM 26/10/15
035610         GO TO 3910-EXIT                                          26/10/15
035620     END-IF.                                                      26/10/15
035630 3910-EXIT.                                                       26/10/15
035640     EXIT.                                                        26/10/15
