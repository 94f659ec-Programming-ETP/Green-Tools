000100 IDENTIFICATION DIVISION.                                         26/10/15
000200 PROGRAM-ID.    QUOTNEND.                                         26/10/15
000300 AUTHOR.        D. MILLER.                                        26/10/15
000400 INSTALLATION.  HOME OFFICE - QUOTATION SYSTEMS.                  26/10/15
000500 DATE-WRITTEN.  26/10/15.                                         26/10/15
000600 DATE-COMPILED.                                                   26/10/15
000700*                                                                 26/10/15
000800* MODIFICATION HISTORY                                            26/10/15
000900* ---------------------------------------------------------       26/10/15
001000* 26/10/15  DLM  ORIGINAL PROGRAM - MID-TERM ENDORSEMENT          26/10/15
001100*                PROCESSING.  READS THE POLICY ADMINISTRATION     26/10/15
001200*                SIDE'S ENDORSEMENT TRANSACTION FILE AND          26/10/15
001300*                APPLIES EACH PREMIUM CHANGE, EXPIRY DATE         26/10/15
001400*                CHANGE, OR POLICY NUMBER CORRECTION TO THE       26/10/15
001500*                MATCHING ACTIVE CONTRACT, SO UNDERWRITING NO     26/10/15
001600*                LONGER CANCELS AND REISSUES TO RECORD A          26/10/15
001700*                MID-TERM CHANGE.  THE CONTRACT AS IT STOOD       26/10/15
001800*                BEFORE EACH CHANGE IS KEPT AS A NUMBERED         26/10/15
001900*                ENDORSEMENT HISTORY RECORD, CARRYING THE         26/10/15
002000*                PRO-RATA PREMIUM DIFFERENCE FOR THE REST OF      26/10/15
002100*                THE TERM THAT QUOTNGLF AND QUOTNCMS PICK UP.     26/10/15
002200*                TRANSACTIONS THAT CANNOT BE APPLIED GO TO AN     26/10/15
002300*                EXCEPTION LISTING, AND THE RUN RECORDS ITS       26/10/15
002400*                CONTROL TOTALS ON RUN-CONTROL-FILE LIKE THE      26/10/15
002420*                OTHER NIGHTLY RUNS.  EACH PRO-RATA DIFFERENCE    26/10/15
002440*                IS ALSO CARRIED ONTO THE CONTRACT'S BILLING      26/10/15
002530*                SCHEDULE - ADDITIONAL PREMIUM ON THE LAST        26/10/15
002540*                INSTALLMENT, RETURN PREMIUM OFF THE UNPAID       26/10/15
002550*                INSTALLMENTS LAST FIRST.  RETURN PREMIUM THE     26/10/15
002560*                CUSTOMER HAS ALREADY PAID IS LISTED AS A         26/10/15
002570*                REFUND DUE.                                      26/10/15
002600*                                                                 26/10/15
002700 ENVIRONMENT DIVISION.                                            26/10/15
002800*                                                                 26/10/15
002900 CONFIGURATION SECTION.                                           26/10/15
003000 SOURCE-COMPUTER. VAX-VMS.                                        26/10/15
003100 OBJECT-COMPUTER. VAX-VMS.                                        26/10/15
003200*                                                                 26/10/15
003300 INPUT-OUTPUT SECTION.                                            26/10/15
003400 FILE-CONTROL.                                                    26/10/15
003500*                                                                 26/10/15
003600* CONTR-FILE IS THE SAME PHYSICAL CONTRACT MASTER QUOTNISS        26/10/15
003700* FILES NEW CONTRACTS ON - OPENED I-O HERE SO THIS RUN CAN        26/10/15
003800* REWRITE EACH CONTRACT IT ENDORSES.                              26/10/15
003900     SELECT CONTR-FILE                                            26/10/15
004000         ASSIGN       TO "CONTR.DAT"                              26/10/15
004100         ORGANIZATION IS INDEXED                                  26/10/15
004200         ACCESS MODE  IS DYNAMIC                                  26/10/15
004300         FILE STATUS  IS CONTR-FILE-STATUS                        26/10/15
004400         RECORD KEY   IS CONTR-NUM                                26/10/15
004500         ALTERNATE RECORD KEY IS CONTR-QUOTN-NUM                  26/10/15
004600             WITH DUPLICATES.                                     26/10/15
004700*                                                                 26/10/15
004800* ENDORSE-TRANS-FILE IS THE FIXED-FORMAT TRANSACTION FILE         26/10/15
004900* SENT BY THE POLICY ADMINISTRATION SIDE - ONE RECORD PER         26/10/15
005000* MID-TERM CHANGE TO A CONTRACT.                                  26/10/15
005100     SELECT ENDORSE-TRANS-FILE                                    26/10/15
005200         ASSIGN       TO "ENDTRANS.DAT"                           26/10/15
005300         ORGANIZATION IS SEQUENTIAL                               26/10/15
005400         FILE STATUS  IS ENDORSE-TRANS-FILE-STATUS.               26/10/15
005500*                                                                 26/10/15
005600* ENDORSE-HIST-FILE IS THE ENDORSEMENT HISTORY MASTER - ONE       26/10/15
005700* RECORD PER ENDORSEMENT, KEYED BY CONTRACT AND ENDORSEMENT       26/10/15
005800* NUMBER.  READ HERE TO NUMBER THE NEXT ENDORSEMENT AND           26/10/15
005900* PRICE IT FROM THE LAST ONE, AND WRITTEN FOR EACH CHANGE.        26/10/15
006000     SELECT ENDORSE-HIST-FILE                                     26/10/15
006100         ASSIGN       TO "ENDHIST.DAT"                            26/10/15
006200         ORGANIZATION IS INDEXED                                  26/10/15
006300         ACCESS MODE  IS DYNAMIC                                  26/10/15
006400         FILE STATUS  IS ENDORSE-HIST-FILE-STATUS                 26/10/15
006500         RECORD KEY   IS ENDH-KEY.                                26/10/15
006505*                                                                 26/10/15
006514* BILL-FILE IS THE BILLING MASTER - OPENED I-O SO EACH            26/10/15
006523* ENDORSEMENT'S PREMIUM DIFFERENCE CAN BE CARRIED ONTO THE        26/10/15
006532* CONTRACT'S INSTALLMENT SCHEDULE.                                26/10/15
006541     SELECT BILL-FILE                                             26/10/15
006550         ASSIGN       TO "BILLMAST.DAT"                           26/10/15
006559         ORGANIZATION IS INDEXED                                  26/10/15
006568         ACCESS MODE  IS DYNAMIC                                  26/10/15
006577         FILE STATUS  IS BILL-FILE-STATUS                         26/10/15
006586         RECORD KEY   IS BILL-CONTR-NUM.                          26/10/15
006600*                                                                 26/10/15
006700* ENDORSE-EXCP-FILE IS THE EXCEPTION LISTING PRODUCED BY          26/10/15
006800* THIS RUN - ONE LINE PER TRANSACTION THAT COULD NOT BE           26/10/15
006900* APPLIED, SO THE DESK CAN CHASE THEM THE SAME MORNING.           26/10/15
007000     SELECT ENDORSE-EXCP-FILE                                     26/10/15
007100         ASSIGN       TO "ENDEXCP.DAT"                            26/10/15
007200         ORGANIZATION IS SEQUENTIAL                               26/10/15
007300         FILE STATUS  IS ENDORSE-EXCP-FILE-STATUS.                26/10/15
007400*                                                                 26/10/15
007500* RUN-CONTROL-FILE IS THE RUN-CONTROL MASTER - THIS RUN           26/10/15
007600* RECORDS ITS START, END, AND CONTROL TOTALS HERE, AND A          26/10/15
007700* RUN WITH A PREDECESSOR IN THE NIGHTLY SCHEDULE REFUSES          26/10/15
007800* TO START UNTIL THAT PREDECESSOR HAS COMPLETED TODAY.            26/10/15
007900* QUOTNGLF CROSS-CHECKS ITS ENDORSEMENT POSTINGS AGAINST          26/10/15
008000* THIS RUN'S RECORD.                                              26/10/15
008100     SELECT RUN-CONTROL-FILE                                      26/10/15
008200         ASSIGN       TO "RUNCTL.DAT"                             26/10/15
008300         ORGANIZATION IS INDEXED                                  26/10/15
008400         ACCESS MODE  IS DYNAMIC                                  26/10/15
008500         FILE STATUS  IS RUN-CONTROL-FILE-STATUS                  26/10/15
008600         RECORD KEY   IS RUNC-KEY.                                26/10/15
008700*                                                                 26/10/15
008800 DATA DIVISION.                                                   26/10/15
008900*                                                                 26/10/15
009000 FILE SECTION.                                                    26/10/15
009100*                                                                 26/10/15
009200 FD  CONTR-FILE.                                                  26/10/15
009300 COPY CFI_CONTR.                                                  26/10/15
009400*                                                                 26/10/15
009500* ENDORSE-TRANS-RECORD - ONE MID-TERM CHANGE AGAINST              26/10/15
009600* CONTR-FILE.  THE EFFECTIVE DATE IS THE DATE THE CHANGE          26/10/15
009700* TAKES EFFECT ON THE POLICY SYSTEM - A ZERO DATE IS TAKEN        26/10/15
009800* AS TODAY.  ONLY THE NEW-VALUE FIELD FOR THE CODE IN HAND        26/10/15
009900* IS USED - A PREMIUM CHANGE CARRIES THE NEW FULL-TERM            26/10/15
010000* PREMIUM, AN EXPIRY CHANGE THE NEW EXPIRATION DATE, AND A        26/10/15
010100* POLICY CORRECTION THE CORRECTED POLICY NUMBER.                  26/10/15
010200 FD  ENDORSE-TRANS-FILE.                                          26/10/15
010300 01  ENDORSE-TRANS-RECORD.                                        26/10/15
010400     05  ETRAN-CODE                 PIC X(01).                    26/10/15
010500         88  ETRAN-PREMIUM-CHANGE       VALUE "P".                26/10/15
010600         88  ETRAN-EXPIRY-CHANGE        VALUE "E".                26/10/15
010700         88  ETRAN-POLICY-CORRECTION    VALUE "N".                26/10/15
010800     05  ETRAN-CONTR-NUM            PIC 9(10).                    26/10/15
010900     05  ETRAN-EFF-DATE             PIC 9(08).                    26/10/15
011000     05  ETRAN-NEW-PREMIUM-AMT      PIC 9(07)V99.                 26/10/15
011100     05  ETRAN-NEW-EXP-DATE         PIC 9(08).                    26/10/15
011200     05  ETRAN-NEW-POLICY-NUM       PIC X(10).                    26/10/15
011300     05  FILLER                     PIC X(34).                    26/10/15
011400*                                                                 26/10/15
011500* ENDORSEMENT HISTORY RECORD - SEE CFI_ENDHS.                     26/10/15
011600 FD  ENDORSE-HIST-FILE.                                           26/10/15
011700 COPY CFI_ENDHS.                                                  26/10/15
011710*                                                                 26/10/15
011720* BILLING MASTER RECORD - SEE CFI_BILL.                           26/10/15
011730 FD  BILL-FILE.                                                   26/10/15
011740 COPY CFI_BILL.                                                   26/10/15
011800*                                                                 26/10/15
011900 FD  ENDORSE-EXCP-FILE.                                           26/10/15
012000 01  ENDORSE-EXCP-RECORD            PIC X(80).                    26/10/15
012100*                                                                 26/10/15
012200* RUN-CONTROL RECORD - SEE CFI_RUNCTL.                            26/10/15
012300 FD  RUN-CONTROL-FILE.                                            26/10/15
012400 COPY CFI_RUNCTL.                                                 26/10/15
012500*                                                                 26/10/15
012600 WORKING-STORAGE SECTION.                                         26/10/15
012700*                                                                 26/10/15
012800 01  CONTR-FILE-STATUS             PIC X(2).                      26/10/15
012900 01  ENDORSE-TRANS-FILE-STATUS     PIC X(2).                      26/10/15
013000 01  ENDORSE-HIST-FILE-STATUS      PIC X(2).                      26/10/15
013100 01  ENDORSE-EXCP-FILE-STATUS      PIC X(2).                      26/10/15
013110 01  BILL-FILE-STATUS              PIC X(2).                      26/10/15
013200 01  RUN-CONTROL-FILE-STATUS       PIC X(2).                      26/10/15
013300 77  WS-RUN-PRED-PGM-ID             PIC X(08) VALUE "QUOTNCAN".   26/10/15
013400 77  WS-RUN-TIME                    PIC 9(08).                    26/10/15
013500*                                                                 26/10/15
013600* RUN SWITCHES                                                    26/10/15
013700* ---------------------------------------------------------       26/10/15
013800 77  WS-TRANS-EOF-SWITCH            PIC X(01) VALUE "N".          26/10/15
013900     88  ENDORSE-TRANS-EOF             VALUE "Y".                 26/10/15
014000 77  WS-HIST-EOF-SWITCH             PIC X(01) VALUE "N".          26/10/15
014100     88  ENDORSE-HIST-EOF              VALUE "Y".                 26/10/15
014120 77  WS-ENDH-SWITCH                 PIC X(01) VALUE "N".          26/10/15
014140     88  WS-ENDH-WRITTEN               VALUE "Y".                 26/10/15
014200 77  WS-TODAY-DATE                  PIC 9(08).                    26/10/15
014300*                                                                 26/10/15
014400* ENDORSEMENT WORK AREA - THE EFFECTIVE DATE IN FORCE FOR         26/10/15
014500* THE TRANSACTION IN HAND, THE CONTRACT AS IT STOOD BEFORE        26/10/15
014600* THE CHANGE, AND THE NUMBER AND PRICING BASE FOUND ON THE        26/10/15
014700* HISTORY FILE BY 2200-FIND-LAST-ENDORSEMENT.                     26/10/15
014800* ---------------------------------------------------------       26/10/15
014900 01  WS-ENDT-EFF-DATE               PIC 9(08).                    26/10/15
015000 01  WS-PRIOR-CONTR-IMAGE           PIC X(100).                   26/10/15
015100 01  WS-LAST-ENDT-SEQ               PIC 9(03).                    26/10/15
015200 01  WS-TERM-PREMIUM-AMT            PIC 9(07)V99.                 26/10/15
015300 01  WS-NEW-TERM-PREMIUM-AMT        PIC 9(07)V99.                 26/10/15
015400 01  WS-PRORATA-AMT                 PIC S9(07)V99 COMP.           26/10/15
015500 01  WS-NEW-WRITTEN-AMT             PIC S9(09)V99 COMP.           26/10/15
015510*                                                                 26/10/15
015520* BILLING ADJUSTMENT WORK AREA (2500) - WHAT IS LEFT OF A         26/10/15
015530* RETURN PREMIUM STILL TO TAKE OFF THE SCHEDULE, AND THE          26/10/15
015540* INSTALLMENT IN HAND.                                            26/10/15
015550* ---------------------------------------------------------       26/10/15
015560 01  WS-INST-IX                     PIC 9(02) COMP VALUE ZERO.    26/10/15
015570 01  WS-ADJ-LEFT                    PIC 9(07)V99.                 26/10/15
015580 01  WS-ADJ-AMT                     PIC 9(07)V99.                 26/10/15
015590 01  WS-INST-OPEN-AMT               PIC 9(07)V99.                 26/10/15
015600*                                                                 26/10/15
015700* DAY-NUMBER WORK AREA (5000-DATE-TO-DAY-NUM) - A YYYYMMDD        26/10/15
015800* DATE IS TURNED INTO A SERIAL DAY COUNT SO THE PRO-RATA          26/10/15
015900* FRACTION IS A SIMPLE RATIO OF SUBTRACTIONS.  GOOD FOR THE       26/10/15
016000* SYSTEM'S 1995-2099 DATE RANGE, WHERE EVERY FOURTH YEAR IS       26/10/15
016100* A LEAP YEAR.                                                    26/10/15
016200* ---------------------------------------------------------       26/10/15
016300 01  WS-DATE-CONV-X                 PIC 9(08).                    26/10/15
016400 01  WS-DATE-CONV-R REDEFINES WS-DATE-CONV-X.                     26/10/15
016500     05  WS-CONV-YEAR               PIC 9(04).                    26/10/15
016600     05  WS-CONV-MONTH              PIC 9(02).                    26/10/15
016700     05  WS-CONV-DAY                PIC 9(02).                    26/10/15
016800 01  WS-DAY-NUM                     PIC S9(09) COMP.              26/10/15
016900 01  WS-EFF-DAY-NUM                 PIC S9(09) COMP.              26/10/15
017000 01  WS-EXP-DAY-NUM                 PIC S9(09) COMP.              26/10/15
017100 01  WS-ENDT-DAY-NUM                PIC S9(09) COMP.              26/10/15
017200 01  WS-NEW-EXP-DAY-NUM             PIC S9(09) COMP.              26/10/15
017300 01  WS-TERM-DAYS                   PIC S9(09) COMP.              26/10/15
017400 01  WS-LEAP-QUOT                   PIC 9(04) COMP.               26/10/15
017500 01  WS-LEAP-REM                    PIC 9(04) COMP.               26/10/15
017600 01  WS-MONTH-OFFSET-TABLE.                                       26/10/15
017700     05  FILLER         PIC X(12) VALUE "000031059090".           26/10/15
017800     05  FILLER         PIC X(12) VALUE "120151181212".           26/10/15
017900     05  FILLER         PIC X(12) VALUE "243273304334".           26/10/15
018000 01  WS-MONTH-OFFSET-R REDEFINES WS-MONTH-OFFSET-TABLE.           26/10/15
018100     05  WS-MONTH-OFFSET            PIC 9(03) OCCURS 12 TIMES.    26/10/15
018200*                                                                 26/10/15
018300* END-OF-RUN CONTROL TOTALS (8000-CONTROL-REPORT)                 26/10/15
018400* ---------------------------------------------------------       26/10/15
018500 01  WS-CONTROL-TOTALS.                                           26/10/15
018600     05  WS-RECS-READ               PIC 9(09) COMP VALUE ZERO.    26/10/15
018700     05  WS-RECS-ENDORSED           PIC 9(09) COMP VALUE ZERO.    26/10/15
018800     05  WS-RECS-REJECTED           PIC 9(09) COMP VALUE ZERO.    26/10/15
018900     05  WS-TOT-ADDITIONAL-PREM     PIC 9(11)V99 COMP VALUE ZERO. 26/10/15
019000     05  WS-TOT-RETURN-PREM         PIC 9(11)V99 COMP VALUE ZERO. 26/10/15
019100     05  WS-HASH-TOTAL-CONTR-NUM    PIC 9(15) COMP VALUE ZERO.    26/10/15
019110     05  WS-SCHED-ADJUSTED          PIC 9(09) COMP VALUE ZERO.    26/10/15
019120     05  WS-REFUNDS-DUE             PIC 9(09) COMP VALUE ZERO.    26/10/15
019130     05  WS-TOT-REFUND-DUE          PIC 9(11)V99 COMP VALUE ZERO. 26/10/15
019200*                                                                 26/10/15
019300* CONTROL-REPORT PRINT LINE AND DISPLAY-EDITED COUNTERS -         26/10/15
019400* STRING REQUIRES DISPLAY USAGE, SO THE COMP COUNTERS ABOVE       26/10/15
019500* ARE EDITED HERE BEFORE THEY ARE STRUNG INTO THE LINE.           26/10/15
019600* ---------------------------------------------------------       26/10/15
019700 01  WS-CONTROL-REPORT-LINE        PIC X(80).                     26/10/15
019800 01  WS-CONTROL-REPORT-EDIT.                                      26/10/15
019900     05  WS-ED-RECS-READ            PIC ZZZZZZZZ9.                26/10/15
020000     05  WS-ED-RECS-ENDORSED        PIC ZZZZZZZZ9.                26/10/15
020100     05  WS-ED-RECS-REJECTED        PIC ZZZZZZZZ9.                26/10/15
020200     05  WS-ED-TOT-ADDITIONAL       PIC Z(10)9.99.                26/10/15
020300     05  WS-ED-TOT-RETURN           PIC Z(10)9.99.                26/10/15
020310     05  WS-ED-SCHED-ADJUSTED       PIC ZZZZZZZZ9.                26/10/15
020320     05  WS-ED-REFUNDS-DUE          PIC ZZZZZZZZ9.                26/10/15
020330     05  WS-ED-TOT-REFUND-DUE       PIC Z(10)9.99.                26/10/15
020400*                                                                 26/10/15
020500* EXCEPTION-LINE WORK AREA                                        26/10/15
020600* ---------------------------------------------------------       26/10/15
020700 01  WS-ED-CONTR-NUM               PIC Z(09)9.                    26/10/15
020800 01  WS-EXCP-REASON-TEXT           PIC X(30).                     26/10/15
020810 01  WS-ED-REFUND-AMT              PIC Z(06)9.99.                 26/10/15
020900*                                                                 26/10/15
021000 PROCEDURE DIVISION.                                              26/10/15
021100*                                                                 26/10/15
021200*---------------------------------------------------------        26/10/15
021300* 0000-MAINLINE                                                   26/10/15
021400*    DRIVES THE ENDORSEMENT RUN - APPLY EVERY TRANSACTION         26/10/15
021500*    TO CONTR-FILE, THEN PRINT THE CONTROL REPORT.                26/10/15
021600*---------------------------------------------------------        26/10/15
021700 0000-MAINLINE.                                                   26/10/15
021800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      26/10/15
021900     PERFORM 2000-PROCESS-ENDT-TRANS THRU 2000-EXIT               26/10/15
022000         UNTIL ENDORSE-TRANS-EOF.                                 26/10/15
022100     PERFORM 8000-CONTROL-REPORT THRU 8000-EXIT.                  26/10/15
022200     PERFORM 8900-RUN-CONTROL-END THRU 8900-EXIT.                 26/10/15
022300     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       26/10/15
022400     STOP RUN.                                                    26/10/15
022500*                                                                 26/10/15
022600*---------------------------------------------------------        26/10/15
022700* 1000-INITIALIZE                                                 26/10/15
022800*    OPENS CONTR-FILE AND THE HISTORY FILE FOR UPDATE, THE        26/10/15
022900*    TRANSACTION FILE INPUT, AND THE EXCEPTION LISTING            26/10/15
023000*    OUTPUT.                                                      26/10/15
023100*---------------------------------------------------------        26/10/15
023200 1000-INITIALIZE.                                                 26/10/15
023300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     26/10/15
023400     PERFORM 1050-RUN-CONTROL-START THRU 1050-EXIT.               26/10/15
023500     OPEN I-O    CONTR-FILE.                                      26/10/15
023600     IF CONTR-FILE-STATUS NOT = "00"                              26/10/15
023700         DISPLAY "QUOTNEND - CANNOT OPEN CONTR-FILE, STATUS = "   26/10/15
023800             CONTR-FILE-STATUS                                    26/10/15
023900         STOP RUN                                                 26/10/15
024000     END-IF.                                                      26/10/15
024100     OPEN I-O    ENDORSE-HIST-FILE.                               26/10/15
024200     IF ENDORSE-HIST-FILE-STATUS NOT = "00"                       26/10/15
024300         DISPLAY "QUOTNEND - CANNOT OPEN ENDHIST, STATUS = "      26/10/15
024400             ENDORSE-HIST-FILE-STATUS                             26/10/15
024500         STOP RUN                                                 26/10/15
024600     END-IF.                                                      26/10/15
024700     OPEN INPUT  ENDORSE-TRANS-FILE.                              26/10/15
024800     IF ENDORSE-TRANS-FILE-STATUS NOT = "00"                      26/10/15
024900         DISPLAY "QUOTNEND - CANNOT OPEN ENDTRANS, STATUS = "     26/10/15
025000             ENDORSE-TRANS-FILE-STATUS                            26/10/15
025100         STOP RUN                                                 26/10/15
025200     END-IF.                                                      26/10/15
025300     OPEN OUTPUT ENDORSE-EXCP-FILE.                               26/10/15
025400     IF ENDORSE-EXCP-FILE-STATUS NOT = "00"                       26/10/15
025500         DISPLAY "QUOTNEND - CANNOT OPEN ENDEXCP, STATUS = "      26/10/15
025600             ENDORSE-EXCP-FILE-STATUS                             26/10/15
025700         STOP RUN                                                 26/10/15
025800     END-IF.                                                      26/10/15
025810     OPEN I-O    BILL-FILE.                                       26/10/15
025820     IF BILL-FILE-STATUS NOT = "00"                               26/10/15
025830         DISPLAY "QUOTNEND - CANNOT OPEN BILLMAST, STATUS = "     26/10/15
025840             BILL-FILE-STATUS                                     26/10/15
025850         STOP RUN                                                 26/10/15
025860     END-IF.                                                      26/10/15
025900*                                                                 26/10/15
026000* EXCEPTION LISTING HEADING - ONE LINE, DATED, SO THE DESK        26/10/15
026100* KNOWS WHICH MORNING'S RUN IT IS CHASING.                        26/10/15
026200     MOVE SPACES TO ENDORSE-EXCP-RECORD.                          26/10/15
026300     STRING "QUOTNEND ENDORSEMENT EXCEPTIONS "                    26/10/15
026400         DELIMITED BY SIZE                                        26/10/15
026500         WS-TODAY-DATE DELIMITED BY SIZE                          26/10/15
026600         INTO ENDORSE-EXCP-RECORD.                                26/10/15
026700     WRITE ENDORSE-EXCP-RECORD.                                   26/10/15
026800 1000-EXIT.                                                       26/10/15
026900     EXIT.                                                        26/10/15
027000*                                                                 26/10/15
027100*---------------------------------------------------------        26/10/15
027200* 2000-PROCESS-ENDT-TRANS                                         26/10/15
027300*    READS THE NEXT TRANSACTION, LOOKS UP ITS CONTRACT, AND       26/10/15
027400*    EDITS IT.  A BAD CODE, A CONTRACT NOT ON FILE OR NO          26/10/15
027500*    LONGER ACTIVE, AN EFFECTIVE DATE OUTSIDE THE CONTRACT        26/10/15
027600*    TERM, OR A NEW VALUE THAT IS MISSING OR CHANGES              26/10/15
027700*    NOTHING IS AN EXCEPTION - ANYTHING ELSE IS PRICED AND        26/10/15
027800*    APPLIED.                                                     26/10/15
027900*---------------------------------------------------------        26/10/15
028000 2000-PROCESS-ENDT-TRANS.                                         26/10/15
028100     READ ENDORSE-TRANS-FILE NEXT RECORD                          26/10/15
028200         AT END                                                   26/10/15
028300             SET ENDORSE-TRANS-EOF TO TRUE                        26/10/15
028400             GO TO 2000-EXIT                                      26/10/15
028500     END-READ.                                                    26/10/15
028600     ADD 1 TO WS-RECS-READ.                                       26/10/15
028700     IF NOT ETRAN-PREMIUM-CHANGE                                  26/10/15
028800        AND NOT ETRAN-EXPIRY-CHANGE                               26/10/15
028900        AND NOT ETRAN-POLICY-CORRECTION                           26/10/15
029000         MOVE "TRANSACTION CODE NOT VALID" TO                     26/10/15
029100             WS-EXCP-REASON-TEXT                                  26/10/15
029200         PERFORM 3900-WRITE-ENDT-EXCEPTION THRU 3900-EXIT         26/10/15
029300         GO TO 2000-EXIT                                          26/10/15
029400     END-IF.                                                      26/10/15
029500     MOVE ETRAN-CONTR-NUM TO CONTR-NUM.                           26/10/15
029600     READ CONTR-FILE                                              26/10/15
029700         INVALID KEY                                              26/10/15
029800             MOVE "CONTRACT NOT ON FILE" TO                       26/10/15
029900                 WS-EXCP-REASON-TEXT                              26/10/15
030000             PERFORM 3900-WRITE-ENDT-EXCEPTION THRU 3900-EXIT     26/10/15
030100             GO TO 2000-EXIT                                      26/10/15
030200     END-READ.                                                    26/10/15
030300     IF NOT CONTR-STAT-ACTIVE                                     26/10/15
030400         MOVE SPACES TO WS-EXCP-REASON-TEXT                       26/10/15
030500         STRING "CONTRACT NOT ACTIVE - STATUS " DELIMITED BY      26/10/15
030600             SIZE CONTR-STATUS DELIMITED BY SIZE                  26/10/15
030700             INTO WS-EXCP-REASON-TEXT                             26/10/15
030800         PERFORM 3900-WRITE-ENDT-EXCEPTION THRU 3900-EXIT         26/10/15
030900         GO TO 2000-EXIT                                          26/10/15
031000     END-IF.                                                      26/10/15
031100     IF ETRAN-EFF-DATE NOT NUMERIC                                26/10/15
031200         MOVE "EFFECTIVE DATE NOT VALID" TO                       26/10/15
031300             WS-EXCP-REASON-TEXT                                  26/10/15
031400         PERFORM 3900-WRITE-ENDT-EXCEPTION THRU 3900-EXIT         26/10/15
031500         GO TO 2000-EXIT                                          26/10/15
031600     END-IF.                                                      26/10/15
031700     IF ETRAN-EFF-DATE > ZERO                                     26/10/15
031800         MOVE ETRAN-EFF-DATE TO WS-ENDT-EFF-DATE                  26/10/15
031900     ELSE                                                         26/10/15
032000         MOVE WS-TODAY-DATE TO WS-ENDT-EFF-DATE                   26/10/15
032100     END-IF.                                                      26/10/15
032200     MOVE WS-ENDT-EFF-DATE TO WS-DATE-CONV-X.                     26/10/15
032300     IF WS-CONV-MONTH < 1 OR WS-CONV-MONTH > 12                   26/10/15
032400        OR WS-CONV-DAY < 1 OR WS-CONV-DAY > 31                    26/10/15
032500         MOVE "EFFECTIVE DATE NOT VALID" TO                       26/10/15
032600             WS-EXCP-REASON-TEXT                                  26/10/15
032700         PERFORM 3900-WRITE-ENDT-EXCEPTION THRU 3900-EXIT         26/10/15
032800         GO TO 2000-EXIT                                          26/10/15
032900     END-IF.                                                      26/10/15
033000     IF NOT ETRAN-POLICY-CORRECTION                               26/10/15
033100        AND (WS-ENDT-EFF-DATE < CONTR-EFF-DATE                    26/10/15
033200             OR WS-ENDT-EFF-DATE NOT < CONTR-EXP-DATE)            26/10/15
033300         MOVE "EFFECTIVE DATE OUTSIDE TERM" TO                    26/10/15
033400             WS-EXCP-REASON-TEXT                                  26/10/15
033500         PERFORM 3900-WRITE-ENDT-EXCEPTION THRU 3900-EXIT         26/10/15
033600         GO TO 2000-EXIT                                          26/10/15
033700     END-IF.                                                      26/10/15
033800     IF ETRAN-PREMIUM-CHANGE                                      26/10/15
033900        AND (ETRAN-NEW-PREMIUM-AMT NOT NUMERIC                    26/10/15
034000             OR ETRAN-NEW-PREMIUM-AMT = ZERO)                     26/10/15
034100         MOVE "NEW PREMIUM NOT VALID" TO                          26/10/15
034200             WS-EXCP-REASON-TEXT                                  26/10/15
034300         PERFORM 3900-WRITE-ENDT-EXCEPTION THRU 3900-EXIT         26/10/15
034400         GO TO 2000-EXIT                                          26/10/15
034500     END-IF.                                                      26/10/15
034600     IF ETRAN-EXPIRY-CHANGE                                       26/10/15
034700        AND (ETRAN-NEW-EXP-DATE NOT NUMERIC                       26/10/15
034800             OR ETRAN-NEW-EXP-DATE NOT > WS-ENDT-EFF-DATE         26/10/15
034900             OR ETRAN-NEW-EXP-DATE = CONTR-EXP-DATE)              26/10/15
035000         MOVE "NEW EXPIRY DATE NOT VALID" TO                      26/10/15
035100             WS-EXCP-REASON-TEXT                                  26/10/15
035200         PERFORM 3900-WRITE-ENDT-EXCEPTION THRU 3900-EXIT         26/10/15
035300         GO TO 2000-EXIT                                          26/10/15
035400     END-IF.                                                      26/10/15
035500     IF ETRAN-EXPIRY-CHANGE                                       26/10/15
035600         MOVE ETRAN-NEW-EXP-DATE TO WS-DATE-CONV-X                26/10/15
035700         IF WS-CONV-MONTH < 1 OR WS-CONV-MONTH > 12               26/10/15
035800            OR WS-CONV-DAY < 1 OR WS-CONV-DAY > 31                26/10/15
035900             MOVE "NEW EXPIRY DATE NOT VALID" TO                  26/10/15
036000                 WS-EXCP-REASON-TEXT                              26/10/15
036100             PERFORM 3900-WRITE-ENDT-EXCEPTION THRU 3900-EXIT     26/10/15
036200             GO TO 2000-EXIT                                      26/10/15
036300         END-IF                                                   26/10/15
036400     END-IF.                                                      26/10/15
036500     IF ETRAN-POLICY-CORRECTION                                   26/10/15
036600        AND (ETRAN-NEW-POLICY-NUM = SPACES                        26/10/15
036700             OR ETRAN-NEW-POLICY-NUM = CONTR-POLICY-NUM)          26/10/15
036800         MOVE "NEW POLICY NUMBER NOT VALID" TO                    26/10/15
036900             WS-EXCP-REASON-TEXT                                  26/10/15
037000         PERFORM 3900-WRITE-ENDT-EXCEPTION THRU 3900-EXIT         26/10/15
037100         GO TO 2000-EXIT                                          26/10/15
037200     END-IF.                                                      26/10/15
037300     PERFORM 2200-FIND-LAST-ENDORSEMENT THRU 2200-EXIT.           26/10/15
037400     IF WS-LAST-ENDT-SEQ = 999                                    26/10/15
037500         MOVE "ENDORSEMENT NUMBERS EXHAUSTED" TO                  26/10/15
037600             WS-EXCP-REASON-TEXT                                  26/10/15
037700         PERFORM 3900-WRITE-ENDT-EXCEPTION THRU 3900-EXIT         26/10/15
037800         GO TO 2000-EXIT                                          26/10/15
037900     END-IF.                                                      26/10/15
038000     PERFORM 2300-PRICE-ENDORSEMENT THRU 2300-EXIT.               26/10/15
038100     IF ETRAN-PREMIUM-CHANGE                                      26/10/15
038200        AND ETRAN-NEW-PREMIUM-AMT = WS-TERM-PREMIUM-AMT           26/10/15
038300         MOVE "NEW PREMIUM SAME AS CURRENT" TO                    26/10/15
038400             WS-EXCP-REASON-TEXT                                  26/10/15
038500         PERFORM 3900-WRITE-ENDT-EXCEPTION THRU 3900-EXIT         26/10/15
038600         GO TO 2000-EXIT                                          26/10/15
038700     END-IF.                                                      26/10/15
038800     IF WS-NEW-WRITTEN-AMT < ZERO                                 26/10/15
038900         MOVE "RETURN EXCEEDS WRITTEN PREMIUM" TO                 26/10/15
039000             WS-EXCP-REASON-TEXT                                  26/10/15
039100         PERFORM 3900-WRITE-ENDT-EXCEPTION THRU 3900-EXIT         26/10/15
039200         GO TO 2000-EXIT                                          26/10/15
039300     END-IF.                                                      26/10/15
039400     PERFORM 2100-APPLY-ENDORSEMENT THRU 2100-EXIT.               26/10/15
039500 2000-EXIT.                                                       26/10/15
039600     EXIT.                                                        26/10/15
039700*                                                                 26/10/15
039800*---------------------------------------------------------        26/10/15
039900* 2100-APPLY-ENDORSEMENT                                          26/10/15
040000*    KEEPS THE CONTRACT AS IT STOOD, APPLIES THE CHANGE           26/10/15
040100*    AND THE PRO-RATA PREMIUM DIFFERENCE TO THE CONTRACT          26/10/15
040120*    ALREADY READ, FILES THE NUMBERED HISTORY RECORD, AND         26/10/15
040140*    ONLY THEN REWRITES THE CONTRACT AND ADJUSTS ITS BILLING      26/10/15
040160*    SCHEDULE - A CHANGE WITH NO HISTORY RECORD WOULD NEVER       26/10/15
040180*    REACH QUOTNGLF OR QUOTNCMS.  A HISTORY WRITE THAT FAILS      26/10/15
040200*    LEAVES THE CONTRACT UNTOUCHED, AND A CONTRACT REWRITE        26/10/15
040220*    THAT FAILS BACKS THE HISTORY RECORD OUT - EITHER WAY         26/10/15
040240*    THE TRANSACTION GOES TO THE EXCEPTION LISTING.  THE          26/10/15
040260*    ENDORSEMENT IS COUNTED ONCE BOTH ARE ON FILE.                26/10/15
040360*    CONTR-PREMIUM-AMT CARRIES THE WRITTEN PREMIUM FOR THE        26/10/15
040460*    TERM, SO THE DIFFERENCE IS ADDED TO IT AND A LATER           26/10/15
040560*    CANCELLATION REVERSES WHAT WAS ACTUALLY BOOKED.              26/10/15
040700*---------------------------------------------------------        26/10/15
040800 2100-APPLY-ENDORSEMENT.                                          26/10/15
040900     MOVE CONTR-RECORD TO WS-PRIOR-CONTR-IMAGE.                   26/10/15
041000     IF ETRAN-EXPIRY-CHANGE                                       26/10/15
041100         MOVE ETRAN-NEW-EXP-DATE TO CONTR-EXP-DATE                26/10/15
041200     END-IF.                                                      26/10/15
041300     IF ETRAN-POLICY-CORRECTION                                   26/10/15
041400         MOVE ETRAN-NEW-POLICY-NUM TO CONTR-POLICY-NUM            26/10/15
041500     END-IF.                                                      26/10/15
041600     MOVE WS-NEW-WRITTEN-AMT TO CONTR-PREMIUM-AMT.                26/10/15
041610     PERFORM 2400-WRITE-ENDT-HISTORY THRU 2400-EXIT.              26/10/15
041620     IF NOT WS-ENDH-WRITTEN                                       26/10/15
041630         MOVE "HISTORY WRITE FAILED" TO WS-EXCP-REASON-TEXT       26/10/15
041640         PERFORM 3900-WRITE-ENDT-EXCEPTION THRU 3900-EXIT         26/10/15
041650         GO TO 2100-EXIT                                          26/10/15
041660     END-IF.                                                      26/10/15
041700     REWRITE CONTR-RECORD                                         26/10/15
041800         INVALID KEY                                              26/10/15
041900             DISPLAY "QUOTNEND - REWRITE FAILED, NUM = "          26/10/15
042000                 CONTR-NUM                                        26/10/15
042020             PERFORM 2450-BACK-OUT-ENDT-HISTORY THRU 2450-EXIT    26/10/15
042030             MOVE "CONTRACT REWRITE FAILED"                       26/10/15
042040                 TO WS-EXCP-REASON-TEXT                           26/10/15
042060             PERFORM 3900-WRITE-ENDT-EXCEPTION THRU 3900-EXIT     26/10/15
042100             GO TO 2100-EXIT                                      26/10/15
042200     END-REWRITE.                                                 26/10/15
042210     IF WS-PRORATA-AMT < ZERO                                     26/10/15
042220         SUBTRACT WS-PRORATA-AMT FROM WS-TOT-RETURN-PREM          26/10/15
042230     ELSE                                                         26/10/15
042240         ADD WS-PRORATA-AMT TO WS-TOT-ADDITIONAL-PREM             26/10/15
042250     END-IF.                                                      26/10/15
042260     ADD 1 TO WS-RECS-ENDORSED.                                   26/10/15
042270     ADD CONTR-NUM TO WS-HASH-TOTAL-CONTR-NUM.                    26/10/15
042310     PERFORM 2500-ADJUST-BILL-SCHEDULE THRU 2500-EXIT.            26/10/15
042400 2100-EXIT.                                                       26/10/15
042500     EXIT.                                                        26/10/15
042600*                                                                 26/10/15
042700*---------------------------------------------------------        26/10/15
042800* 2200-FIND-LAST-ENDORSEMENT                                      26/10/15
042900*    POSITIONS THE HISTORY FILE AT THE CONTRACT'S FIRST           26/10/15
043000*    ENDORSEMENT AND READS FORWARD TO ITS LAST, LEAVING           26/10/15
043100*    THAT ENDORSEMENT'S NUMBER IN WS-LAST-ENDT-SEQ AND ITS        26/10/15
043200*    FULL-TERM PREMIUM IN WS-TERM-PREMIUM-AMT.  A CONTRACT        26/10/15
043300*    NEVER ENDORSED LEAVES ZERO AND ITS BOOKED PREMIUM.           26/10/15
043400*---------------------------------------------------------        26/10/15
043500 2200-FIND-LAST-ENDORSEMENT.                                      26/10/15
043600     MOVE ZERO TO WS-LAST-ENDT-SEQ.                               26/10/15
043700     MOVE CONTR-PREMIUM-AMT TO WS-TERM-PREMIUM-AMT.               26/10/15
043800     MOVE "N" TO WS-HIST-EOF-SWITCH.                              26/10/15
043900     MOVE CONTR-NUM TO ENDH-CONTR-NUM.                            26/10/15
044000     MOVE ZERO TO ENDH-ENDT-SEQ.                                  26/10/15
044100     START ENDORSE-HIST-FILE KEY IS NOT LESS THAN ENDH-KEY        26/10/15
044200         INVALID KEY                                              26/10/15
044300             SET ENDORSE-HIST-EOF TO TRUE                         26/10/15
044400     END-START.                                                   26/10/15
044500     PERFORM 2210-SCAN-ENDT-HISTORY THRU 2210-EXIT                26/10/15
044600         UNTIL ENDORSE-HIST-EOF.                                  26/10/15
044700 2200-EXIT.                                                       26/10/15
044800     EXIT.                                                        26/10/15
044900*                                                                 26/10/15
045000*---------------------------------------------------------        26/10/15
045100* 2210-SCAN-ENDT-HISTORY                                          26/10/15
045200*    READS THE NEXT HISTORY RECORD - ONE STILL FOR THIS           26/10/15
045300*    CONTRACT BECOMES THE LAST ENDORSEMENT SEEN, ANYTHING         26/10/15
045400*    ELSE ENDS THE SCAN.                                          26/10/15
045500*---------------------------------------------------------        26/10/15
045600 2210-SCAN-ENDT-HISTORY.                                          26/10/15
045700     READ ENDORSE-HIST-FILE NEXT RECORD                           26/10/15
045800         AT END                                                   26/10/15
045900             SET ENDORSE-HIST-EOF TO TRUE                         26/10/15
046000             GO TO 2210-EXIT                                      26/10/15
046100     END-READ.                                                    26/10/15
046200     IF ENDH-CONTR-NUM NOT = CONTR-NUM                            26/10/15
046300         SET ENDORSE-HIST-EOF TO TRUE                             26/10/15
046400         GO TO 2210-EXIT                                          26/10/15
046500     END-IF.                                                      26/10/15
046600     MOVE ENDH-ENDT-SEQ         TO WS-LAST-ENDT-SEQ.              26/10/15
046700     MOVE ENDH-TERM-PREMIUM-AMT TO WS-TERM-PREMIUM-AMT.           26/10/15
046800 2210-EXIT.                                                       26/10/15
046900     EXIT.                                                        26/10/15
047000*                                                                 26/10/15
047100*---------------------------------------------------------        26/10/15
047200* 2300-PRICE-ENDORSEMENT                                          26/10/15
047300*    WORKS OUT THE PRO-RATA PREMIUM DIFFERENCE, THE NEW           26/10/15
047400*    FULL-TERM PREMIUM, AND THE NEW WRITTEN PREMIUM FOR           26/10/15
047500*    THE CONTRACT ALREADY READ, BY DAYS FROM CONTR-EFF-DATE       26/10/15
047600*    TO CONTR-EXP-DATE.                                           26/10/15
047700*      PREMIUM CHANGE - THE CHANGE IN FULL-TERM PREMIUM,          26/10/15
047800*        TIMES THE SHARE OF THE TERM STILL TO RUN FROM THE        26/10/15
047900*        ENDORSEMENT DATE.                                        26/10/15
048000*      EXPIRY CHANGE  - THE FULL-TERM PREMIUM SPREAD OVER         26/10/15
048100*        THE DAYS ADDED (OR TAKEN OFF) THE TERM.                  26/10/15
048200*      POLICY CORRECTION - NO PREMIUM EFFECT, SO NOTHING          26/10/15
048300*        IS PRICED.                                               26/10/15
048400*    A CONTRACT WHOSE TERM HAS NO DAYS PRICES AT ZERO.            26/10/15
048500*---------------------------------------------------------        26/10/15
048600 2300-PRICE-ENDORSEMENT.                                          26/10/15
048700     MOVE ZERO TO WS-PRORATA-AMT.                                 26/10/15
048800     MOVE WS-TERM-PREMIUM-AMT TO WS-NEW-TERM-PREMIUM-AMT.         26/10/15
048900     MOVE CONTR-PREMIUM-AMT TO WS-NEW-WRITTEN-AMT.                26/10/15
049000     IF ETRAN-POLICY-CORRECTION                                   26/10/15
049100         GO TO 2300-EXIT                                          26/10/15
049200     END-IF.                                                      26/10/15
049300     MOVE CONTR-EFF-DATE TO WS-DATE-CONV-X.                       26/10/15
049400     PERFORM 5000-DATE-TO-DAY-NUM THRU 5000-EXIT.                 26/10/15
049500     MOVE WS-DAY-NUM TO WS-EFF-DAY-NUM.                           26/10/15
049600     MOVE CONTR-EXP-DATE TO WS-DATE-CONV-X.                       26/10/15
049700     PERFORM 5000-DATE-TO-DAY-NUM THRU 5000-EXIT.                 26/10/15
049800     MOVE WS-DAY-NUM TO WS-EXP-DAY-NUM.                           26/10/15
049900     MOVE WS-ENDT-EFF-DATE TO WS-DATE-CONV-X.                     26/10/15
050000     PERFORM 5000-DATE-TO-DAY-NUM THRU 5000-EXIT.                 26/10/15
050100     MOVE WS-DAY-NUM TO WS-ENDT-DAY-NUM.                          26/10/15
050200     COMPUTE WS-TERM-DAYS = WS-EXP-DAY-NUM - WS-EFF-DAY-NUM.      26/10/15
050300     IF ETRAN-PREMIUM-CHANGE                                      26/10/15
050400         MOVE ETRAN-NEW-PREMIUM-AMT TO WS-NEW-TERM-PREMIUM-AMT    26/10/15
050500         IF WS-TERM-DAYS > ZERO                                   26/10/15
050600             COMPUTE WS-PRORATA-AMT ROUNDED =                     26/10/15
050700                 (ETRAN-NEW-PREMIUM-AMT - WS-TERM-PREMIUM-AMT)    26/10/15
050800                 * (WS-EXP-DAY-NUM - WS-ENDT-DAY-NUM)             26/10/15
050900                 / WS-TERM-DAYS                                   26/10/15
051000         END-IF                                                   26/10/15
051100     END-IF.                                                      26/10/15
051200     IF ETRAN-EXPIRY-CHANGE                                       26/10/15
051300         MOVE ETRAN-NEW-EXP-DATE TO WS-DATE-CONV-X                26/10/15
051400         PERFORM 5000-DATE-TO-DAY-NUM THRU 5000-EXIT              26/10/15
051500         MOVE WS-DAY-NUM TO WS-NEW-EXP-DAY-NUM                    26/10/15
051600         IF WS-TERM-DAYS > ZERO                                   26/10/15
051700             COMPUTE WS-PRORATA-AMT ROUNDED =                     26/10/15
051800                 WS-TERM-PREMIUM-AMT                              26/10/15
051900                 * (WS-NEW-EXP-DAY-NUM - WS-EXP-DAY-NUM)          26/10/15
052000                 / WS-TERM-DAYS                                   26/10/15
052100         END-IF                                                   26/10/15
052200         COMPUTE WS-NEW-TERM-PREMIUM-AMT =                        26/10/15
052300             WS-TERM-PREMIUM-AMT + WS-PRORATA-AMT                 26/10/15
052400     END-IF.                                                      26/10/15
052500     COMPUTE WS-NEW-WRITTEN-AMT =                                 26/10/15
052600         CONTR-PREMIUM-AMT + WS-PRORATA-AMT.                      26/10/15
052700 2300-EXIT.                                                       26/10/15
052800     EXIT.                                                        26/10/15
052900*                                                                 26/10/15
053000*---------------------------------------------------------        26/10/15
053100* 2400-WRITE-ENDT-HISTORY                                         26/10/15
053200*    FILES THE NEXT NUMBERED HISTORY RECORD FOR THE               26/10/15
053300*    CONTRACT ABOUT TO BE REWRITTEN - THE PRIOR IMAGE, THE        26/10/15
053400*    CHANGE, AND THE SIGNED PRO-RATA DIFFERENCE - AND SETS        26/10/15
053500*    WS-ENDH-WRITTEN WHEN IT IS ON FILE.                          26/10/15
053600*---------------------------------------------------------        26/10/15
053700 2400-WRITE-ENDT-HISTORY.                                         26/10/15
053750     MOVE "N" TO WS-ENDH-SWITCH.                                  26/10/15
053800     INITIALIZE ENDH-RECORD.                                      26/10/15
053900     MOVE CONTR-NUM             TO ENDH-CONTR-NUM.                26/10/15
054000     ADD 1 WS-LAST-ENDT-SEQ GIVING ENDH-ENDT-SEQ.                 26/10/15
054100     MOVE ETRAN-CODE            TO ENDH-ENDT-CODE.                26/10/15
054200     MOVE WS-ENDT-EFF-DATE      TO ENDH-ENDT-EFF-DATE.            26/10/15
054300     MOVE WS-TODAY-DATE         TO ENDH-PROCESS-DATE.             26/10/15
054400     IF WS-PRORATA-AMT < ZERO                                     26/10/15
054500         SET ENDH-RETURN-PREM TO TRUE                             26/10/15
054600         COMPUTE ENDH-PRORATA-AMT = ZERO - WS-PRORATA-AMT         26/10/15
054800     ELSE                                                         26/10/15
054900         SET ENDH-ADDITIONAL-PREM TO TRUE                         26/10/15
055000         MOVE WS-PRORATA-AMT TO ENDH-PRORATA-AMT                  26/10/15
055200     END-IF.                                                      26/10/15
055300     MOVE WS-NEW-TERM-PREMIUM-AMT TO ENDH-TERM-PREMIUM-AMT.       26/10/15
055400     MOVE WS-PRIOR-CONTR-IMAGE  TO ENDH-PRIOR-CONTR.              26/10/15
055500     WRITE ENDH-RECORD                                            26/10/15
055600         INVALID KEY                                              26/10/15
055700             DISPLAY "QUOTNEND - HISTORY WRITE FAILED, NUM = "    26/10/15
055800                 CONTR-NUM                                        26/10/15
055900             GO TO 2400-EXIT                                      26/10/15
056000     END-WRITE.                                                   26/10/15
056100     SET WS-ENDH-WRITTEN TO TRUE.                                 26/10/15
056300 2400-EXIT.                                                       26/10/15
056305     EXIT.                                                        26/10/15
056310*                                                                 26/10/15
056315*---------------------------------------------------------        26/10/15
056320* 2450-BACK-OUT-ENDT-HISTORY                                      26/10/15
056325*    REMOVES THE HISTORY RECORD 2400-WRITE-ENDT-HISTORY JUST      26/10/15
056330*    FILED WHEN THE CONTRACT REWRITE BEHIND IT FAILS, SO NO       26/10/15
056335*    ENDORSEMENT IS BOOKED FOR A CHANGE THAT WAS NOT MADE.        26/10/15
056340*---------------------------------------------------------        26/10/15
056345 2450-BACK-OUT-ENDT-HISTORY.                                      26/10/15
056350     MOVE CONTR-NUM TO ENDH-CONTR-NUM.                            26/10/15
056355     ADD 1 WS-LAST-ENDT-SEQ GIVING ENDH-ENDT-SEQ.                 26/10/15
056360     DELETE ENDORSE-HIST-FILE RECORD                              26/10/15
056365         INVALID KEY                                              26/10/15
056370             DISPLAY "QUOTNEND - HISTORY BACK-OUT FAILED, NUM = " 26/10/15
056375                 CONTR-NUM                                        26/10/15
056380     END-DELETE.                                                  26/10/15
056385 2450-EXIT.                                                       26/10/15
056400     EXIT.                                                        26/10/15
056401*                                                                 26/10/15
056402*---------------------------------------------------------        26/10/15
056403* 2500-ADJUST-BILL-SCHEDULE                                       26/10/15
056404*    CARRIES THE PRO-RATA DIFFERENCE ONTO THE CONTRACT'S          26/10/15
056405*    BILLING SCHEDULE SO QUOTNBIL BILLS WHAT IS NOW OWED.         26/10/15
056406*    ADDITIONAL PREMIUM GOES ON THE LAST INSTALLMENT,             26/10/15
056407*    WHICH IS REOPENED FOR THE NEXT INVOICE RUN.  RETURN          26/10/15
056408*    PREMIUM COMES OFF THE UNPAID INSTALLMENTS, LAST              26/10/15
056409*    FIRST - WHAT THE CUSTOMER HAS ALREADY PAID BEYOND            26/10/15
056410*    THAT IS LISTED AS A REFUND DUE.  A CONTRACT WITH NO          26/10/15
056411*    SCHEDULE, OR ONE LAPSED OR CLOSED, IS LEFT ALONE.            26/10/15
056412*---------------------------------------------------------        26/10/15
056413 2500-ADJUST-BILL-SCHEDULE.                                       26/10/15
056414     IF WS-PRORATA-AMT = ZERO                                     26/10/15
056415         GO TO 2500-EXIT                                          26/10/15
056416     END-IF.                                                      26/10/15
056417     MOVE CONTR-NUM TO BILL-CONTR-NUM.                            26/10/15
056418     READ BILL-FILE                                               26/10/15
056419         INVALID KEY                                              26/10/15
056420             GO TO 2500-EXIT                                      26/10/15
056421     END-READ.                                                    26/10/15
056422     IF NOT BILL-STAT-OPEN AND NOT BILL-STAT-PAID                 26/10/15
056423         GO TO 2500-EXIT                                          26/10/15
056424     END-IF.                                                      26/10/15
056425     IF WS-PRORATA-AMT > ZERO                                     26/10/15
056426         MOVE BILL-INST-COUNT TO WS-INST-IX                       26/10/15
056427         ADD WS-PRORATA-AMT TO BILL-INST-AMT(WS-INST-IX)          26/10/15
056428         ADD WS-PRORATA-AMT TO BILL-SCHED-PREMIUM-AMT             26/10/15
056429         MOVE ZERO TO BILL-INST-INVOICE-DATE(WS-INST-IX)          26/10/15
056430         SET BILL-INST-OPEN(WS-INST-IX) TO TRUE                   26/10/15
056431         SET BILL-STAT-OPEN TO TRUE                               26/10/15
056432         MOVE WS-TODAY-DATE TO BILL-STATUS-DATE                   26/10/15
056433     ELSE                                                         26/10/15
056434         COMPUTE WS-ADJ-LEFT = ZERO - WS-PRORATA-AMT              26/10/15
056435         MOVE BILL-INST-COUNT TO WS-INST-IX                       26/10/15
056436         PERFORM 2510-REDUCE-INSTALLMENT THRU 2510-EXIT           26/10/15
056437             UNTIL WS-INST-IX = ZERO OR WS-ADJ-LEFT = ZERO        26/10/15
056438         IF WS-ADJ-LEFT > ZERO                                    26/10/15
056439             PERFORM 3950-WRITE-REFUND-DUE THRU 3950-EXIT         26/10/15
056440         END-IF                                                   26/10/15
056441         IF BILL-TOTAL-PAID-AMT NOT < BILL-SCHED-PREMIUM-AMT      26/10/15
056442             AND BILL-STAT-OPEN                                   26/10/15
056443             SET BILL-STAT-PAID TO TRUE                           26/10/15
056444             MOVE WS-TODAY-DATE TO BILL-STATUS-DATE               26/10/15
056445         END-IF                                                   26/10/15
056446     END-IF.                                                      26/10/15
056447     REWRITE BILL-RECORD                                          26/10/15
056448         INVALID KEY                                              26/10/15
056449             DISPLAY "QUOTNEND - BILL REWRITE FAILED, NUM = "     26/10/15
056450                 CONTR-NUM                                        26/10/15
056451             GO TO 2500-EXIT                                      26/10/15
056452     END-REWRITE.                                                 26/10/15
056453     ADD 1 TO WS-SCHED-ADJUSTED.                                  26/10/15
056454 2500-EXIT.                                                       26/10/15
056455     EXIT.                                                        26/10/15
056456*                                                                 26/10/15
056457*---------------------------------------------------------        26/10/15
056458* 2510-REDUCE-INSTALLMENT                                         26/10/15
056459*    TAKES AS MUCH OF THE RETURN PREMIUM STILL LEFT AS THE        26/10/15
056460*    INSTALLMENT IN HAND HAS UNPAID, THEN STEPS BACK ONE.         26/10/15
056461*    AN INSTALLMENT BROUGHT DOWN TO WHAT WAS PAID ON IT           26/10/15
056462*    IS MARKED PAID; ONE STILL OWING IS RE-INVOICED.              26/10/15
056463*---------------------------------------------------------        26/10/15
056464 2510-REDUCE-INSTALLMENT.                                         26/10/15
056465     IF NOT BILL-INST-OPEN(WS-INST-IX)                            26/10/15
056466         SUBTRACT 1 FROM WS-INST-IX                               26/10/15
056467         GO TO 2510-EXIT                                          26/10/15
056468     END-IF.                                                      26/10/15
056469     COMPUTE WS-INST-OPEN-AMT = BILL-INST-AMT(WS-INST-IX)         26/10/15
056470         - BILL-INST-PAID-AMT(WS-INST-IX).                        26/10/15
056471     IF WS-ADJ-LEFT < WS-INST-OPEN-AMT                            26/10/15
056472         MOVE WS-ADJ-LEFT TO WS-ADJ-AMT                           26/10/15
056473     ELSE                                                         26/10/15
056474         MOVE WS-INST-OPEN-AMT TO WS-ADJ-AMT                      26/10/15
056475     END-IF.                                                      26/10/15
056476     SUBTRACT WS-ADJ-AMT FROM BILL-INST-AMT(WS-INST-IX).          26/10/15
056477     SUBTRACT WS-ADJ-AMT FROM BILL-SCHED-PREMIUM-AMT.             26/10/15
056478     SUBTRACT WS-ADJ-AMT FROM WS-ADJ-LEFT.                        26/10/15
056479     MOVE ZERO TO BILL-INST-INVOICE-DATE(WS-INST-IX).             26/10/15
056480     IF BILL-INST-AMT(WS-INST-IX) = BILL-INST-PAID-AMT(WS-INST-IX)26/10/15
056481         SET BILL-INST-PAID(WS-INST-IX) TO TRUE                   26/10/15
056482     END-IF.                                                      26/10/15
056483     SUBTRACT 1 FROM WS-INST-IX.                                  26/10/15
056484 2510-EXIT.                                                       26/10/15
056485     EXIT.                                                        26/10/15
056500*                                                                 26/10/15
056600*---------------------------------------------------------        26/10/15
056700* 3900-WRITE-ENDT-EXCEPTION                                       26/10/15
056800*    FILES ONE EXCEPTION LINE FOR A TRANSACTION THAT COULD        26/10/15
056900*    NOT BE APPLIED, WITH THE CONTRACT NUMBER AND THE             26/10/15
057000*    REASON, SO THE DESK CAN CHASE IT TODAY.                      26/10/15
057100*---------------------------------------------------------        26/10/15
057200 3900-WRITE-ENDT-EXCEPTION.                                       26/10/15
057300     ADD 1 TO WS-RECS-REJECTED.                                   26/10/15
057400     MOVE ETRAN-CONTR-NUM TO WS-ED-CONTR-NUM.                     26/10/15
057500     MOVE SPACES TO ENDORSE-EXCP-RECORD.                          26/10/15
057600     STRING "CONTRACT " DELIMITED BY SIZE                         26/10/15
057700         WS-ED-CONTR-NUM       DELIMITED BY SIZE                  26/10/15
057800         " CODE " DELIMITED BY SIZE                               26/10/15
057900         ETRAN-CODE            DELIMITED BY SIZE                  26/10/15
058000         " " DELIMITED BY SIZE                                    26/10/15
058100         WS-EXCP-REASON-TEXT   DELIMITED BY SIZE                  26/10/15
058200         INTO ENDORSE-EXCP-RECORD.                                26/10/15
058300     WRITE ENDORSE-EXCP-RECORD.                                   26/10/15
058400     IF ENDORSE-EXCP-FILE-STATUS NOT = "00"                       26/10/15
058500         DISPLAY "QUOTNEND - WRITE FAILED, NUM = "                26/10/15
058600             ETRAN-CONTR-NUM                                      26/10/15
058700         GO TO 3900-EXIT                                          26/10/15
058800     END-IF.                                                      26/10/15
058900 3900-EXIT.                                                       26/10/15
059000     EXIT.                                                        26/10/15
059003*                                                                 26/10/15
059006*---------------------------------------------------------        26/10/15
059009* 3950-WRITE-REFUND-DUE                                           26/10/15
059012*    LISTS RETURN PREMIUM THE BILLING SCHEDULE COULD NOT          26/10/15
059015*    ABSORB BECAUSE THE CUSTOMER HAD ALREADY PAID IT, SO          26/10/15
059018*    THE DESK CAN ISSUE THE REFUND.  THIS IS NOT A REJECT         26/10/15
059021*    - THE ENDORSEMENT ITSELF HAS BEEN APPLIED.                   26/10/15
059024*---------------------------------------------------------        26/10/15
059027 3950-WRITE-REFUND-DUE.                                           26/10/15
059030     ADD 1 TO WS-REFUNDS-DUE.                                     26/10/15
059033     ADD WS-ADJ-LEFT TO WS-TOT-REFUND-DUE.                        26/10/15
059036     MOVE CONTR-NUM   TO WS-ED-CONTR-NUM.                         26/10/15
059039     MOVE WS-ADJ-LEFT TO WS-ED-REFUND-AMT.                        26/10/15
059042     MOVE SPACES TO ENDORSE-EXCP-RECORD.                          26/10/15
059045     STRING "CONTRACT " DELIMITED BY SIZE                         26/10/15
059048         WS-ED-CONTR-NUM       DELIMITED BY SIZE                  26/10/15
059051         " REFUND DUE " DELIMITED BY SIZE                         26/10/15
059054         WS-ED-REFUND-AMT      DELIMITED BY SIZE                  26/10/15
059057         INTO ENDORSE-EXCP-RECORD.                                26/10/15
059060     WRITE ENDORSE-EXCP-RECORD.                                   26/10/15
059063     IF ENDORSE-EXCP-FILE-STATUS NOT = "00"                       26/10/15
059066         DISPLAY "QUOTNEND - WRITE FAILED, NUM = "                26/10/15
059069             CONTR-NUM                                            26/10/15
059072         GO TO 3950-EXIT                                          26/10/15
059075     END-IF.                                                      26/10/15
059078 3950-EXIT.                                                       26/10/15
059081     EXIT.                                                        26/10/15
059100*                                                                 26/10/15
059200*---------------------------------------------------------        26/10/15
059300* 5000-DATE-TO-DAY-NUM                                            26/10/15
059400*    CONVERTS THE YYYYMMDD DATE IN WS-DATE-CONV-X TO A            26/10/15
059500*    SERIAL DAY COUNT IN WS-DAY-NUM.  EVERY FOURTH YEAR IS        26/10/15
059600*    COUNTED AS A LEAP YEAR, WHICH HOLDS FOR THE SYSTEM'S         26/10/15
059700*    WHOLE 1995-2099 VALID DATE RANGE.                            26/10/15
059800*---------------------------------------------------------        26/10/15
059900 5000-DATE-TO-DAY-NUM.                                            26/10/15
060000     COMPUTE WS-DAY-NUM =                                         26/10/15
060100         (WS-CONV-YEAR * 365)                                     26/10/15
060200         + (WS-CONV-YEAR / 4)                                     26/10/15
060300         + WS-MONTH-OFFSET(WS-CONV-MONTH)                         26/10/15
060400         + WS-CONV-DAY.                                           26/10/15
060500*    THE YEAR/4 TERM COUNTS THIS YEAR'S LEAP DAY EVEN             26/10/15
060600*    BEFORE MARCH 1 - BACK IT OUT FOR JANUARY AND FEBRUARY        26/10/15
060700*    OF A LEAP YEAR.                                              26/10/15
060800     DIVIDE WS-CONV-YEAR BY 4 GIVING WS-LEAP-QUOT                 26/10/15
060900         REMAINDER WS-LEAP-REM.                                   26/10/15
061000     IF WS-LEAP-REM = ZERO AND WS-CONV-MONTH < 3                  26/10/15
061100         SUBTRACT 1 FROM WS-DAY-NUM                               26/10/15
061200     END-IF.                                                      26/10/15
061300 5000-EXIT.                                                       26/10/15
061400     EXIT.                                                        26/10/15
061500*                                                                 26/10/15
061600*---------------------------------------------------------        26/10/15
061700* 8000-CONTROL-REPORT                                             26/10/15
061800*    PRINTS THE END-OF-RUN BALANCING REPORT FOR THIS              26/10/15
061900*    ENDORSEMENT RUN.                                             26/10/15
062000*---------------------------------------------------------        26/10/15
062100 8000-CONTROL-REPORT.                                             26/10/15
062200     DISPLAY "QUOTNEND ENDORSEMENT CONTROL REPORT".               26/10/15
062300     MOVE WS-RECS-READ           TO WS-ED-RECS-READ.              26/10/15
062400     MOVE WS-RECS-ENDORSED       TO WS-ED-RECS-ENDORSED.          26/10/15
062500     MOVE WS-RECS-REJECTED       TO WS-ED-RECS-REJECTED.          26/10/15
062600     MOVE WS-TOT-ADDITIONAL-PREM TO WS-ED-TOT-ADDITIONAL.         26/10/15
062700     MOVE WS-TOT-RETURN-PREM     TO WS-ED-TOT-RETURN.             26/10/15
062800     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
062900     STRING "RECORDS READ    . . . . : " DELIMITED BY SIZE        26/10/15
063000         WS-ED-RECS-READ DELIMITED BY SIZE                        26/10/15
063100         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
063200     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
063300     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
063400     STRING "CONTRACTS ENDORSED  . . : " DELIMITED BY SIZE        26/10/15
063500         WS-ED-RECS-ENDORSED DELIMITED BY SIZE                    26/10/15
063600         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
063700     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
063800     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
063900     STRING "RECORDS REJECTED  . . . : " DELIMITED BY SIZE        26/10/15
064000         WS-ED-RECS-REJECTED DELIMITED BY SIZE                    26/10/15
064100         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
064200     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
064300     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
064400     STRING "ADDITIONAL PREMIUM  . . : " DELIMITED BY SIZE        26/10/15
064500         WS-ED-TOT-ADDITIONAL DELIMITED BY SIZE                   26/10/15
064600         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
064700     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
064800     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
064900     STRING "RETURN PREMIUM  . . . . : " DELIMITED BY SIZE        26/10/15
065000         WS-ED-TOT-RETURN DELIMITED BY SIZE                       26/10/15
065100         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
065200     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
065205     MOVE WS-SCHED-ADJUSTED      TO WS-ED-SCHED-ADJUSTED.         26/10/15
065210     MOVE WS-REFUNDS-DUE         TO WS-ED-REFUNDS-DUE.            26/10/15
065215     MOVE WS-TOT-REFUND-DUE      TO WS-ED-TOT-REFUND-DUE.         26/10/15
065220     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
065225     STRING "SCHEDULES ADJUSTED  . . : " DELIMITED BY SIZE        26/10/15
065230         WS-ED-SCHED-ADJUSTED DELIMITED BY SIZE                   26/10/15
065235         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
065240     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
065245     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
065250     STRING "REFUNDS DUE . . . . . . : " DELIMITED BY SIZE        26/10/15
065255         WS-ED-REFUNDS-DUE DELIMITED BY SIZE                      26/10/15
065260         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
065265     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
065270     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
065275     STRING "REFUND AMOUNT DUE . . . : " DELIMITED BY SIZE        26/10/15
065280         WS-ED-TOT-REFUND-DUE DELIMITED BY SIZE                   26/10/15
065285         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
065290     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
065300 8000-EXIT.                                                       26/10/15
065400     EXIT.                                                        26/10/15
065500*                                                                 26/10/15
065600*---------------------------------------------------------        26/10/15
065700* 9000-TERMINATE                                                  26/10/15
065800*    CLOSES ALL FILES OPENED BY 1000-INITIALIZE.                  26/10/15
065900*---------------------------------------------------------        26/10/15
066000 9000-TERMINATE.                                                  26/10/15
066100     CLOSE CONTR-FILE.                                            26/10/15
066200     CLOSE ENDORSE-HIST-FILE.                                     26/10/15
066300     CLOSE ENDORSE-TRANS-FILE.                                    26/10/15
066400     CLOSE ENDORSE-EXCP-FILE.                                     26/10/15
066410     CLOSE BILL-FILE.                                             26/10/15
066500     CLOSE RUN-CONTROL-FILE.                                      26/10/15
066600 9000-EXIT.                                                       26/10/15
066700     EXIT.                                                        26/10/15
066800*                                                                 26/10/15
066900*---------------------------------------------------------        26/10/15
067000* 1050-RUN-CONTROL-START                                          26/10/15
067100*    OPENS THE RUN-CONTROL MASTER, REFUSES THE RUN WHEN ITS       26/10/15
067200*    PREDECESSOR HAS NOT COMPLETED TODAY OR IS STILL IN           26/10/15
067300*    FLIGHT, AND FILES THIS RUN'S RECORD AS IN-FLIGHT.            26/10/15
067400*---------------------------------------------------------        26/10/15
067500 1050-RUN-CONTROL-START.                                          26/10/15
067600     OPEN I-O RUN-CONTROL-FILE.                                   26/10/15
067700     IF RUN-CONTROL-FILE-STATUS NOT = "00"                        26/10/15
067800         DISPLAY "QUOTNEND - CANNOT OPEN RUNCTL, STATUS = "       26/10/15
067900             RUN-CONTROL-FILE-STATUS                              26/10/15
068000         STOP RUN                                                 26/10/15
068100     END-IF.                                                      26/10/15
068200     IF WS-RUN-PRED-PGM-ID NOT = SPACES                           26/10/15
068300         MOVE WS-TODAY-DATE TO RUNC-RUN-DATE                      26/10/15
068400         MOVE WS-RUN-PRED-PGM-ID TO RUNC-PGM-ID                   26/10/15
068500         READ RUN-CONTROL-FILE                                    26/10/15
068600             INVALID KEY                                          26/10/15
068700                 MOVE SPACE TO RUNC-STATUS                        26/10/15
068800         END-READ                                                 26/10/15
068900         IF NOT RUNC-STAT-COMPLETED                               26/10/15
069000             DISPLAY "QUOTNEND - PREDECESSOR "                    26/10/15
069100                 WS-RUN-PRED-PGM-ID                               26/10/15
069200                 " NOT COMPLETED TODAY - RUN REFUSED"             26/10/15
069300             STOP RUN                                             26/10/15
069400         END-IF                                                   26/10/15
069500     END-IF.                                                      26/10/15
069600     INITIALIZE RUNC-RECORD.                                      26/10/15
069700     MOVE WS-TODAY-DATE TO RUNC-RUN-DATE.                         26/10/15
069800     MOVE "QUOTNEND" TO RUNC-PGM-ID.                              26/10/15
069900     SET RUNC-STAT-IN-FLIGHT TO TRUE.                             26/10/15
070000     ACCEPT WS-RUN-TIME FROM TIME.                                26/10/15
070100     MOVE WS-RUN-TIME(1:6) TO RUNC-START-TIME.                    26/10/15
070200     WRITE RUNC-RECORD                                            26/10/15
070300         INVALID KEY                                              26/10/15
070400             REWRITE RUNC-RECORD                                  26/10/15
070500     END-WRITE.                                                   26/10/15
070600 1050-EXIT.                                                       26/10/15
070700     EXIT.                                                        26/10/15
070800*                                                                 26/10/15
070900*---------------------------------------------------------        26/10/15
071000* 8900-RUN-CONTROL-END                                            26/10/15
071100*    REWRITES THIS RUN'S RECORD COMPLETED, WITH ITS               26/10/15
071200*    CONTROL TOTALS, SO THE NEXT JOB IN THE SCHEDULE MAY          26/10/15
071300*    START.  THE ENDORSED COUNT GOES OUT AS BOTH THE              26/10/15
071400*    UPDATED COUNT (CONTRACTS REWRITTEN) AND THE ADDED            26/10/15
071500*    COUNT (HISTORY RECORDS FILED) - QUOTNGLF HOLDS ITS           26/10/15
071600*    ENDORSEMENT POSTINGS AGAINST THE UPDATED COUNT.              26/10/15
071700*---------------------------------------------------------        26/10/15
071800 8900-RUN-CONTROL-END.                                            26/10/15
071900     MOVE WS-TODAY-DATE TO RUNC-RUN-DATE.                         26/10/15
072000     MOVE "QUOTNEND" TO RUNC-PGM-ID.                              26/10/15
072100     READ RUN-CONTROL-FILE                                        26/10/15
072200         INVALID KEY                                              26/10/15
072300             DISPLAY "QUOTNEND - RUN CONTROL RECORD LOST"         26/10/15
072400             GO TO 8900-EXIT                                      26/10/15
072500     END-READ.                                                    26/10/15
072600     MOVE WS-RECS-READ            TO RUNC-RECS-READ.              26/10/15
072700     MOVE WS-RECS-ENDORSED        TO RUNC-RECS-UPDATED.           26/10/15
072800     MOVE WS-RECS-ENDORSED        TO RUNC-RECS-ADDED.             26/10/15
072900     MOVE WS-RECS-REJECTED        TO RUNC-RECS-REJECTED.          26/10/15
073000     MOVE WS-HASH-TOTAL-CONTR-NUM TO RUNC-HASH-TOTAL.             26/10/15
073100     SET RUNC-STAT-COMPLETED TO TRUE.                             26/10/15
073200     ACCEPT WS-RUN-TIME FROM TIME.                                26/10/15
073300     MOVE WS-RUN-TIME(1:6) TO RUNC-END-TIME.                      26/10/15
073400     REWRITE RUNC-RECORD                                          26/10/15
073500         INVALID KEY                                              26/10/15
073600             DISPLAY "QUOTNEND - RUN CONTROL REWRITE FAILED"      26/10/15
073700     END-REWRITE.                                                 26/10/15
073800 8900-EXIT.                                                       26/10/15
073900     EXIT.                                                        26/10/15
