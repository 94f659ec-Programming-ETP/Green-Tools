000100 IDENTIFICATION DIVISION.                                         26/10/15
000200 PROGRAM-ID.    QUOTNBIL.                                         26/10/15
000300 AUTHOR.        D. MILLER.                                        26/10/15
000400 INSTALLATION.  HOME OFFICE - QUOTATION SYSTEMS.                  26/10/15
000500 DATE-WRITTEN.  26/10/15.                                         26/10/15
000600 DATE-COMPILED.                                                   26/10/15
000700*                                                                 26/10/15
000800* MODIFICATION HISTORY                                            26/10/15
000900* ---------------------------------------------------------       26/10/15
001000* 26/10/15  DLM  ORIGINAL PROGRAM - MONTHLY INSTALLMENT           26/10/15
001100*                BILLING RUN.  READS THE BILLING MASTER QUOTNISS  26/10/15
001200*                BUILDS AND WRITES ONE INVOICE FOR EVERY OPEN     26/10/15
001300*                INSTALLMENT FALLING DUE IN OR BEFORE THE         26/10/15
001400*                BILLING MONTH THAT HAS NOT YET BEEN INVOICED,    26/10/15
001500*                WITH THE CUSTOMER'S NAME AND ADDRESS FROM        26/10/15
001600*                CUST-FILE, TO A FIXED-FORMAT FILE FOR THE PRINT  26/10/15
001700*                VENDOR.  EACH INSTALLMENT INVOICED IS STAMPED    26/10/15
001800*                SO A RERUN DOES NOT BILL IT TWICE.  A SCHEDULE   26/10/15
001900*                WHOSE CUSTOMER IS NOT ON FILE GOES TO AN         26/10/15
001950*                EXCEPTION LISTING INSTEAD.  A SCHEDULE WHOSE     26/10/15
002000*                CONTRACT IS NO LONGER ACTIVE ON CONTR-FILE       26/10/15
002050*                (CANCELLED OR LAPSED) IS CLOSED, NOT BILLED.     26/10/15
002100*                                                                 26/10/15
002200 ENVIRONMENT DIVISION.                                            26/10/15
002300*                                                                 26/10/15
002400 CONFIGURATION SECTION.                                           26/10/15
002500 SOURCE-COMPUTER. VAX-VMS.                                        26/10/15
002600 OBJECT-COMPUTER. VAX-VMS.                                        26/10/15
002700*                                                                 26/10/15
002800 INPUT-OUTPUT SECTION.                                            26/10/15
002900 FILE-CONTROL.                                                    26/10/15
003000*                                                                 26/10/15
003100* BILL-FILE IS THE BILLING MASTER - OPENED I-O SO EACH            26/10/15
003200* INSTALLMENT INVOICED CAN BE STAMPED WITH THE RUN DATE.          26/10/15
003300     SELECT BILL-FILE                                             26/10/15
003400         ASSIGN       TO "BILLMAST.DAT"                           26/10/15
003500         ORGANIZATION IS INDEXED                                  26/10/15
003600         ACCESS MODE  IS DYNAMIC                                  26/10/15
003700         FILE STATUS  IS BILL-FILE-STATUS                         26/10/15
003800         RECORD KEY   IS BILL-CONTR-NUM.                          26/10/15
003900*                                                                 26/10/15
004000* CUST-FILE SUPPLIES THE NAME AND MAILING ADDRESS PRINTED         26/10/15
004100* ON EACH INVOICE.                                                26/10/15
004200     SELECT CUST-FILE                                             26/10/15
004300         ASSIGN       TO "CUST.DAT"                               26/10/15
004400         ORGANIZATION IS INDEXED                                  26/10/15
004500         ACCESS MODE  IS DYNAMIC                                  26/10/15
004600         FILE STATUS  IS CUST-FILE-STATUS                         26/10/15
004700         RECORD KEY   IS CUST-NUM.                                26/10/15
004705*                                                                 26/10/15
004710* CONTR-FILE IS READ ONLY TO CONFIRM A CONTRACT IS STILL          26/10/15
004715* ACTIVE BEFORE ITS SCHEDULE IS BILLED.                           26/10/15
004720     SELECT CONTR-FILE                                            26/10/15
004725         ASSIGN       TO "CONTR.DAT"                              26/10/15
004730         ORGANIZATION IS INDEXED                                  26/10/15
004735         ACCESS MODE  IS DYNAMIC                                  26/10/15
004740         FILE STATUS  IS CONTR-FILE-STATUS                        26/10/15
004745         RECORD KEY   IS CONTR-NUM                                26/10/15
004750         ALTERNATE RECORD KEY IS CONTR-QUOTN-NUM                  26/10/15
004755             WITH DUPLICATES.                                     26/10/15
004800*                                                                 26/10/15
004900* BILL-PARM-FILE CARRIES THE BILLING MONTH - ONE RECORD,          26/10/15
005000* YYYYMM.  A MISSING OR EMPTY FILE BILLS THE CURRENT MONTH.       26/10/15
005100     SELECT BILL-PARM-FILE                                        26/10/15
005200         ASSIGN       TO "BILPARM.DAT"                            26/10/15
005300         ORGANIZATION IS SEQUENTIAL                               26/10/15
005400         FILE STATUS  IS BILL-PARM-FILE-STATUS.                   26/10/15
005500*                                                                 26/10/15
005600* INVOICE-FILE IS THE FIXED-FORMAT FILE SENT TO THE PRINT         26/10/15
005700* VENDOR - HEADER, ONE DETAIL PER INSTALLMENT BILLED, AND A       26/10/15
005800* TRAILER THE VENDOR BALANCES THE PRINT RUN TO.                   26/10/15
005900     SELECT INVOICE-FILE                                          26/10/15
006000         ASSIGN       TO "INVOICE.DAT"                            26/10/15
006100         ORGANIZATION IS SEQUENTIAL                               26/10/15
006200         FILE STATUS  IS INVOICE-FILE-STATUS.                     26/10/15
006300*                                                                 26/10/15
006400* BILL-EXCP-FILE IS THE EXCEPTION LISTING PRODUCED BY THIS        26/10/15
006500* RUN - ONE LINE PER SCHEDULE THAT COULD NOT BE INVOICED.         26/10/15
006600     SELECT BILL-EXCP-FILE                                        26/10/15
006700         ASSIGN       TO "BILEXCP.DAT"                            26/10/15
006800         ORGANIZATION IS SEQUENTIAL                               26/10/15
006900         FILE STATUS  IS BILL-EXCP-FILE-STATUS.                   26/10/15
007000*                                                                 26/10/15
007100 DATA DIVISION.                                                   26/10/15
007200*                                                                 26/10/15
007300 FILE SECTION.                                                    26/10/15
007400*                                                                 26/10/15
007500* BILLING MASTER RECORD - SEE CFI_BILL.                           26/10/15
007600 FD  BILL-FILE.                                                   26/10/15
007700 COPY CFI_BILL.                                                   26/10/15
007800*                                                                 26/10/15
007900 FD  CUST-FILE.                                                   26/10/15
008000 COPY CFI_CUST.                                                   26/10/15
008020*                                                                 26/10/15
008040 FD  CONTR-FILE.                                                  26/10/15
008060 COPY CFI_CONTR.                                                  26/10/15
008100*                                                                 26/10/15
008200 FD  BILL-PARM-FILE.                                              26/10/15
008300 01  BILL-PARM-RECORD.                                            26/10/15
008400     05  BILP-BILL-MONTH            PIC 9(06).                    26/10/15
008500     05  FILLER                     PIC X(74).                    26/10/15
008600*                                                                 26/10/15
008700* INVOICE RECORDS - HEADER "H", DETAIL "D", TRAILER "T".          26/10/15
008800* THE AMOUNT DUE ON A DETAIL IS THE INSTALLMENT LESS ANY          26/10/15
008900* PART ALREADY PAID AGAINST IT.                                   26/10/15
009000 FD  INVOICE-FILE.                                                26/10/15
009100 01  INVOICE-RECORD                 PIC X(200).                   26/10/15
009200 01  INVOICE-HEADER-RECORD REDEFINES INVOICE-RECORD.              26/10/15
009300     05  INVH-RECORD-TYPE           PIC X(01).                    26/10/15
009400     05  INVH-RUN-DATE              PIC 9(08).                    26/10/15
009500     05  INVH-BILL-MONTH            PIC 9(06).                    26/10/15
009600     05  FILLER                     PIC X(185).                   26/10/15
009700 01  INVOICE-DETAIL-RECORD REDEFINES INVOICE-RECORD.              26/10/15
009800     05  INVD-RECORD-TYPE           PIC X(01).                    26/10/15
009900     05  INVD-CONTR-NUM             PIC 9(10).                    26/10/15
010000     05  INVD-POLICY-NUM            PIC X(10).                    26/10/15
010100     05  INVD-CUST-NUM              PIC X(10).                    26/10/15
010200     05  INVD-CUST-NAME             PIC X(30).                    26/10/15
010300     05  INVD-ADDR-LINE-1           PIC X(30).                    26/10/15
010400     05  INVD-ADDR-LINE-2           PIC X(30).                    26/10/15
010500     05  INVD-PLAN-CODE             PIC X(01).                    26/10/15
010600     05  INVD-INST-NUM              PIC 9(02).                    26/10/15
010700     05  INVD-INST-COUNT            PIC 9(02).                    26/10/15
010800     05  INVD-DUE-DATE              PIC 9(08).                    26/10/15
010900     05  INVD-INST-AMT              PIC 9(07)V99.                 26/10/15
011000     05  INVD-PAID-AMT              PIC 9(07)V99.                 26/10/15
011100     05  INVD-AMT-DUE               PIC 9(07)V99.                 26/10/15
011200     05  INVD-INVOICE-DATE          PIC 9(08).                    26/10/15
011300     05  FILLER                     PIC X(31).                    26/10/15
011400 01  INVOICE-TRAILER-RECORD REDEFINES INVOICE-RECORD.             26/10/15
011500     05  INVT-RECORD-TYPE           PIC X(01).                    26/10/15
011600     05  INVT-RECORD-COUNT          PIC 9(09).                    26/10/15
011700     05  INVT-AMT-DUE-TOTAL         PIC 9(11)V99.                 26/10/15
011800     05  FILLER                     PIC X(177).                   26/10/15
011900*                                                                 26/10/15
012000 FD  BILL-EXCP-FILE.                                              26/10/15
012100 01  BILL-EXCP-RECORD               PIC X(80).                    26/10/15
012200*                                                                 26/10/15
012300 WORKING-STORAGE SECTION.                                         26/10/15
012400*                                                                 26/10/15
012500 01  BILL-FILE-STATUS              PIC X(2).                      26/10/15
012600 01  CUST-FILE-STATUS              PIC X(2).                      26/10/15
012650 01  CONTR-FILE-STATUS             PIC X(2).                      26/10/15
012700 01  BILL-PARM-FILE-STATUS         PIC X(2).                      26/10/15
012800 01  INVOICE-FILE-STATUS           PIC X(2).                      26/10/15
012900 01  BILL-EXCP-FILE-STATUS         PIC X(2).                      26/10/15
013000*                                                                 26/10/15
013100* RUN SWITCHES                                                    26/10/15
013200* ---------------------------------------------------------       26/10/15
013300 77  WS-BILL-EOF-SWITCH             PIC X(01) VALUE "N".          26/10/15
013400     88  BILL-FILE-EOF                 VALUE "Y".                 26/10/15
013500 77  WS-SCHED-BILLED-SWITCH         PIC X(01) VALUE "N".          26/10/15
013600     88  WS-SCHED-BILLED               VALUE "Y".                 26/10/15
013700 77  WS-TODAY-DATE                  PIC 9(08).                    26/10/15
013800 77  WS-BILL-MONTH                  PIC 9(06).                    26/10/15
013900 77  WS-INST-IX                     PIC 9(02) COMP VALUE ZERO.    26/10/15
014000 01  WS-AMT-DUE                     PIC 9(07)V99.                 26/10/15
014020 01  WS-PARM-MONTH                  PIC 9(06).                    26/10/15
014040 01  WS-PARM-MONTH-R REDEFINES WS-PARM-MONTH.                     26/10/15
014060     05  WS-PARM-YEAR               PIC 9(04).                    26/10/15
014080     05  WS-PARM-MM                 PIC 9(02).                    26/10/15
014100*                                                                 26/10/15
014200* END-OF-RUN CONTROL TOTALS (8000-CONTROL-REPORT)                 26/10/15
014300* ---------------------------------------------------------       26/10/15
014400 01  WS-CONTROL-TOTALS.                                           26/10/15
014500     05  WS-SCHED-READ              PIC 9(09) COMP VALUE ZERO.    26/10/15
014600     05  WS-SCHED-BILLED-CNT        PIC 9(09) COMP VALUE ZERO.    26/10/15
014700     05  WS-INVOICES-WRITTEN        PIC 9(09) COMP VALUE ZERO.    26/10/15
014800     05  WS-SCHED-REJECTED          PIC 9(09) COMP VALUE ZERO.    26/10/15
014850     05  WS-SCHED-CLOSED            PIC 9(09) COMP VALUE ZERO.    26/10/15
014900     05  WS-TOT-AMT-DUE             PIC 9(11)V99 COMP VALUE ZERO. 26/10/15
015000*                                                                 26/10/15
015100* CONTROL-REPORT PRINT LINE AND DISPLAY-EDITED COUNTERS -         26/10/15
015200* STRING REQUIRES DISPLAY USAGE, SO THE COMP COUNTERS ABOVE       26/10/15
015300* ARE EDITED HERE BEFORE THEY ARE STRUNG INTO THE LINE.           26/10/15
015400* ---------------------------------------------------------       26/10/15
015500 01  WS-CONTROL-REPORT-LINE        PIC X(80).                     26/10/15
015600 01  WS-CONTROL-REPORT-EDIT.                                      26/10/15
015700     05  WS-ED-SCHED-READ           PIC ZZZZZZZZ9.                26/10/15
015800     05  WS-ED-SCHED-BILLED         PIC ZZZZZZZZ9.                26/10/15
015900     05  WS-ED-INVOICES-WRITTEN     PIC ZZZZZZZZ9.                26/10/15
016000     05  WS-ED-SCHED-REJECTED       PIC ZZZZZZZZ9.                26/10/15
016050     05  WS-ED-SCHED-CLOSED         PIC ZZZZZZZZ9.                26/10/15
016100     05  WS-ED-TOT-AMT-DUE          PIC Z(10)9.99.                26/10/15
016200*                                                                 26/10/15
016300* EXCEPTION-LINE WORK AREA                                        26/10/15
016400* ---------------------------------------------------------       26/10/15
016500 01  WS-ED-CONTR-NUM               PIC Z(09)9.                    26/10/15
016600 01  WS-EXCP-REASON-TEXT           PIC X(30).                     26/10/15
016700*                                                                 26/10/15
016800 PROCEDURE DIVISION.                                              26/10/15
016900*                                                                 26/10/15
017000*---------------------------------------------------------        26/10/15
017100* 0000-MAINLINE                                                   26/10/15
017200*    DRIVES THE BILLING RUN - INVOICE EVERY SCHEDULE WITH         26/10/15
017300*    AN INSTALLMENT DUE, CLOSE THE INVOICE FILE WITH ITS          26/10/15
017400*    TRAILER, THEN PRINT THE CONTROL REPORT.                      26/10/15
017500*---------------------------------------------------------        26/10/15
017600 0000-MAINLINE.                                                   26/10/15
017700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      26/10/15
017800     PERFORM 2000-PROCESS-BILL-FILE THRU 2000-EXIT                26/10/15
017900         UNTIL BILL-FILE-EOF.                                     26/10/15
018000     PERFORM 7000-WRITE-INVOICE-TRAILER THRU 7000-EXIT.           26/10/15
018100     PERFORM 8000-CONTROL-REPORT THRU 8000-EXIT.                  26/10/15
018200     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       26/10/15
018300     STOP RUN.                                                    26/10/15
018400*                                                                 26/10/15
018500*---------------------------------------------------------        26/10/15
018600* 1000-INITIALIZE                                                 26/10/15
018650*    OPENS THE BILLING MASTER FOR UPDATE, CUST-FILE AND           26/10/15
018700*    CONTR-FILE INPUT, AND THE INVOICE FILE AND EXCEPTION         26/10/15
018750*    LISTING OUTPUT,                                              26/10/15
018900*    PICKS UP THE BILLING MONTH, AND WRITES THE INVOICE           26/10/15
019000*    FILE HEADER.                                                 26/10/15
019100*---------------------------------------------------------        26/10/15
019200 1000-INITIALIZE.                                                 26/10/15
019300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     26/10/15
019400     MOVE WS-TODAY-DATE(1:6) TO WS-BILL-MONTH.                    26/10/15
019500     OPEN I-O    BILL-FILE.                                       26/10/15
019600     IF BILL-FILE-STATUS NOT = "00"                               26/10/15
019700         DISPLAY "QUOTNBIL - CANNOT OPEN BILLMAST, STATUS = "     26/10/15
019800             BILL-FILE-STATUS                                     26/10/15
019900         STOP RUN                                                 26/10/15
020000     END-IF.                                                      26/10/15
020100     OPEN INPUT  CUST-FILE.                                       26/10/15
020200     IF CUST-FILE-STATUS NOT = "00"                               26/10/15
020300         DISPLAY "QUOTNBIL - CANNOT OPEN CUST-FILE, STATUS = "    26/10/15
020400             CUST-FILE-STATUS                                     26/10/15
020410         STOP RUN                                                 26/10/15
020420     END-IF.                                                      26/10/15
020430     OPEN INPUT  CONTR-FILE.                                      26/10/15
020440     IF CONTR-FILE-STATUS NOT = "00"                              26/10/15
020450         DISPLAY "QUOTNBIL - CANNOT OPEN CONTR-FILE, STATUS = "   26/10/15
020460             CONTR-FILE-STATUS                                    26/10/15
020500         STOP RUN                                                 26/10/15
020600     END-IF.                                                      26/10/15
020700     OPEN OUTPUT INVOICE-FILE.                                    26/10/15
020800     IF INVOICE-FILE-STATUS NOT = "00"                            26/10/15
020900         DISPLAY "QUOTNBIL - CANNOT OPEN INVOICE, STATUS = "      26/10/15
021000             INVOICE-FILE-STATUS                                  26/10/15
021100         STOP RUN                                                 26/10/15
021200     END-IF.                                                      26/10/15
021300     OPEN OUTPUT BILL-EXCP-FILE.                                  26/10/15
021400     IF BILL-EXCP-FILE-STATUS NOT = "00"                          26/10/15
021500         DISPLAY "QUOTNBIL - CANNOT OPEN BILEXCP, STATUS = "      26/10/15
021600             BILL-EXCP-FILE-STATUS                                26/10/15
021700         STOP RUN                                                 26/10/15
021800     END-IF.                                                      26/10/15
021900     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.                  26/10/15
022000*                                                                 26/10/15
022100* EXCEPTION LISTING HEADING - ONE LINE, DATED, SO THE DESK        26/10/15
022200* KNOWS WHICH MONTH'S RUN IT IS CHASING.                          26/10/15
022300     MOVE SPACES TO BILL-EXCP-RECORD.                             26/10/15
022400     STRING "QUOTNBIL BILLING EXCEPTIONS - MONTH "                26/10/15
022500         DELIMITED BY SIZE                                        26/10/15
022600         WS-BILL-MONTH DELIMITED BY SIZE                          26/10/15
022700         " RUN " DELIMITED BY SIZE                                26/10/15
022800         WS-TODAY-DATE DELIMITED BY SIZE                          26/10/15
022900         INTO BILL-EXCP-RECORD.                                   26/10/15
023000     WRITE BILL-EXCP-RECORD.                                      26/10/15
023100     MOVE SPACES TO INVOICE-RECORD.                               26/10/15
023200     MOVE "H"           TO INVH-RECORD-TYPE.                      26/10/15
023300     MOVE WS-TODAY-DATE TO INVH-RUN-DATE.                         26/10/15
023400     MOVE WS-BILL-MONTH TO INVH-BILL-MONTH.                       26/10/15
023500     WRITE INVOICE-RECORD.                                        26/10/15
023600 1000-EXIT.                                                       26/10/15
023700     EXIT.                                                        26/10/15
023800*                                                                 26/10/15
023900*---------------------------------------------------------        26/10/15
024000* 1100-READ-PARM-CARD                                             26/10/15
024100*    READS THE ONE-RECORD PARAMETER FILE FOR THE BILLING          26/10/15
024200*    MONTH.  A FILE THAT CANNOT BE OPENED, IS EMPTY, OR           26/10/15
024300*    CARRIES A NON-NUMERIC MONTH OR ONE OUTSIDE 01-12             26/10/15
024400*    LEAVES THE CURRENT MONTH IN PLACE AND IS NOTED ON            26/10/15
024450*    THE OPERATOR LOG.                                            26/10/15
024500*---------------------------------------------------------        26/10/15
024600 1100-READ-PARM-CARD.                                             26/10/15
024700     OPEN INPUT BILL-PARM-FILE.                                   26/10/15
024800     IF BILL-PARM-FILE-STATUS NOT = "00"                          26/10/15
024900         DISPLAY "QUOTNBIL - NO PARM FILE, CURRENT MONTH USED"    26/10/15
025000         GO TO 1100-EXIT                                          26/10/15
025100     END-IF.                                                      26/10/15
025200     READ BILL-PARM-FILE NEXT RECORD                              26/10/15
025300         AT END                                                   26/10/15
025400             DISPLAY "QUOTNBIL - PARM FILE EMPTY, CURRENT "       26/10/15
025500                 "MONTH USED"                                     26/10/15
025600             CLOSE BILL-PARM-FILE                                 26/10/15
025700             GO TO 1100-EXIT                                      26/10/15
025800     END-READ.                                                    26/10/15
025900     IF BILP-BILL-MONTH NUMERIC AND BILP-BILL-MONTH > ZERO        26/10/15
025920         MOVE BILP-BILL-MONTH TO WS-PARM-MONTH                    26/10/15
025940         IF WS-PARM-MM < 1 OR WS-PARM-MM > 12                     26/10/15
025960             DISPLAY "QUOTNBIL - PARM MONTH NOT VALID, CURRENT "  26/10/15
025980                 "MONTH USED"                                     26/10/15
026000         ELSE                                                     26/10/15
026020             MOVE WS-PARM-MONTH TO WS-BILL-MONTH                  26/10/15
026040         END-IF                                                   26/10/15
026100     ELSE                                                         26/10/15
026200         DISPLAY "QUOTNBIL - PARM NOT NUMERIC, CURRENT "          26/10/15
026300             "MONTH USED"                                         26/10/15
026400     END-IF.                                                      26/10/15
026500     CLOSE BILL-PARM-FILE.                                        26/10/15
026600 1100-EXIT.                                                       26/10/15
026700     EXIT.                                                        26/10/15
026800*                                                                 26/10/15
026900*---------------------------------------------------------        26/10/15
027000* 2000-PROCESS-BILL-FILE                                          26/10/15
027100*    READS EACH SCHEDULE ON THE BILLING MASTER.  ONLY AN          26/10/15
027200*    OPEN SCHEDULE IS BILLED - ONE PAID UP, CLOSED, OR            26/10/15
027220*    ALREADY SENT FOR LAPSE IS PASSED OVER.  AN OPEN              26/10/15
027240*    SCHEDULE WHOSE CONTRACT IS NO LONGER ACTIVE (CANCELLED       26/10/15
027260*    THROUGH QUOTNCAN, OR LAPSED) IS CLOSED HERE INSTEAD OF       26/10/15
027280*    BILLED, SO NO INVOICE GOES OUT AFTER A CANCELLATION.  A      26/10/15
027300*    SCHEDULE WITH ANYTHING TO BILL MUST HAVE ITS CUSTOMER        26/10/15
027320*    ON FILE.                                                     26/10/15
027500*---------------------------------------------------------        26/10/15
027600 2000-PROCESS-BILL-FILE.                                          26/10/15
027700     READ BILL-FILE NEXT RECORD                                   26/10/15
027800         AT END                                                   26/10/15
027900             SET BILL-FILE-EOF TO TRUE                            26/10/15
028000             GO TO 2000-EXIT                                      26/10/15
028100     END-READ.                                                    26/10/15
028200     ADD 1 TO WS-SCHED-READ.                                      26/10/15
028300     IF NOT BILL-STAT-OPEN                                        26/10/15
028305         GO TO 2000-EXIT                                          26/10/15
028310     END-IF.                                                      26/10/15
028315     MOVE BILL-CONTR-NUM TO CONTR-NUM.                            26/10/15
028320     READ CONTR-FILE                                              26/10/15
028325         INVALID KEY                                              26/10/15
028330             MOVE SPACE TO CONTR-STATUS                           26/10/15
028335     END-READ.                                                    26/10/15
028340     IF NOT CONTR-STAT-ACTIVE                                     26/10/15
028345         SET BILL-STAT-CLOSED TO TRUE                             26/10/15
028350         MOVE WS-TODAY-DATE TO BILL-STATUS-DATE                   26/10/15
028355         REWRITE BILL-RECORD                                      26/10/15
028360             INVALID KEY                                          26/10/15
028365                 DISPLAY "QUOTNBIL - REWRITE FAILED, NUM = "      26/10/15
028370                     BILL-CONTR-NUM                               26/10/15
028375                 GO TO 2000-EXIT                                  26/10/15
028380         END-REWRITE                                              26/10/15
028385         ADD 1 TO WS-SCHED-CLOSED                                 26/10/15
028400         GO TO 2000-EXIT                                          26/10/15
028500     END-IF.                                                      26/10/15
028600     MOVE BILL-CUST-NUM TO CUST-NUM.                              26/10/15
028700     READ CUST-FILE                                               26/10/15
028800         INVALID KEY                                              26/10/15
028900             MOVE SPACES TO CUST-RECORD                           26/10/15
029000     END-READ.                                                    26/10/15
029100     MOVE "N" TO WS-SCHED-BILLED-SWITCH.                          26/10/15
029200     MOVE 1 TO WS-INST-IX.                                        26/10/15
029300     PERFORM 2100-BILL-INSTALLMENT THRU 2100-EXIT                 26/10/15
029400         UNTIL WS-INST-IX > BILL-INST-COUNT.                      26/10/15
029500     IF NOT WS-SCHED-BILLED                                       26/10/15
029600         GO TO 2000-EXIT                                          26/10/15
029700     END-IF.                                                      26/10/15
029800     ADD 1 TO WS-SCHED-BILLED-CNT.                                26/10/15
029900     REWRITE BILL-RECORD                                          26/10/15
030000         INVALID KEY                                              26/10/15
030100             DISPLAY "QUOTNBIL - REWRITE FAILED, NUM = "          26/10/15
030200                 BILL-CONTR-NUM                                   26/10/15
030300     END-REWRITE.                                                 26/10/15
030400 2000-EXIT.                                                       26/10/15
030500     EXIT.                                                        26/10/15
030600*                                                                 26/10/15
030700*---------------------------------------------------------        26/10/15
030800* 2100-BILL-INSTALLMENT                                           26/10/15
030900*    INVOICES INSTALLMENT WS-INST-IX WHEN IT IS STILL OPEN,       26/10/15
031000*    HAS NOT BEEN INVOICED, AND FALLS DUE IN OR BEFORE THE        26/10/15
031100*    BILLING MONTH, AND STAMPS IT WITH THE RUN DATE.  A           26/10/15
031200*    CUSTOMER NOT ON FILE STOPS THE SCHEDULE AT ITS FIRST         26/10/15
031300*    BILLABLE INSTALLMENT - NOTHING IS SENT TO AN ADDRESS WE      26/10/15
031400*    DO NOT HAVE.                                                 26/10/15
031500*---------------------------------------------------------        26/10/15
031600 2100-BILL-INSTALLMENT.                                           26/10/15
031700     IF NOT BILL-INST-OPEN(WS-INST-IX)                            26/10/15
031800        OR BILL-INST-INVOICE-DATE(WS-INST-IX) NOT = ZERO          26/10/15
031900        OR BILL-INST-DUE-DATE(WS-INST-IX)(1:6) > WS-BILL-MONTH    26/10/15
032000         ADD 1 TO WS-INST-IX                                      26/10/15
032100         GO TO 2100-EXIT                                          26/10/15
032200     END-IF.                                                      26/10/15
032300     IF CUST-RECORD = SPACES                                      26/10/15
032400         MOVE "CUSTOMER NOT ON FILE" TO WS-EXCP-REASON-TEXT       26/10/15
032500         PERFORM 3900-WRITE-BILL-EXCEPTION THRU 3900-EXIT         26/10/15
032600         MOVE BILL-INST-COUNT TO WS-INST-IX                       26/10/15
032700         ADD 1 TO WS-INST-IX                                      26/10/15
032800         GO TO 2100-EXIT                                          26/10/15
032900     END-IF.                                                      26/10/15
033000     COMPUTE WS-AMT-DUE = BILL-INST-AMT(WS-INST-IX)               26/10/15
033100         - BILL-INST-PAID-AMT(WS-INST-IX).                        26/10/15
033200     MOVE SPACES TO INVOICE-RECORD.                               26/10/15
033300     MOVE "D"                 TO INVD-RECORD-TYPE.                26/10/15
033400     MOVE BILL-CONTR-NUM      TO INVD-CONTR-NUM.                  26/10/15
033500     MOVE BILL-POLICY-NUM     TO INVD-POLICY-NUM.                 26/10/15
033600     MOVE BILL-CUST-NUM       TO INVD-CUST-NUM.                   26/10/15
033700     MOVE CUST-NAME           TO INVD-CUST-NAME.                  26/10/15
033800     MOVE CUST-ADDR-LINE-1    TO INVD-ADDR-LINE-1.                26/10/15
033900     MOVE CUST-ADDR-LINE-2    TO INVD-ADDR-LINE-2.                26/10/15
034000     MOVE BILL-PLAN-CODE      TO INVD-PLAN-CODE.                  26/10/15
034100     MOVE WS-INST-IX          TO INVD-INST-NUM.                   26/10/15
034200     MOVE BILL-INST-COUNT     TO INVD-INST-COUNT.                 26/10/15
034300     MOVE BILL-INST-DUE-DATE(WS-INST-IX)  TO INVD-DUE-DATE.       26/10/15
034400     MOVE BILL-INST-AMT(WS-INST-IX)       TO INVD-INST-AMT.       26/10/15
034500     MOVE BILL-INST-PAID-AMT(WS-INST-IX)  TO INVD-PAID-AMT.       26/10/15
034600     MOVE WS-AMT-DUE          TO INVD-AMT-DUE.                    26/10/15
034700     MOVE WS-TODAY-DATE       TO INVD-INVOICE-DATE.               26/10/15
034800     WRITE INVOICE-RECORD.                                        26/10/15
034900     IF INVOICE-FILE-STATUS NOT = "00"                            26/10/15
035000         DISPLAY "QUOTNBIL - INVOICE WRITE FAILED, NUM = "        26/10/15
035100             BILL-CONTR-NUM                                       26/10/15
035200         ADD 1 TO WS-INST-IX                                      26/10/15
035300         GO TO 2100-EXIT                                          26/10/15
035400     END-IF.                                                      26/10/15
035500     MOVE WS-TODAY-DATE TO BILL-INST-INVOICE-DATE(WS-INST-IX).    26/10/15
035600     SET WS-SCHED-BILLED TO TRUE.                                 26/10/15
035700     ADD 1 TO WS-INVOICES-WRITTEN.                                26/10/15
035800     ADD WS-AMT-DUE TO WS-TOT-AMT-DUE.                            26/10/15
035900     ADD 1 TO WS-INST-IX.                                         26/10/15
036000 2100-EXIT.                                                       26/10/15
036100     EXIT.                                                        26/10/15
036200*                                                                 26/10/15
036300*---------------------------------------------------------        26/10/15
036400* 3900-WRITE-BILL-EXCEPTION                                       26/10/15
036500*    FILES ONE EXCEPTION LINE FOR A SCHEDULE THAT COULD NOT       26/10/15
036600*    BE INVOICED, WITH THE CONTRACT AND CUSTOMER NUMBERS          26/10/15
036700*    AND THE REASON.                                              26/10/15
036800*---------------------------------------------------------        26/10/15
036900 3900-WRITE-BILL-EXCEPTION.                                       26/10/15
037000     ADD 1 TO WS-SCHED-REJECTED.                                  26/10/15
037100     MOVE BILL-CONTR-NUM TO WS-ED-CONTR-NUM.                      26/10/15
037200     MOVE SPACES TO BILL-EXCP-RECORD.                             26/10/15
037300     STRING "CONTRACT " DELIMITED BY SIZE                         26/10/15
037400         WS-ED-CONTR-NUM       DELIMITED BY SIZE                  26/10/15
037500         " CUSTOMER " DELIMITED BY SIZE                           26/10/15
037600         BILL-CUST-NUM         DELIMITED BY SIZE                  26/10/15
037700         " " DELIMITED BY SIZE                                    26/10/15
037800         WS-EXCP-REASON-TEXT   DELIMITED BY SIZE                  26/10/15
037900         INTO BILL-EXCP-RECORD.                                   26/10/15
038000     WRITE BILL-EXCP-RECORD.                                      26/10/15
038100     IF BILL-EXCP-FILE-STATUS NOT = "00"                          26/10/15
038200         DISPLAY "QUOTNBIL - WRITE FAILED, NUM = "                26/10/15
038300             BILL-CONTR-NUM                                       26/10/15
038400         GO TO 3900-EXIT                                          26/10/15
038500     END-IF.                                                      26/10/15
038600 3900-EXIT.                                                       26/10/15
038700     EXIT.                                                        26/10/15
038800*                                                                 26/10/15
038900*---------------------------------------------------------        26/10/15
039000* 7000-WRITE-INVOICE-TRAILER                                      26/10/15
039100*    CLOSES THE INVOICE FILE WITH THE DETAIL COUNT AND THE        26/10/15
039200*    TOTAL AMOUNT DUE, FOR THE PRINT VENDOR TO BALANCE TO.        26/10/15
039300*---------------------------------------------------------        26/10/15
039400 7000-WRITE-INVOICE-TRAILER.                                      26/10/15
039500     MOVE SPACES TO INVOICE-RECORD.                               26/10/15
039600     MOVE "T"                 TO INVT-RECORD-TYPE.                26/10/15
039700     MOVE WS-INVOICES-WRITTEN TO INVT-RECORD-COUNT.               26/10/15
039800     MOVE WS-TOT-AMT-DUE      TO INVT-AMT-DUE-TOTAL.              26/10/15
039900     WRITE INVOICE-RECORD.                                        26/10/15
040000 7000-EXIT.                                                       26/10/15
040100     EXIT.                                                        26/10/15
040200*                                                                 26/10/15
040300*---------------------------------------------------------        26/10/15
040400* 8000-CONTROL-REPORT                                             26/10/15
040500*    PRINTS THE END-OF-RUN BALANCING REPORT FOR THIS              26/10/15
040600*    BILLING RUN.                                                 26/10/15
040700*---------------------------------------------------------        26/10/15
040800 8000-CONTROL-REPORT.                                             26/10/15
040900     DISPLAY "QUOTNBIL INSTALLMENT BILLING CONTROL REPORT".       26/10/15
041000     MOVE WS-SCHED-READ       TO WS-ED-SCHED-READ.                26/10/15
041100     MOVE WS-SCHED-BILLED-CNT TO WS-ED-SCHED-BILLED.              26/10/15
041200     MOVE WS-INVOICES-WRITTEN TO WS-ED-INVOICES-WRITTEN.          26/10/15
041300     MOVE WS-SCHED-REJECTED   TO WS-ED-SCHED-REJECTED.            26/10/15
041350     MOVE WS-SCHED-CLOSED     TO WS-ED-SCHED-CLOSED.              26/10/15
041400     MOVE WS-TOT-AMT-DUE      TO WS-ED-TOT-AMT-DUE.               26/10/15
041500     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
041600     STRING "BILLING MONTH . . . . . : " DELIMITED BY SIZE        26/10/15
041700         WS-BILL-MONTH DELIMITED BY SIZE                          26/10/15
041800         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
041900     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
042000     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
042100     STRING "SCHEDULES READ  . . . . : " DELIMITED BY SIZE        26/10/15
042200         WS-ED-SCHED-READ DELIMITED BY SIZE                       26/10/15
042300         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
042400     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
042500     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
042600     STRING "SCHEDULES BILLED  . . . : " DELIMITED BY SIZE        26/10/15
042700         WS-ED-SCHED-BILLED DELIMITED BY SIZE                     26/10/15
042710         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
042720     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
042730     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
042740     STRING "SCHEDULES CLOSED  . . . : " DELIMITED BY SIZE        26/10/15
042750         WS-ED-SCHED-CLOSED DELIMITED BY SIZE                     26/10/15
042800         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
042900     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
043000     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
043100     STRING "INVOICES WRITTEN  . . . : " DELIMITED BY SIZE        26/10/15
043200         WS-ED-INVOICES-WRITTEN DELIMITED BY SIZE                 26/10/15
043300         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
043400     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
043500     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
043600     STRING "AMOUNT INVOICED . . . . : " DELIMITED BY SIZE        26/10/15
043700         WS-ED-TOT-AMT-DUE DELIMITED BY SIZE                      26/10/15
043800         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
043900     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
044000     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
044100     STRING "SCHEDULES REJECTED  . . : " DELIMITED BY SIZE        26/10/15
044200         WS-ED-SCHED-REJECTED DELIMITED BY SIZE                   26/10/15
044300         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
044400     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
044500 8000-EXIT.                                                       26/10/15
044600     EXIT.                                                        26/10/15
044700*                                                                 26/10/15
044800*---------------------------------------------------------        26/10/15
044900* 9000-TERMINATE                                                  26/10/15
045000*    CLOSES ALL FILES OPENED BY 1000-INITIALIZE.                  26/10/15
045100*---------------------------------------------------------        26/10/15
045200 9000-TERMINATE.                                                  26/10/15
045300     CLOSE BILL-FILE.                                             26/10/15
045400     CLOSE CUST-FILE.                                             26/10/15
045450     CLOSE CONTR-FILE.                                            26/10/15
045500     CLOSE INVOICE-FILE.                                          26/10/15
045600     CLOSE BILL-EXCP-FILE.                                        26/10/15
045700 9000-EXIT.                                                       26/10/15
045800     EXIT.                                                        26/10/15
