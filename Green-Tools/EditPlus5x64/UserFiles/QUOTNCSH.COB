000100 IDENTIFICATION DIVISION.                                         26/10/15
000200 PROGRAM-ID.    QUOTNCSH.                                         26/10/15
000300 AUTHOR.        D. MILLER.                                        26/10/15
000400 INSTALLATION.  HOME OFFICE - QUOTATION SYSTEMS.                  26/10/15
000500 DATE-WRITTEN.  26/10/15.                                         26/10/15
000600 DATE-COMPILED.                                                   26/10/15
000700*                                                                 26/10/15
000800* MODIFICATION HISTORY                                            26/10/15
000900* ---------------------------------------------------------       26/10/15
001000* 26/10/15  DLM  ORIGINAL PROGRAM - DAILY CASH RECEIPTS RUN.      26/10/15
001100*                APPLIES EACH PAYMENT ON THE CASH RECEIPTS FILE   26/10/15
001200*                TO THE OLDEST OPEN INSTALLMENTS ON THE           26/10/15
001300*                CONTRACT'S BILLING SCHEDULE, AND LISTS CASH      26/10/15
001400*                THAT MATCHES NO OPEN SCHEDULE (OR IS MORE THAN   26/10/15
001500*                IS OWED) FOR THE CASH DESK.  IT THEN SWEEPS      26/10/15
001600*                THE BILLING MASTER AND, FOR EVERY ACTIVE         26/10/15
001700*                CONTRACT WITH AN INSTALLMENT UNPAID PAST THE     26/10/15
001800*                GRACE PERIOD, ADDS A LAPSE TRANSACTION TO THE    26/10/15
001900*                CANCELLATION/LAPSE FILE SO QUOTNCAN LAPSES IT    26/10/15
002000*                THROUGH ITS NORMAL EDITS THE SAME NIGHT.  THE    26/10/15
002100*                RUN RECORDS ITS CONTROL TOTALS ON                26/10/15
002200*                RUN-CONTROL-FILE LIKE THE OTHER NIGHTLY RUNS.    26/10/15
002300*                                                                 26/10/15
002400 ENVIRONMENT DIVISION.                                            26/10/15
002500*                                                                 26/10/15
002600 CONFIGURATION SECTION.                                           26/10/15
002700 SOURCE-COMPUTER. VAX-VMS.                                        26/10/15
002800 OBJECT-COMPUTER. VAX-VMS.                                        26/10/15
002900*                                                                 26/10/15
003000 INPUT-OUTPUT SECTION.                                            26/10/15
003100 FILE-CONTROL.                                                    26/10/15
003200*                                                                 26/10/15
003300* BILL-FILE IS THE BILLING MASTER - OPENED I-O SO CASH CAN        26/10/15
003400* BE POSTED TO THE INSTALLMENTS AND A SCHEDULE'S STATUS           26/10/15
003500* MOVED ON.                                                       26/10/15
003600     SELECT BILL-FILE                                             26/10/15
003700         ASSIGN       TO "BILLMAST.DAT"                           26/10/15
003800         ORGANIZATION IS INDEXED                                  26/10/15
003900         ACCESS MODE  IS DYNAMIC                                  26/10/15
004000         FILE STATUS  IS BILL-FILE-STATUS                         26/10/15
004100         RECORD KEY   IS BILL-CONTR-NUM.                          26/10/15
004200*                                                                 26/10/15
004300* CONTR-FILE IS READ ONLY TO CONFIRM A CONTRACT IS STILL          26/10/15
004400* ACTIVE BEFORE A LAPSE IS ASKED FOR.                             26/10/15
004500     SELECT CONTR-FILE                                            26/10/15
004600         ASSIGN       TO "CONTR.DAT"                              26/10/15
004700         ORGANIZATION IS INDEXED                                  26/10/15
004800         ACCESS MODE  IS DYNAMIC                                  26/10/15
004900         FILE STATUS  IS CONTR-FILE-STATUS                        26/10/15
005000         RECORD KEY   IS CONTR-NUM                                26/10/15
005100         ALTERNATE RECORD KEY IS CONTR-QUOTN-NUM                  26/10/15
005200             WITH DUPLICATES.                                     26/10/15
005300*                                                                 26/10/15
005400* CASH-RCPT-FILE IS THE DAY'S FIXED-FORMAT CASH RECEIPTS          26/10/15
005500* FROM THE CASH DESK - ONE RECORD PER PAYMENT.                    26/10/15
005600     SELECT CASH-RCPT-FILE                                        26/10/15
005700         ASSIGN       TO "CASHRCPT.DAT"                           26/10/15
005800         ORGANIZATION IS SEQUENTIAL                               26/10/15
005900         FILE STATUS  IS CASH-RCPT-FILE-STATUS.                   26/10/15
006000*                                                                 26/10/15
006100* CASH-UNM-FILE IS THE UNMATCHED CASH LISTING PRODUCED BY         26/10/15
006200* THIS RUN - ONE LINE PER PAYMENT, OR PART OF A PAYMENT,          26/10/15
006300* THAT COULD NOT BE APPLIED.                                      26/10/15
006400     SELECT CASH-UNM-FILE                                         26/10/15
006500         ASSIGN       TO "CASHUNM.DAT"                            26/10/15
006600         ORGANIZATION IS SEQUENTIAL                               26/10/15
006700         FILE STATUS  IS CASH-UNM-FILE-STATUS.                    26/10/15
006800*                                                                 26/10/15
006900* CANCEL-TRANS-FILE IS THE CANCELLATION/LAPSE TRANSACTION         26/10/15
007000* FILE QUOTNCAN READS - OPENED EXTEND SO THE LAPSES THIS          26/10/15
007100* RUN ASKS FOR GO IN BEHIND WHATEVER THE POLICY SIDE SENT.        26/10/15
007200     SELECT CANCEL-TRANS-FILE                                     26/10/15
007300         ASSIGN       TO "CANTRANS.DAT"                           26/10/15
007400         ORGANIZATION IS SEQUENTIAL                               26/10/15
007500         FILE STATUS  IS CANCEL-TRANS-FILE-STATUS.                26/10/15
007600*                                                                 26/10/15
007700* RUN-CONTROL-FILE IS THE RUN-CONTROL MASTER - THIS RUN           26/10/15
007800* RECORDS ITS START, END, AND CONTROL TOTALS HERE, AND A          26/10/15
007900* RUN WITH A PREDECESSOR IN THE NIGHTLY SCHEDULE REFUSES          26/10/15
008000* TO START UNTIL THAT PREDECESSOR HAS COMPLETED TODAY.            26/10/15
008100* QUOTNBAL CROSS-FOOTS THE NIGHT FROM THESE RECORDS.              26/10/15
008200     SELECT RUN-CONTROL-FILE                                      26/10/15
008300         ASSIGN       TO "RUNCTL.DAT"                             26/10/15
008400         ORGANIZATION IS INDEXED                                  26/10/15
008500         ACCESS MODE  IS DYNAMIC                                  26/10/15
008600         FILE STATUS  IS RUN-CONTROL-FILE-STATUS                  26/10/15
008700         RECORD KEY   IS RUNC-KEY.                                26/10/15
008800*                                                                 26/10/15
008900 DATA DIVISION.                                                   26/10/15
009000*                                                                 26/10/15
009100 FILE SECTION.                                                    26/10/15
009200*                                                                 26/10/15
009300* BILLING MASTER RECORD - SEE CFI_BILL.                           26/10/15
009400 FD  BILL-FILE.                                                   26/10/15
009500 COPY CFI_BILL.                                                   26/10/15
009600*                                                                 26/10/15
009700 FD  CONTR-FILE.                                                  26/10/15
009800 COPY CFI_CONTR.                                                  26/10/15
009900*                                                                 26/10/15
010000* CASH-RCPT-RECORD - ONE PAYMENT RECEIVED AGAINST A               26/10/15
010100* CONTRACT, WITH THE REMITTANCE REFERENCE THE CASH DESK           26/10/15
010200* BANKED IT UNDER.                                                26/10/15
010300 FD  CASH-RCPT-FILE.                                              26/10/15
010400 01  CASH-RCPT-RECORD.                                            26/10/15
010500     05  CASH-CONTR-NUM             PIC 9(10).                    26/10/15
010600     05  CASH-RECEIPT-DATE          PIC 9(08).                    26/10/15
010700     05  CASH-AMT                   PIC 9(07)V99.                 26/10/15
010800     05  CASH-REMIT-REF             PIC X(12).                    26/10/15
010900     05  FILLER                     PIC X(41).                    26/10/15
011000*                                                                 26/10/15
011100 FD  CASH-UNM-FILE.                                               26/10/15
011200 01  CASH-UNM-RECORD                PIC X(80).                    26/10/15
011300*                                                                 26/10/15
011400* CANCEL-TRANS-RECORD - THE SAME LAYOUT QUOTNCAN READS.           26/10/15
011500 FD  CANCEL-TRANS-FILE.                                           26/10/15
011600 01  CANCEL-TRANS-RECORD.                                         26/10/15
011700     05  CTRAN-CODE                 PIC X(01).                    26/10/15
011800         88  CTRAN-CANCEL               VALUE "X".                26/10/15
011900         88  CTRAN-LAPSE                VALUE "L".                26/10/15
012000     05  CTRAN-CONTR-NUM            PIC 9(10).                    26/10/15
012100     05  CTRAN-STATUS-DATE          PIC 9(08).                    26/10/15
012200     05  FILLER                     PIC X(61).                    26/10/15
012300*                                                                 26/10/15
012400* RUN-CONTROL RECORD - SEE CFI_RUNCTL.                            26/10/15
012500 FD  RUN-CONTROL-FILE.                                            26/10/15
012600 COPY CFI_RUNCTL.                                                 26/10/15
012700*                                                                 26/10/15
012800 WORKING-STORAGE SECTION.                                         26/10/15
012900*                                                                 26/10/15
013000 01  BILL-FILE-STATUS              PIC X(2).                      26/10/15
013100 01  CONTR-FILE-STATUS             PIC X(2).                      26/10/15
013200 01  CASH-RCPT-FILE-STATUS         PIC X(2).                      26/10/15
013300 01  CASH-UNM-FILE-STATUS          PIC X(2).                      26/10/15
013400 01  CANCEL-TRANS-FILE-STATUS      PIC X(2).                      26/10/15
013500 01  RUN-CONTROL-FILE-STATUS       PIC X(2).                      26/10/15
013600 77  WS-RUN-PRED-PGM-ID             PIC X(08) VALUE "QUOTNISS".   26/10/15
013700 77  WS-RUN-TIME                    PIC 9(08).                    26/10/15
013800*                                                                 26/10/15
013900* RUN SWITCHES                                                    26/10/15
014000* ---------------------------------------------------------       26/10/15
014100 77  WS-RCPT-EOF-SWITCH             PIC X(01) VALUE "N".          26/10/15
014200     88  CASH-RCPT-EOF                 VALUE "Y".                 26/10/15
014300 77  WS-BILL-EOF-SWITCH             PIC X(01) VALUE "N".          26/10/15
014400     88  BILL-FILE-EOF                 VALUE "Y".                 26/10/15
014500 77  WS-TODAY-DATE                  PIC 9(08).                    26/10/15
014600*                                                                 26/10/15
014700* GRACE PERIOD - AN INSTALLMENT STILL UNPAID THIS MANY DAYS       26/10/15
014800* AFTER ITS DUE DATE LAPSES THE CONTRACT.                         26/10/15
014900* ---------------------------------------------------------       26/10/15
015000 77  WS-GRACE-DAYS                  PIC 9(03) VALUE 031.          26/10/15
015100*                                                                 26/10/15
015200* CASH APPLICATION WORK AREA                                      26/10/15
015300* ---------------------------------------------------------       26/10/15
015400 77  WS-INST-IX                     PIC 9(02) COMP VALUE ZERO.    26/10/15
015500 77  WS-LAPSE-IX                    PIC 9(02) COMP VALUE ZERO.    26/10/15
015600 77  WS-OPEN-INST-CNT               PIC 9(02) COMP VALUE ZERO.    26/10/15
015700 01  WS-CASH-LEFT                   PIC 9(07)V99.                 26/10/15
015800 01  WS-INST-OPEN-AMT               PIC 9(07)V99.                 26/10/15
015900 01  WS-APPLY-AMT                   PIC 9(07)V99.                 26/10/15
016000 01  WS-UNM-AMT                     PIC 9(07)V99.                 26/10/15
016100*                                                                 26/10/15
016200* DAY-NUMBER WORK AREA (5000-DATE-TO-DAY-NUM) - A YYYYMMDD        26/10/15
016300* DATE IS TURNED INTO A SERIAL DAY COUNT SO THE GRACE             26/10/15
016400* PERIOD IS A SIMPLE SUBTRACTION.  GOOD FOR THE SYSTEM'S          26/10/15
016500* 1995-2099 DATE RANGE, WHERE EVERY FOURTH YEAR IS A LEAP         26/10/15
016600* YEAR.                                                           26/10/15
016700* ---------------------------------------------------------       26/10/15
016800 01  WS-DATE-CONV-X                 PIC 9(08).                    26/10/15
016900 01  WS-DATE-CONV-R REDEFINES WS-DATE-CONV-X.                     26/10/15
017000     05  WS-CONV-YEAR               PIC 9(04).                    26/10/15
017100     05  WS-CONV-MONTH              PIC 9(02).                    26/10/15
017200     05  WS-CONV-DAY                PIC 9(02).                    26/10/15
017300 01  WS-DAY-NUM                     PIC S9(09) COMP.              26/10/15
017400 01  WS-TODAY-DAY-NUM               PIC S9(09) COMP.              26/10/15
017500 01  WS-LEAP-QUOT                   PIC 9(04) COMP.               26/10/15
017600 01  WS-LEAP-REM                    PIC 9(04) COMP.               26/10/15
017700 01  WS-MONTH-OFFSET-TABLE.                                       26/10/15
017800     05  FILLER         PIC X(12) VALUE "000031059090".           26/10/15
017900     05  FILLER         PIC X(12) VALUE "120151181212".           26/10/15
018000     05  FILLER         PIC X(12) VALUE "243273304334".           26/10/15
018100 01  WS-MONTH-OFFSET-R REDEFINES WS-MONTH-OFFSET-TABLE.           26/10/15
018200     05  WS-MONTH-OFFSET            PIC 9(03) OCCURS 12 TIMES.    26/10/15
018300*                                                                 26/10/15
018400* END-OF-RUN CONTROL TOTALS (8000-CONTROL-REPORT)                 26/10/15
018500* ---------------------------------------------------------       26/10/15
018600 01  WS-CONTROL-TOTALS.                                           26/10/15
018700     05  WS-RCPTS-READ              PIC 9(09) COMP VALUE ZERO.    26/10/15
018800     05  WS-RCPTS-APPLIED           PIC 9(09) COMP VALUE ZERO.    26/10/15
018900     05  WS-RCPTS-UNMATCHED         PIC 9(09) COMP VALUE ZERO.    26/10/15
019000     05  WS-OVERPAYMENTS            PIC 9(09) COMP VALUE ZERO.    26/10/15
019100     05  WS-SCHED-PAID-UP           PIC 9(09) COMP VALUE ZERO.    26/10/15
019200     05  WS-LAPSES-SENT             PIC 9(09) COMP VALUE ZERO.    26/10/15
019300     05  WS-SCHED-CLOSED            PIC 9(09) COMP VALUE ZERO.    26/10/15
019400     05  WS-AMT-APPLIED             PIC 9(11)V99 COMP VALUE ZERO. 26/10/15
019500     05  WS-AMT-UNMATCHED           PIC 9(11)V99 COMP VALUE ZERO. 26/10/15
019600     05  WS-HASH-TOTAL-CONTR-NUM    PIC 9(15) COMP VALUE ZERO.    26/10/15
019700*                                                                 26/10/15
019800* CONTROL-REPORT PRINT LINE AND DISPLAY-EDITED COUNTERS -         26/10/15
019900* STRING REQUIRES DISPLAY USAGE, SO THE COMP COUNTERS ABOVE       26/10/15
020000* ARE EDITED HERE BEFORE THEY ARE STRUNG INTO THE LINE.           26/10/15
020100* ---------------------------------------------------------       26/10/15
020200 01  WS-CONTROL-REPORT-LINE        PIC X(80).                     26/10/15
020300 01  WS-CONTROL-REPORT-EDIT.                                      26/10/15
020400     05  WS-ED-RCPTS-READ           PIC ZZZZZZZZ9.                26/10/15
020500     05  WS-ED-RCPTS-APPLIED        PIC ZZZZZZZZ9.                26/10/15
020600     05  WS-ED-RCPTS-UNMATCHED      PIC ZZZZZZZZ9.                26/10/15
020700     05  WS-ED-OVERPAYMENTS         PIC ZZZZZZZZ9.                26/10/15
020800     05  WS-ED-SCHED-PAID-UP        PIC ZZZZZZZZ9.                26/10/15
020900     05  WS-ED-LAPSES-SENT          PIC ZZZZZZZZ9.                26/10/15
021000     05  WS-ED-SCHED-CLOSED         PIC ZZZZZZZZ9.                26/10/15
021100     05  WS-ED-AMT-APPLIED          PIC Z(10)9.99.                26/10/15
021200     05  WS-ED-AMT-UNMATCHED        PIC Z(10)9.99.                26/10/15
021300*                                                                 26/10/15
021400* UNMATCHED-LINE WORK AREA                                        26/10/15
021500* ---------------------------------------------------------       26/10/15
021600 01  WS-ED-CONTR-NUM               PIC Z(09)9.                    26/10/15
021700 01  WS-ED-CASH-AMT                PIC Z(06)9.99.                 26/10/15
021800 01  WS-EXCP-REASON-TEXT           PIC X(30).                     26/10/15
021900*                                                                 26/10/15
022000 PROCEDURE DIVISION.                                              26/10/15
022100*                                                                 26/10/15
022200*---------------------------------------------------------        26/10/15
022300* 0000-MAINLINE                                                   26/10/15
022400*    DRIVES THE CASH RECEIPTS RUN - APPLY EVERY PAYMENT,          26/10/15
022500*    SWEEP THE BILLING MASTER FOR INSTALLMENTS PAST GRACE,        26/10/15
022600*    THEN PRINT THE CONTROL REPORT.                               26/10/15
022700*---------------------------------------------------------        26/10/15
022800 0000-MAINLINE.                                                   26/10/15
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      26/10/15
023000     PERFORM 2000-PROCESS-CASH-RCPT THRU 2000-EXIT                26/10/15
023100         UNTIL CASH-RCPT-EOF.                                     26/10/15
023200     PERFORM 2900-START-LAPSE-SWEEP THRU 2900-EXIT.               26/10/15
023300     PERFORM 3000-SWEEP-BILL-FILE THRU 3000-EXIT                  26/10/15
023400         UNTIL BILL-FILE-EOF.                                     26/10/15
023500     PERFORM 8000-CONTROL-REPORT THRU 8000-EXIT.                  26/10/15
023600     PERFORM 8900-RUN-CONTROL-END THRU 8900-EXIT.                 26/10/15
023700     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       26/10/15
023800     STOP RUN.                                                    26/10/15
023900*                                                                 26/10/15
024000*---------------------------------------------------------        26/10/15
024100* 1000-INITIALIZE                                                 26/10/15
024200*    OPENS THE BILLING MASTER FOR UPDATE, CONTR-FILE AND          26/10/15
024300*    THE RECEIPTS INPUT, THE UNMATCHED LISTING OUTPUT, AND        26/10/15
024400*    THE LAPSE TRANSACTION FILE FOR EXTEND.                       26/10/15
024500*---------------------------------------------------------        26/10/15
024600 1000-INITIALIZE.                                                 26/10/15
024700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     26/10/15
024800     MOVE WS-TODAY-DATE TO WS-DATE-CONV-X.                        26/10/15
024900     PERFORM 5000-DATE-TO-DAY-NUM THRU 5000-EXIT.                 26/10/15
025000     MOVE WS-DAY-NUM TO WS-TODAY-DAY-NUM.                         26/10/15
025100     PERFORM 1050-RUN-CONTROL-START THRU 1050-EXIT.               26/10/15
025200     OPEN I-O    BILL-FILE.                                       26/10/15
025300     IF BILL-FILE-STATUS NOT = "00"                               26/10/15
025400         DISPLAY "QUOTNCSH - CANNOT OPEN BILLMAST, STATUS = "     26/10/15
025500             BILL-FILE-STATUS                                     26/10/15
025600         STOP RUN                                                 26/10/15
025700     END-IF.                                                      26/10/15
025800     OPEN INPUT  CONTR-FILE.                                      26/10/15
025900     IF CONTR-FILE-STATUS NOT = "00"                              26/10/15
026000         DISPLAY "QUOTNCSH - CANNOT OPEN CONTR-FILE, STATUS = "   26/10/15
026100             CONTR-FILE-STATUS                                    26/10/15
026200         STOP RUN                                                 26/10/15
026300     END-IF.                                                      26/10/15
026400     OPEN INPUT  CASH-RCPT-FILE.                                  26/10/15
026500     IF CASH-RCPT-FILE-STATUS NOT = "00"                          26/10/15
026600         DISPLAY "QUOTNCSH - CANNOT OPEN CASHRCPT, STATUS = "     26/10/15
026700             CASH-RCPT-FILE-STATUS                                26/10/15
026800         STOP RUN                                                 26/10/15
026900     END-IF.                                                      26/10/15
027000     OPEN OUTPUT CASH-UNM-FILE.                                   26/10/15
027100     IF CASH-UNM-FILE-STATUS NOT = "00"                           26/10/15
027200         DISPLAY "QUOTNCSH - CANNOT OPEN CASHUNM, STATUS = "      26/10/15
027300             CASH-UNM-FILE-STATUS                                 26/10/15
027400         STOP RUN                                                 26/10/15
027500     END-IF.                                                      26/10/15
027600     OPEN EXTEND CANCEL-TRANS-FILE.                               26/10/15
027700     IF CANCEL-TRANS-FILE-STATUS NOT = "00"                       26/10/15
027900         DISPLAY "QUOTNCSH - CANNOT OPEN CANTRANS, STATUS = "     26/10/15
028000             CANCEL-TRANS-FILE-STATUS                             26/10/15
028100         STOP RUN                                                 26/10/15
028200     END-IF.                                                      26/10/15
028300*                                                                 26/10/15
028400* UNMATCHED LISTING HEADING - ONE LINE, DATED, SO THE CASH        26/10/15
028500* DESK KNOWS WHICH DAY'S RECEIPTS IT IS CHASING.                  26/10/15
028600     MOVE SPACES TO CASH-UNM-RECORD.                              26/10/15
028700     STRING "QUOTNCSH UNMATCHED CASH "                            26/10/15
028800         DELIMITED BY SIZE                                        26/10/15
028900         WS-TODAY-DATE DELIMITED BY SIZE                          26/10/15
029000         INTO CASH-UNM-RECORD.                                    26/10/15
029100     WRITE CASH-UNM-RECORD.                                       26/10/15
029200 1000-EXIT.                                                       26/10/15
029300     EXIT.                                                        26/10/15
029400*                                                                 26/10/15
029500*---------------------------------------------------------        26/10/15
029600* 2000-PROCESS-CASH-RCPT                                          26/10/15
029700*    READS THE NEXT PAYMENT AND LOOKS UP ITS BILLING              26/10/15
029800*    SCHEDULE.  A PAYMENT WITH A BAD CONTRACT NUMBER OR           26/10/15
029900*    AMOUNT, OR FOR A CONTRACT WITH NO OPEN SCHEDULE, IS          26/10/15
030000*    UNMATCHED - ANYTHING ELSE IS APPLIED, AND ANY PART OF        26/10/15
030100*    IT LEFT OVER WHEN EVERY INSTALLMENT IS PAID IS LISTED        26/10/15
030200*    AS AN OVERPAYMENT.                                           26/10/15
030300*---------------------------------------------------------        26/10/15
030400 2000-PROCESS-CASH-RCPT.                                          26/10/15
030500     READ CASH-RCPT-FILE NEXT RECORD                              26/10/15
030600         AT END                                                   26/10/15
030700             SET CASH-RCPT-EOF TO TRUE                            26/10/15
030800             GO TO 2000-EXIT                                      26/10/15
030900     END-READ.                                                    26/10/15
031000     ADD 1 TO WS-RCPTS-READ.                                      26/10/15
031100     MOVE ZERO TO WS-UNM-AMT.                                     26/10/15
031200     IF CASH-AMT NUMERIC                                          26/10/15
031300         MOVE CASH-AMT TO WS-UNM-AMT                              26/10/15
031400     END-IF.                                                      26/10/15
031500     IF CASH-CONTR-NUM NOT NUMERIC                                26/10/15
031600         MOVE "CONTRACT NUMBER NOT VALID" TO                      26/10/15
031700             WS-EXCP-REASON-TEXT                                  26/10/15
031800         ADD 1 TO WS-RCPTS-UNMATCHED                              26/10/15
031900         PERFORM 3900-WRITE-UNMATCHED THRU 3900-EXIT              26/10/15
032000         GO TO 2000-EXIT                                          26/10/15
032100     END-IF.                                                      26/10/15
032200     IF CASH-AMT NOT NUMERIC OR CASH-AMT = ZERO                   26/10/15
032300         MOVE "AMOUNT NOT VALID" TO WS-EXCP-REASON-TEXT           26/10/15
032400         ADD 1 TO WS-RCPTS-UNMATCHED                              26/10/15
032500         PERFORM 3900-WRITE-UNMATCHED THRU 3900-EXIT              26/10/15
032600         GO TO 2000-EXIT                                          26/10/15
032700     END-IF.                                                      26/10/15
032800     MOVE CASH-CONTR-NUM TO BILL-CONTR-NUM.                       26/10/15
032900     READ BILL-FILE                                               26/10/15
033000         INVALID KEY                                              26/10/15
033100             MOVE "NO BILLING SCHEDULE" TO WS-EXCP-REASON-TEXT    26/10/15
033200             ADD 1 TO WS-RCPTS-UNMATCHED                          26/10/15
033300             PERFORM 3900-WRITE-UNMATCHED THRU 3900-EXIT          26/10/15
033400             GO TO 2000-EXIT                                      26/10/15
033500     END-READ.                                                    26/10/15
033600     IF NOT BILL-STAT-OPEN                                        26/10/15
033700         MOVE SPACES TO WS-EXCP-REASON-TEXT                       26/10/15
033800         STRING "SCHEDULE NOT OPEN - STATUS " DELIMITED BY        26/10/15
033900             SIZE BILL-STATUS DELIMITED BY SIZE                   26/10/15
034000             INTO WS-EXCP-REASON-TEXT                             26/10/15
034100         ADD 1 TO WS-RCPTS-UNMATCHED                              26/10/15
034200         PERFORM 3900-WRITE-UNMATCHED THRU 3900-EXIT              26/10/15
034300         GO TO 2000-EXIT                                          26/10/15
034400     END-IF.                                                      26/10/15
034500     PERFORM 2100-APPLY-PAYMENT THRU 2100-EXIT.                   26/10/15
034600     IF WS-CASH-LEFT > ZERO                                       26/10/15
034700         MOVE WS-CASH-LEFT TO WS-UNM-AMT                          26/10/15
034800         MOVE "OVERPAYMENT - NOT APPLIED" TO                      26/10/15
034900             WS-EXCP-REASON-TEXT                                  26/10/15
035000         ADD 1 TO WS-OVERPAYMENTS                                 26/10/15
035100         PERFORM 3900-WRITE-UNMATCHED THRU 3900-EXIT              26/10/15
035200     END-IF.                                                      26/10/15
035300 2000-EXIT.                                                       26/10/15
035400     EXIT.                                                        26/10/15
035500*                                                                 26/10/15
035600*---------------------------------------------------------        26/10/15
035700* 2100-APPLY-PAYMENT                                              26/10/15
035800*    POSTS THE PAYMENT TO THE SCHEDULE ALREADY READ, OLDEST       26/10/15
035900*    OPEN INSTALLMENT FIRST, MARKS THE SCHEDULE PAID WHEN         26/10/15
036000*    NOTHING IS LEFT OPEN, AND REWRITES IT.  WHAT COULD NOT       26/10/15
036100*    BE POSTED IS LEFT IN WS-CASH-LEFT.                           26/10/15
036200*---------------------------------------------------------        26/10/15
036300 2100-APPLY-PAYMENT.                                              26/10/15
036400     MOVE CASH-AMT TO WS-CASH-LEFT.                               26/10/15
036500     MOVE 1 TO WS-INST-IX.                                        26/10/15
036600     PERFORM 2110-APPLY-TO-INSTALLMENT THRU 2110-EXIT             26/10/15
036700         UNTIL WS-INST-IX > BILL-INST-COUNT                       26/10/15
036800            OR WS-CASH-LEFT = ZERO.                               26/10/15
036900     COMPUTE BILL-TOTAL-PAID-AMT = BILL-TOTAL-PAID-AMT            26/10/15
037000         + CASH-AMT - WS-CASH-LEFT.                               26/10/15
037100     MOVE ZERO TO WS-OPEN-INST-CNT.                               26/10/15
037200     MOVE 1 TO WS-INST-IX.                                        26/10/15
037300     PERFORM 2120-COUNT-OPEN-INSTALLMENT THRU 2120-EXIT           26/10/15
037400         UNTIL WS-INST-IX > BILL-INST-COUNT.                      26/10/15
037500     IF WS-OPEN-INST-CNT = ZERO                                   26/10/15
037600         SET BILL-STAT-PAID TO TRUE                               26/10/15
037700         MOVE WS-TODAY-DATE TO BILL-STATUS-DATE                   26/10/15
037800         ADD 1 TO WS-SCHED-PAID-UP                                26/10/15
037900     END-IF.                                                      26/10/15
038000     REWRITE BILL-RECORD                                          26/10/15
038100         INVALID KEY                                              26/10/15
038200             DISPLAY "QUOTNCSH - REWRITE FAILED, NUM = "          26/10/15
038300                 BILL-CONTR-NUM                                   26/10/15
038400             MOVE CASH-AMT TO WS-CASH-LEFT                        26/10/15
038500             GO TO 2100-EXIT                                      26/10/15
038600     END-REWRITE.                                                 26/10/15
038700     ADD 1 TO WS-RCPTS-APPLIED.                                   26/10/15
038800     COMPUTE WS-AMT-APPLIED = WS-AMT-APPLIED                      26/10/15
038900         + CASH-AMT - WS-CASH-LEFT.                               26/10/15
039000     ADD BILL-CONTR-NUM TO WS-HASH-TOTAL-CONTR-NUM.               26/10/15
039100 2100-EXIT.                                                       26/10/15
039200     EXIT.                                                        26/10/15
039300*                                                                 26/10/15
039400*---------------------------------------------------------        26/10/15
039500* 2110-APPLY-TO-INSTALLMENT                                       26/10/15
039600*    POSTS AS MUCH OF WHAT IS LEFT OF THE PAYMENT AS              26/10/15
039700*    INSTALLMENT WS-INST-IX STILL NEEDS, AND MARKS IT PAID        26/10/15
039800*    ONCE IT IS PAID IN FULL.                                     26/10/15
039900*---------------------------------------------------------        26/10/15
040000 2110-APPLY-TO-INSTALLMENT.                                       26/10/15
040100     IF NOT BILL-INST-OPEN(WS-INST-IX)                            26/10/15
040200         ADD 1 TO WS-INST-IX                                      26/10/15
040300         GO TO 2110-EXIT                                          26/10/15
040400     END-IF.                                                      26/10/15
040500     COMPUTE WS-INST-OPEN-AMT = BILL-INST-AMT(WS-INST-IX)         26/10/15
040600         - BILL-INST-PAID-AMT(WS-INST-IX).                        26/10/15
040700     IF WS-CASH-LEFT < WS-INST-OPEN-AMT                           26/10/15
040800         MOVE WS-CASH-LEFT TO WS-APPLY-AMT                        26/10/15
040900     ELSE                                                         26/10/15
041000         MOVE WS-INST-OPEN-AMT TO WS-APPLY-AMT                    26/10/15
041100     END-IF.                                                      26/10/15
041200     ADD WS-APPLY-AMT TO BILL-INST-PAID-AMT(WS-INST-IX).          26/10/15
041300     SUBTRACT WS-APPLY-AMT FROM WS-CASH-LEFT.                     26/10/15
041400     IF BILL-INST-PAID-AMT(WS-INST-IX)                            26/10/15
041500        NOT < BILL-INST-AMT(WS-INST-IX)                           26/10/15
041600         SET BILL-INST-PAID(WS-INST-IX) TO TRUE                   26/10/15
041700     END-IF.                                                      26/10/15
041800     ADD 1 TO WS-INST-IX.                                         26/10/15
041900 2110-EXIT.                                                       26/10/15
042000     EXIT.                                                        26/10/15
042100*                                                                 26/10/15
042200*---------------------------------------------------------        26/10/15
042300* 2120-COUNT-OPEN-INSTALLMENT                                     26/10/15
042400*    COUNTS INSTALLMENT WS-INST-IX WHEN IT IS STILL OPEN.         26/10/15
042500*---------------------------------------------------------        26/10/15
042600 2120-COUNT-OPEN-INSTALLMENT.                                     26/10/15
042700     IF BILL-INST-OPEN(WS-INST-IX)                                26/10/15
042800         ADD 1 TO WS-OPEN-INST-CNT                                26/10/15
042900     END-IF.                                                      26/10/15
043000     ADD 1 TO WS-INST-IX.                                         26/10/15
043100 2120-EXIT.                                                       26/10/15
043200     EXIT.                                                        26/10/15
043300*                                                                 26/10/15
043400*---------------------------------------------------------        26/10/15
043500* 2900-START-LAPSE-SWEEP                                          26/10/15
043600*    POSITIONS THE BILLING MASTER AT ITS FIRST SCHEDULE FOR       26/10/15
043700*    THE GRACE-PERIOD SWEEP.                                      26/10/15
043800*---------------------------------------------------------        26/10/15
043900 2900-START-LAPSE-SWEEP.                                          26/10/15
044000     MOVE ZERO TO BILL-CONTR-NUM.                                 26/10/15
044100     START BILL-FILE KEY IS NOT LESS THAN BILL-CONTR-NUM          26/10/15
044200         INVALID KEY                                              26/10/15
044300             SET BILL-FILE-EOF TO TRUE                            26/10/15
044400     END-START.                                                   26/10/15
044500 2900-EXIT.                                                       26/10/15
044600     EXIT.                                                        26/10/15
044700*                                                                 26/10/15
044800*---------------------------------------------------------        26/10/15
044900* 3000-SWEEP-BILL-FILE                                            26/10/15
045000*    READS EACH SCHEDULE AND, WHEN ITS OLDEST OPEN                26/10/15
045100*    INSTALLMENT IS PAST THE GRACE PERIOD, ASKS QUOTNCAN          26/10/15
045200*    TO LAPSE THE CONTRACT AS AT THAT INSTALLMENT'S DUE           26/10/15
045300*    DATE - THE DAY THE COVER STOPPED BEING PAID FOR.  A          26/10/15
045400*    CONTRACT ALREADY OFF THE BOOKS JUST HAS ITS SCHEDULE         26/10/15
045500*    CLOSED.  EITHER WAY THE SCHEDULE IS NOT LOOKED AT            26/10/15
045600*    AGAIN.                                                       26/10/15
045700*---------------------------------------------------------        26/10/15
045800 3000-SWEEP-BILL-FILE.                                            26/10/15
045900     READ BILL-FILE NEXT RECORD                                   26/10/15
046000         AT END                                                   26/10/15
046100             SET BILL-FILE-EOF TO TRUE                            26/10/15
046200             GO TO 3000-EXIT                                      26/10/15
046300     END-READ.                                                    26/10/15
046400     IF NOT BILL-STAT-OPEN                                        26/10/15
046500         GO TO 3000-EXIT                                          26/10/15
046600     END-IF.                                                      26/10/15
046700     MOVE ZERO TO WS-LAPSE-IX.                                    26/10/15
046800     MOVE 1 TO WS-INST-IX.                                        26/10/15
046900     PERFORM 3100-FIND-OVERDUE-INSTALLMENT THRU 3100-EXIT         26/10/15
047000         UNTIL WS-INST-IX > BILL-INST-COUNT                       26/10/15
047100            OR WS-LAPSE-IX > ZERO.                                26/10/15
047200     IF WS-LAPSE-IX = ZERO                                        26/10/15
047300         GO TO 3000-EXIT                                          26/10/15
047400     END-IF.                                                      26/10/15
047500     MOVE BILL-CONTR-NUM TO CONTR-NUM.                            26/10/15
047600     READ CONTR-FILE                                              26/10/15
047700         INVALID KEY                                              26/10/15
047800             MOVE SPACE TO CONTR-STATUS                           26/10/15
047900     END-READ.                                                    26/10/15
048000     IF NOT CONTR-STAT-ACTIVE                                     26/10/15
048100         SET BILL-STAT-CLOSED TO TRUE                             26/10/15
048200         MOVE WS-TODAY-DATE TO BILL-STATUS-DATE                   26/10/15
048300         REWRITE BILL-RECORD                                      26/10/15
048400             INVALID KEY                                          26/10/15
048500                 DISPLAY "QUOTNCSH - REWRITE FAILED, NUM = "      26/10/15
048600                     BILL-CONTR-NUM                               26/10/15
048700                 GO TO 3000-EXIT                                  26/10/15
048800         END-REWRITE                                              26/10/15
048900         ADD 1 TO WS-SCHED-CLOSED                                 26/10/15
049000         GO TO 3000-EXIT                                          26/10/15
049100     END-IF.                                                      26/10/15
049200     MOVE SPACES TO CANCEL-TRANS-RECORD.                          26/10/15
049300     SET CTRAN-LAPSE TO TRUE.                                     26/10/15
049400     MOVE BILL-CONTR-NUM TO CTRAN-CONTR-NUM.                      26/10/15
049500     MOVE BILL-INST-DUE-DATE(WS-LAPSE-IX) TO CTRAN-STATUS-DATE.   26/10/15
049600     WRITE CANCEL-TRANS-RECORD.                                   26/10/15
049700     IF CANCEL-TRANS-FILE-STATUS NOT = "00"                       26/10/15
049800         DISPLAY "QUOTNCSH - LAPSE WRITE FAILED, NUM = "          26/10/15
049900             BILL-CONTR-NUM                                       26/10/15
050000         GO TO 3000-EXIT                                          26/10/15
050100     END-IF.                                                      26/10/15
050200     SET BILL-STAT-LAPSE-SENT TO TRUE.                            26/10/15
050300     MOVE WS-TODAY-DATE TO BILL-STATUS-DATE.                      26/10/15
050400     REWRITE BILL-RECORD                                          26/10/15
050500         INVALID KEY                                              26/10/15
050600             DISPLAY "QUOTNCSH - REWRITE FAILED, NUM = "          26/10/15
050700                 BILL-CONTR-NUM                                   26/10/15
050800     END-REWRITE.                                                 26/10/15
050900     ADD 1 TO WS-LAPSES-SENT.                                     26/10/15
051000 3000-EXIT.                                                       26/10/15
051100     EXIT.                                                        26/10/15
051200*                                                                 26/10/15
051300*---------------------------------------------------------        26/10/15
051400* 3100-FIND-OVERDUE-INSTALLMENT                                   26/10/15
051500*    LOOKS AT INSTALLMENT WS-INST-IX - THE FIRST ONE STILL        26/10/15
051600*    OPEN DECIDES IT, SINCE THE SCHEDULE RUNS IN DUE-DATE         26/10/15
051700*    ORDER.  PAST GRACE LEAVES ITS NUMBER IN WS-LAPSE-IX.         26/10/15
051800*---------------------------------------------------------        26/10/15
051900 3100-FIND-OVERDUE-INSTALLMENT.                                   26/10/15
052000     IF NOT BILL-INST-OPEN(WS-INST-IX)                            26/10/15
052100         ADD 1 TO WS-INST-IX                                      26/10/15
052200         GO TO 3100-EXIT                                          26/10/15
052300     END-IF.                                                      26/10/15
052400     MOVE BILL-INST-DUE-DATE(WS-INST-IX) TO WS-DATE-CONV-X.       26/10/15
052500     PERFORM 5000-DATE-TO-DAY-NUM THRU 5000-EXIT.                 26/10/15
052600     IF WS-DAY-NUM + WS-GRACE-DAYS < WS-TODAY-DAY-NUM             26/10/15
052700         MOVE WS-INST-IX TO WS-LAPSE-IX                           26/10/15
052800     END-IF.                                                      26/10/15
052900     MOVE BILL-INST-COUNT TO WS-INST-IX.                          26/10/15
053000     ADD 1 TO WS-INST-IX.                                         26/10/15
053100 3100-EXIT.                                                       26/10/15
053200     EXIT.                                                        26/10/15
053300*                                                                 26/10/15
053400*---------------------------------------------------------        26/10/15
053500* 3900-WRITE-UNMATCHED                                            26/10/15
053600*    FILES ONE UNMATCHED CASH LINE - CONTRACT, RECEIPT DATE,      26/10/15
053700*    REMITTANCE REFERENCE, THE AMOUNT IN WS-UNM-AMT, AND THE      26/10/15
053800*    REASON - SO THE CASH DESK CAN CHASE IT TODAY.                26/10/15
053900*---------------------------------------------------------        26/10/15
054000 3900-WRITE-UNMATCHED.                                            26/10/15
054100     ADD WS-UNM-AMT TO WS-AMT-UNMATCHED.                          26/10/15
054200     MOVE ZERO TO WS-ED-CONTR-NUM.                                26/10/15
054300     IF CASH-CONTR-NUM NUMERIC                                    26/10/15
054400         MOVE CASH-CONTR-NUM TO WS-ED-CONTR-NUM                   26/10/15
054500     END-IF.                                                      26/10/15
054600     MOVE WS-UNM-AMT TO WS-ED-CASH-AMT.                           26/10/15
054700     MOVE SPACES TO CASH-UNM-RECORD.                              26/10/15
054800     STRING "CONTRACT " DELIMITED BY SIZE                         26/10/15
054900         WS-ED-CONTR-NUM       DELIMITED BY SIZE                  26/10/15
055000         " REF " DELIMITED BY SIZE                                26/10/15
055100         CASH-REMIT-REF        DELIMITED BY SIZE                  26/10/15
055200         " AMT " DELIMITED BY SIZE                                26/10/15
055300         WS-ED-CASH-AMT        DELIMITED BY SIZE                  26/10/15
055400         " " DELIMITED BY SIZE                                    26/10/15
055500         WS-EXCP-REASON-TEXT   DELIMITED BY SIZE                  26/10/15
055600         INTO CASH-UNM-RECORD.                                    26/10/15
055700     WRITE CASH-UNM-RECORD.                                       26/10/15
055800     IF CASH-UNM-FILE-STATUS NOT = "00"                           26/10/15
055900         DISPLAY "QUOTNCSH - WRITE FAILED, REF = "                26/10/15
056000             CASH-REMIT-REF                                       26/10/15
056100         GO TO 3900-EXIT                                          26/10/15
056200     END-IF.                                                      26/10/15
056300 3900-EXIT.                                                       26/10/15
056400     EXIT.                                                        26/10/15
056500*                                                                 26/10/15
056600*---------------------------------------------------------        26/10/15
056700* 5000-DATE-TO-DAY-NUM                                            26/10/15
056800*    CONVERTS THE YYYYMMDD DATE IN WS-DATE-CONV-X TO A            26/10/15
056900*    SERIAL DAY COUNT IN WS-DAY-NUM.  EVERY FOURTH YEAR IS        26/10/15
057000*    COUNTED AS A LEAP YEAR, WHICH HOLDS FOR THE SYSTEM'S         26/10/15
057100*    WHOLE 1995-2099 VALID DATE RANGE.                            26/10/15
057200*---------------------------------------------------------        26/10/15
057300 5000-DATE-TO-DAY-NUM.                                            26/10/15
057400     COMPUTE WS-DAY-NUM =                                         26/10/15
057500         (WS-CONV-YEAR * 365)                                     26/10/15
057600         + (WS-CONV-YEAR / 4)                                     26/10/15
057700         + WS-MONTH-OFFSET(WS-CONV-MONTH)                         26/10/15
057800         + WS-CONV-DAY.                                           26/10/15
057900*    THE YEAR/4 TERM COUNTS THIS YEAR'S LEAP DAY EVEN             26/10/15
058000*    BEFORE MARCH 1 - BACK IT OUT FOR JANUARY AND FEBRUARY        26/10/15
058100*    OF A LEAP YEAR.                                              26/10/15
058200     DIVIDE WS-CONV-YEAR BY 4 GIVING WS-LEAP-QUOT                 26/10/15
058300         REMAINDER WS-LEAP-REM.                                   26/10/15
058400     IF WS-LEAP-REM = ZERO AND WS-CONV-MONTH < 3                  26/10/15
058500         SUBTRACT 1 FROM WS-DAY-NUM                               26/10/15
058600     END-IF.                                                      26/10/15
058700 5000-EXIT.                                                       26/10/15
058800     EXIT.                                                        26/10/15
058900*                                                                 26/10/15
059000*---------------------------------------------------------        26/10/15
059100* 8000-CONTROL-REPORT                                             26/10/15
059200*    PRINTS THE END-OF-RUN BALANCING REPORT FOR THIS CASH         26/10/15
059300*    RECEIPTS RUN.                                                26/10/15
059400*---------------------------------------------------------        26/10/15
059500 8000-CONTROL-REPORT.                                             26/10/15
059600     DISPLAY "QUOTNCSH CASH RECEIPTS CONTROL REPORT".             26/10/15
059700     MOVE WS-RCPTS-READ      TO WS-ED-RCPTS-READ.                 26/10/15
059800     MOVE WS-RCPTS-APPLIED   TO WS-ED-RCPTS-APPLIED.              26/10/15
059900     MOVE WS-RCPTS-UNMATCHED TO WS-ED-RCPTS-UNMATCHED.            26/10/15
060000     MOVE WS-OVERPAYMENTS    TO WS-ED-OVERPAYMENTS.               26/10/15
060100     MOVE WS-SCHED-PAID-UP   TO WS-ED-SCHED-PAID-UP.              26/10/15
060200     MOVE WS-LAPSES-SENT     TO WS-ED-LAPSES-SENT.                26/10/15
060300     MOVE WS-SCHED-CLOSED    TO WS-ED-SCHED-CLOSED.               26/10/15
060400     MOVE WS-AMT-APPLIED     TO WS-ED-AMT-APPLIED.                26/10/15
060500     MOVE WS-AMT-UNMATCHED   TO WS-ED-AMT-UNMATCHED.              26/10/15
060600     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
060700     STRING "RECEIPTS READ . . . . . : " DELIMITED BY SIZE        26/10/15
060800         WS-ED-RCPTS-READ DELIMITED BY SIZE                       26/10/15
060900         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
061000     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
061100     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
061200     STRING "RECEIPTS APPLIED  . . . : " DELIMITED BY SIZE        26/10/15
061300         WS-ED-RCPTS-APPLIED DELIMITED BY SIZE                    26/10/15
061400         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
061500     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
061600     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
061700     STRING "RECEIPTS UNMATCHED  . . : " DELIMITED BY SIZE        26/10/15
061800         WS-ED-RCPTS-UNMATCHED DELIMITED BY SIZE                  26/10/15
061900         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
062000     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
062100     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
062200     STRING "OVERPAYMENTS  . . . . . : " DELIMITED BY SIZE        26/10/15
062300         WS-ED-OVERPAYMENTS DELIMITED BY SIZE                     26/10/15
062400         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
062500     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
062600     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
062700     STRING "CASH APPLIED  . . . . . : " DELIMITED BY SIZE        26/10/15
062800         WS-ED-AMT-APPLIED DELIMITED BY SIZE                      26/10/15
062900         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
063000     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
063100     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
063200     STRING "CASH UNMATCHED  . . . . : " DELIMITED BY SIZE        26/10/15
063300         WS-ED-AMT-UNMATCHED DELIMITED BY SIZE                    26/10/15
063400         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
063500     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
063600     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
063700     STRING "SCHEDULES PAID UP . . . : " DELIMITED BY SIZE        26/10/15
063800         WS-ED-SCHED-PAID-UP DELIMITED BY SIZE                    26/10/15
063900         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
064000     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
064100     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
064200     STRING "LAPSES REQUESTED  . . . : " DELIMITED BY SIZE        26/10/15
064300         WS-ED-LAPSES-SENT DELIMITED BY SIZE                      26/10/15
064400         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
064500     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
064600     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
064700     STRING "SCHEDULES CLOSED  . . . : " DELIMITED BY SIZE        26/10/15
064800         WS-ED-SCHED-CLOSED DELIMITED BY SIZE                     26/10/15
064900         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
065000     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
065100 8000-EXIT.                                                       26/10/15
065200     EXIT.                                                        26/10/15
065300*                                                                 26/10/15
065400*---------------------------------------------------------        26/10/15
065500* 9000-TERMINATE                                                  26/10/15
065600*    CLOSES ALL FILES OPENED BY 1000-INITIALIZE.                  26/10/15
065700*---------------------------------------------------------        26/10/15
065800 9000-TERMINATE.                                                  26/10/15
065900     CLOSE BILL-FILE.                                             26/10/15
066000     CLOSE CONTR-FILE.                                            26/10/15
066100     CLOSE CASH-RCPT-FILE.                                        26/10/15
066200     CLOSE CASH-UNM-FILE.                                         26/10/15
066300     CLOSE CANCEL-TRANS-FILE.                                     26/10/15
066400     CLOSE RUN-CONTROL-FILE.                                      26/10/15
066500 9000-EXIT.                                                       26/10/15
066600     EXIT.                                                        26/10/15
066700*                                                                 26/10/15
066800*---------------------------------------------------------        26/10/15
066900* 1050-RUN-CONTROL-START                                          26/10/15
067000*    OPENS THE RUN-CONTROL MASTER, REFUSES THE RUN WHEN ITS       26/10/15
067100*    PREDECESSOR HAS NOT COMPLETED TODAY OR IS STILL IN           26/10/15
067200*    FLIGHT, AND FILES THIS RUN'S RECORD AS IN-FLIGHT.            26/10/15
067300*---------------------------------------------------------        26/10/15
067400 1050-RUN-CONTROL-START.                                          26/10/15
067500     OPEN I-O RUN-CONTROL-FILE.                                   26/10/15
067600     IF RUN-CONTROL-FILE-STATUS NOT = "00"                        26/10/15
067700         DISPLAY "QUOTNCSH - CANNOT OPEN RUNCTL, STATUS = "       26/10/15
067800             RUN-CONTROL-FILE-STATUS                              26/10/15
067900         STOP RUN                                                 26/10/15
068000     END-IF.                                                      26/10/15
068100     IF WS-RUN-PRED-PGM-ID NOT = SPACES                           26/10/15
068200         MOVE WS-TODAY-DATE TO RUNC-RUN-DATE                      26/10/15
068300         MOVE WS-RUN-PRED-PGM-ID TO RUNC-PGM-ID                   26/10/15
068400         READ RUN-CONTROL-FILE                                    26/10/15
068500             INVALID KEY                                          26/10/15
068600                 MOVE SPACE TO RUNC-STATUS                        26/10/15
068700         END-READ                                                 26/10/15
068800         IF NOT RUNC-STAT-COMPLETED                               26/10/15
068900             DISPLAY "QUOTNCSH - PREDECESSOR "                    26/10/15
069000                 WS-RUN-PRED-PGM-ID                               26/10/15
069100                 " NOT COMPLETED TODAY - RUN REFUSED"             26/10/15
069200             STOP RUN                                             26/10/15
069300         END-IF                                                   26/10/15
069400     END-IF.                                                      26/10/15
069500     INITIALIZE RUNC-RECORD.                                      26/10/15
069600     MOVE WS-TODAY-DATE TO RUNC-RUN-DATE.                         26/10/15
069700     MOVE "QUOTNCSH" TO RUNC-PGM-ID.                              26/10/15
069800     SET RUNC-STAT-IN-FLIGHT TO TRUE.                             26/10/15
069900     ACCEPT WS-RUN-TIME FROM TIME.                                26/10/15
070000     MOVE WS-RUN-TIME(1:6) TO RUNC-START-TIME.                    26/10/15
070100     WRITE RUNC-RECORD                                            26/10/15
070200         INVALID KEY                                              26/10/15
070300             REWRITE RUNC-RECORD                                  26/10/15
070400     END-WRITE.                                                   26/10/15
070500 1050-EXIT.                                                       26/10/15
070600     EXIT.                                                        26/10/15
070700*                                                                 26/10/15
070800*---------------------------------------------------------        26/10/15
070900* 8900-RUN-CONTROL-END                                            26/10/15
071000*    REWRITES THIS RUN'S RECORD COMPLETED, WITH ITS               26/10/15
071100*    CONTROL TOTALS, SO THE NEXT JOB IN THE SCHEDULE MAY          26/10/15
071200*    START AND QUOTNBAL CAN CROSS-FOOT THE NIGHT.                 26/10/15
071300*---------------------------------------------------------        26/10/15
071400 8900-RUN-CONTROL-END.                                            26/10/15
071500     MOVE WS-TODAY-DATE TO RUNC-RUN-DATE.                         26/10/15
071600     MOVE "QUOTNCSH" TO RUNC-PGM-ID.                              26/10/15
071700     READ RUN-CONTROL-FILE                                        26/10/15
071800         INVALID KEY                                              26/10/15
071900             DISPLAY "QUOTNCSH - RUN CONTROL RECORD LOST"         26/10/15
072000             GO TO 8900-EXIT                                      26/10/15
072100     END-READ.                                                    26/10/15
072200     MOVE WS-RCPTS-READ           TO RUNC-RECS-READ.              26/10/15
072300     MOVE WS-LAPSES-SENT          TO RUNC-RECS-ADDED.             26/10/15
072400     MOVE WS-RCPTS-APPLIED        TO RUNC-RECS-UPDATED.           26/10/15
072500     MOVE WS-RCPTS-UNMATCHED      TO RUNC-RECS-REJECTED.          26/10/15
072600     MOVE WS-HASH-TOTAL-CONTR-NUM TO RUNC-HASH-TOTAL.             26/10/15
072700     SET RUNC-STAT-COMPLETED TO TRUE.                             26/10/15
072800     ACCEPT WS-RUN-TIME FROM TIME.                                26/10/15
072900     MOVE WS-RUN-TIME(1:6) TO RUNC-END-TIME.                      26/10/15
073000     REWRITE RUNC-RECORD                                          26/10/15
073100         INVALID KEY                                              26/10/15
073200             DISPLAY "QUOTNCSH - RUN CONTROL REWRITE FAILED"      26/10/15
073300     END-REWRITE.                                                 26/10/15
073400 8900-EXIT.                                                       26/10/15
073500     EXIT.                                                        26/10/15
