000100 IDENTIFICATION DIVISION.                                         26/10/15
000200 PROGRAM-ID.    QUOTNCYE.                                         26/10/15
000300 AUTHOR.        D. MILLER.                                        26/10/15
000400 INSTALLATION.  HOME OFFICE - QUOTATION SYSTEMS.                  26/10/15
000500 DATE-WRITTEN.  26/10/15.                                         26/10/15
000600 DATE-COMPILED.                                                   26/10/15
000700*                                                                 26/10/15
000800* MODIFICATION HISTORY                                            26/10/15
000900* ---------------------------------------------------------       26/10/15
001000* 26/10/15  DLM  ORIGINAL PROGRAM - CALENDAR YEAR-END AGENT       26/10/15
001100*                EARNINGS RUN.  TOTALS EACH AGENT'S PAID          26/10/15
001200*                COMMISSION FOR THE TAX YEAR FROM THE             26/10/15
001300*                COMMISSION LEDGER QUOTNCMS POSTS, AND WRITES     26/10/15
001400*                IT TO A FIXED-FORMAT EARNINGS FILE FOR TAX       26/10/15
001500*                REPORTING.  THE CONTROL LISTING TIES THE         26/10/15
001600*                LEDGER BACK TO THE YEAR'S TWELVE MONTHLY         26/10/15
001700*                PAYROLL FILES, MONTH BY MONTH AND AGENT BY       26/10/15
001800*                AGENT, SO THE FILE IS NOT RELEASED UNTIL         26/10/15
001900*                EVERY MONTH AGREES.                              26/10/15
002000*                                                                 26/10/15
002100 ENVIRONMENT DIVISION.                                            26/10/15
002200*                                                                 26/10/15
002300 CONFIGURATION SECTION.                                           26/10/15
002400 SOURCE-COMPUTER. VAX-VMS.                                        26/10/15
002500 OBJECT-COMPUTER. VAX-VMS.                                        26/10/15
002600*                                                                 26/10/15
002700 INPUT-OUTPUT SECTION.                                            26/10/15
002800 FILE-CONTROL.                                                    26/10/15
002900*                                                                 26/10/15
003000* COMM-LEDGER-FILE IS THE AGENT COMMISSION LEDGER - ONE           26/10/15
003100* ACCOUNT PER AGENT, READ IN AGENT ORDER.                         26/10/15
003200     SELECT COMM-LEDGER-FILE                                      26/10/15
003300         ASSIGN       TO "COMMLEDG.DAT"                           26/10/15
003400         ORGANIZATION IS INDEXED                                  26/10/15
003500         ACCESS MODE  IS DYNAMIC                                  26/10/15
003600         FILE STATUS  IS COMM-LEDGER-FILE-STATUS                  26/10/15
003700         RECORD KEY   IS CLDG-AGENT-NUM.                          26/10/15
003800*                                                                 26/10/15
003900* AGENT-FILE SUPPLIES THE NAME AND BRANCH CARRIED ON EACH         26/10/15
004000* EARNINGS RECORD.                                                26/10/15
004100     SELECT AGENT-FILE                                            26/10/15
004200         ASSIGN       TO "AGENT.DAT"                              26/10/15
004300         ORGANIZATION IS INDEXED                                  26/10/15
004400         ACCESS MODE  IS DYNAMIC                                  26/10/15
004500         FILE STATUS  IS AGENT-FILE-STATUS                        26/10/15
004600         RECORD KEY   IS AGENT-NUM.                               26/10/15
004700*                                                                 26/10/15
004800* PAY-YEAR-FILE IS THE TAX YEAR'S TWELVE MONTHLY COMMPAY.DAT      26/10/15
004900* PAYROLL FILES APPENDED INTO ONE, IN ANY ORDER.  A RECORD        26/10/15
005000* FOR ANY OTHER YEAR IS COUNTED AND LEFT OUT.                     26/10/15
005100     SELECT PAY-YEAR-FILE                                         26/10/15
005200         ASSIGN       TO "COMMPAYY.DAT"                           26/10/15
005300         ORGANIZATION IS SEQUENTIAL                               26/10/15
005400         FILE STATUS  IS PAY-YEAR-FILE-STATUS.                    26/10/15
005500*                                                                 26/10/15
005600* CYE-PARM-FILE CARRIES THE TAX YEAR - ONE RECORD, YYYY.  A       26/10/15
005700* MISSING OR EMPTY FILE TAKES THE CURRENT YEAR WHEN RUN IN        26/10/15
005800* DECEMBER AND THE YEAR JUST ENDED OTHERWISE.                     26/10/15
005900     SELECT CYE-PARM-FILE                                         26/10/15
006000         ASSIGN       TO "CYEPARM.DAT"                            26/10/15
006100         ORGANIZATION IS SEQUENTIAL                               26/10/15
006200         FILE STATUS  IS CYE-PARM-FILE-STATUS.                    26/10/15
006300*                                                                 26/10/15
006400* EARNINGS-FILE IS THE FIXED-FORMAT TAX REPORTING FILE -          26/10/15
006500* HEADER, ONE DETAIL PER AGENT PAID IN THE YEAR, AND A            26/10/15
006600* TRAILER TO BALANCE IT TO.                                       26/10/15
006700     SELECT EARNINGS-FILE                                         26/10/15
006800         ASSIGN       TO "COMMEARN.DAT"                           26/10/15
006900         ORGANIZATION IS SEQUENTIAL                               26/10/15
007000         FILE STATUS  IS EARNINGS-FILE-STATUS.                    26/10/15
007100*                                                                 26/10/15
007200* CYE-LIST-FILE IS THE PRINTED CONTROL LISTING - AGENT            26/10/15
007300* DIFFERENCES, THEN THE MONTH-BY-MONTH TIE-OUT.                   26/10/15
007400     SELECT CYE-LIST-FILE                                         26/10/15
007500         ASSIGN       TO "CYELIST.DAT"                            26/10/15
007600         ORGANIZATION IS SEQUENTIAL                               26/10/15
007700         FILE STATUS  IS CYE-LIST-FILE-STATUS.                    26/10/15
007800*                                                                 26/10/15
007900 DATA DIVISION.                                                   26/10/15
008000*                                                                 26/10/15
008100 FILE SECTION.                                                    26/10/15
008200*                                                                 26/10/15
008300* AGENT COMMISSION LEDGER ACCOUNT - SEE CFI_CLEDG.                26/10/15
008400 FD  COMM-LEDGER-FILE.                                            26/10/15
008500 COPY CFI_CLEDG.                                                  26/10/15
008600*                                                                 26/10/15
008700 FD  AGENT-FILE.                                                  26/10/15
008800 COPY CFI_AGENT.                                                  26/10/15
008900*                                                                 26/10/15
009000* PAYROLL RECORD - THE LAYOUT QUOTNCMS WRITES TO COMMPAY.DAT.     26/10/15
009100* A NET SIGNED "-" WAS NEVER PAID BY PAYROLL.                     26/10/15
009200 FD  PAY-YEAR-FILE.                                               26/10/15
009300 01  COMM-PAY-RECORD.                                             26/10/15
009400     05  CPAY-AGENT-NUM             PIC X(06).                    26/10/15
009500     05  CPAY-BRANCH                PIC X(04).                    26/10/15
009600     05  CPAY-STMT-MONTH            PIC 9(06).                    26/10/15
009700     05  CPAY-GROSS-COMM-AMT        PIC 9(09)V99.                 26/10/15
009800     05  CPAY-CLAW-COMM-AMT         PIC 9(09)V99.                 26/10/15
009900     05  CPAY-NET-SIGN              PIC X(01).                    26/10/15
010000     05  CPAY-NET-COMM-AMT          PIC 9(09)V99.                 26/10/15
010100     05  CPAY-OPEN-DEBIT-AMT        PIC 9(09)V99.                 26/10/15
010200     05  CPAY-CLOSE-DEBIT-AMT       PIC 9(09)V99.                 26/10/15
010300     05  FILLER                     PIC X(08).                    26/10/15
010400*                                                                 26/10/15
010500 FD  CYE-PARM-FILE.                                               26/10/15
010600 01  CYE-PARM-RECORD.                                             26/10/15
010700     05  CYEP-TAX-YEAR              PIC 9(04).                    26/10/15
010800     05  FILLER                     PIC X(76).                    26/10/15
010900*                                                                 26/10/15
011000* EARNINGS RECORDS - HEADER "H", DETAIL "D", TRAILER "T".         26/10/15
011100 FD  EARNINGS-FILE.                                               26/10/15
011200 01  EARN-RECORD                    PIC X(100).                   26/10/15
011300 01  EARN-HEADER-RECORD REDEFINES EARN-RECORD.                    26/10/15
011400     05  EARNH-RECORD-TYPE          PIC X(01).                    26/10/15
011500     05  EARNH-TAX-YEAR             PIC 9(04).                    26/10/15
011600     05  EARNH-RUN-DATE             PIC 9(08).                    26/10/15
011700     05  FILLER                     PIC X(87).                    26/10/15
011800 01  EARN-DETAIL-RECORD REDEFINES EARN-RECORD.                    26/10/15
011900     05  EARND-RECORD-TYPE          PIC X(01).                    26/10/15
012000     05  EARND-AGENT-NUM            PIC X(06).                    26/10/15
012100     05  EARND-AGENT-NAME           PIC X(30).                    26/10/15
012200     05  EARND-BRANCH               PIC X(04).                    26/10/15
012300     05  EARND-TAX-YEAR             PIC 9(04).                    26/10/15
012400     05  EARND-PAID-AMT             PIC 9(11)V99.                 26/10/15
012500     05  EARND-MONTHS-PAID          PIC 9(02).                    26/10/15
012600     05  FILLER                     PIC X(40).                    26/10/15
012700 01  EARN-TRAILER-RECORD REDEFINES EARN-RECORD.                   26/10/15
012800     05  EARNT-RECORD-TYPE          PIC X(01).                    26/10/15
012900     05  EARNT-TAX-YEAR             PIC 9(04).                    26/10/15
013000     05  EARNT-RECORD-COUNT         PIC 9(09).                    26/10/15
013100     05  EARNT-PAID-TOTAL           PIC 9(13)V99.                 26/10/15
013200     05  FILLER                     PIC X(71).                    26/10/15
013300*                                                                 26/10/15
013400 FD  CYE-LIST-FILE.                                               26/10/15
013500 01  CYE-LIST-RECORD                PIC X(132).                   26/10/15
013600*                                                                 26/10/15
013700 WORKING-STORAGE SECTION.                                         26/10/15
013800*                                                                 26/10/15
013900 01  COMM-LEDGER-FILE-STATUS       PIC X(2).                      26/10/15
014000 01  AGENT-FILE-STATUS             PIC X(2).                      26/10/15
014100 01  PAY-YEAR-FILE-STATUS          PIC X(2).                      26/10/15
014200 01  CYE-PARM-FILE-STATUS          PIC X(2).                      26/10/15
014300 01  EARNINGS-FILE-STATUS          PIC X(2).                      26/10/15
014400 01  CYE-LIST-FILE-STATUS          PIC X(2).                      26/10/15
014500*                                                                 26/10/15
014600* RUN SWITCHES                                                    26/10/15
014700* ---------------------------------------------------------       26/10/15
014800 77  WS-PAY-EOF-SWITCH              PIC X(01) VALUE "N".          26/10/15
014900     88  PAY-YEAR-EOF                  VALUE "Y".                 26/10/15
015000 77  WS-LDG-EOF-SWITCH              PIC X(01) VALUE "N".          26/10/15
015100     88  COMM-LEDGER-EOF               VALUE "Y".                 26/10/15
015200 01  WS-TODAY-DATE                  PIC 9(08).                    26/10/15
015300 01  WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.                     26/10/15
015400     05  WS-TODAY-YEAR              PIC 9(04).                    26/10/15
015500     05  WS-TODAY-MM                PIC 9(02).                    26/10/15
015600     05  WS-TODAY-DD                PIC 9(02).                    26/10/15
015700 01  WS-TAX-YEAR                    PIC 9(04).                    26/10/15
015800*                                                                 26/10/15
015900* THE PAYROLL RECORD'S STATEMENT MONTH, SPLIT TO FIND ITS         26/10/15
016000* YEAR AND ITS SLOT IN THE MONTH TABLE.                           26/10/15
016100* ---------------------------------------------------------       26/10/15
016200 01  WS-PAY-MONTH                   PIC 9(06).                    26/10/15
016300 01  WS-PAY-MONTH-R REDEFINES WS-PAY-MONTH.                       26/10/15
016400     05  WS-PAY-YEAR                PIC 9(04).                    26/10/15
016500     05  WS-PAY-MM                  PIC 9(02).                    26/10/15
016600*                                                                 26/10/15
016700* MONTH TIE-OUT TABLE - ONE ENTRY PER CALENDAR MONTH OF THE       26/10/15
016800* TAX YEAR: PAYROLL RECORDS, WHAT PAYROLL PAID, NEGATIVE          26/10/15
016900* NETS PAYROLL DID NOT PAY, AND WHAT THE LEDGER SAYS WAS          26/10/15
017000* PAID.                                                           26/10/15
017100* ---------------------------------------------------------       26/10/15
017200 77  WS-MON-IX                      PIC 9(02) COMP VALUE ZERO.    26/10/15
017300 77  WS-YR-IX                       PIC 9(01) COMP VALUE ZERO.    26/10/15
017400 01  WS-MONTH-TABLE.                                              26/10/15
017500     05  WS-MONTH-ENTRY OCCURS 12 TIMES.                          26/10/15
017600         10  WS-MON-PAY-RECS        PIC 9(09) COMP.               26/10/15
017700         10  WS-MON-PAY-PAID        PIC 9(11)V99 COMP.            26/10/15
017800         10  WS-MON-PAY-UNPAID      PIC 9(11)V99 COMP.            26/10/15
017900         10  WS-MON-LDG-PAID        PIC 9(11)V99 COMP.            26/10/15
018000*                                                                 26/10/15
018100* PAYROLL AGENT TABLE - EACH AGENT'S PAID COMMISSION FROM         26/10/15
018200* THE PAYROLL FILES, MATCHED OFF AS THE LEDGER IS READ SO AN      26/10/15
018300* AGENT PAID BY PAYROLL BUT NOT ON THE LEDGER IS FOUND TOO.       26/10/15
018400* AN OVERFLOWING RUN IS REPORTED AND THE EXTRA AGENTS ARE         26/10/15
018500* LEFT OUT OF THE AGENT CHECK (THE MONTH TIE-OUT STILL            26/10/15
018600* CARRIES THEM).                                                  26/10/15
018700* ---------------------------------------------------------       26/10/15
018800 77  WS-PAG-TABLE-MAX               PIC 9(04) COMP VALUE 0500.    26/10/15
018900 77  WS-PAG-COUNT                   PIC 9(04) COMP VALUE ZERO.    26/10/15
019000 77  WS-PAG-IX                      PIC 9(04) COMP VALUE ZERO.    26/10/15
019100 77  WS-PAG-FOUND-SWITCH            PIC X(01) VALUE "N".          26/10/15
019200     88  WS-PAG-FOUND                  VALUE "Y".                 26/10/15
019300 77  WS-TABLE-FULL-SWITCH           PIC X(01) VALUE "N".          26/10/15
019400     88  WS-TABLE-FULL                 VALUE "Y".                 26/10/15
019500 01  WS-SEARCH-AGENT-NUM            PIC X(06).                    26/10/15
019600 01  WS-PAY-AGENT-TABLE.                                          26/10/15
019700     05  WS-PAY-AGENT-ENTRY OCCURS 500 TIMES.                     26/10/15
019800         10  WS-PAG-AGENT-NUM       PIC X(06).                    26/10/15
019900         10  WS-PAG-PAID            PIC 9(11)V99 COMP.            26/10/15
020000         10  WS-PAG-MATCHED         PIC X(01).                    26/10/15
020100*                                                                 26/10/15
020200* ONE AGENT'S YEAR FROM THE LEDGER.                               26/10/15
020300* ---------------------------------------------------------       26/10/15
020400 01  WS-AGT-PAID                    PIC 9(11)V99 COMP.            26/10/15
020500 01  WS-AGT-MONTHS-PAID             PIC 9(02) COMP.               26/10/15
020600*                                                                 26/10/15
020700* LISTING WORK FIELDS.                                            26/10/15
020800* ---------------------------------------------------------       26/10/15
020900 01  WS-LIST-MONTH                  PIC 9(06).                    26/10/15
021000 01  WS-DIFF-AMT                    PIC S9(11)V99 COMP.           26/10/15
021100 01  WS-MON-STATUS-TEXT             PIC X(16).                    26/10/15
021200 01  WS-ED-RECS                     PIC ZZZZZZZZ9.                26/10/15
021300 01  WS-ED-PAY-PAID                 PIC Z(10)9.99.                26/10/15
021400 01  WS-ED-PAY-UNPAID               PIC Z(10)9.99.                26/10/15
021500 01  WS-ED-LDG-PAID                 PIC Z(10)9.99.                26/10/15
021600 01  WS-ED-DIFF                     PIC Z(10)9.99-.               26/10/15
021700*                                                                 26/10/15
021800* END-OF-RUN CONTROL TOTALS (8000-CONTROL-REPORT)                 26/10/15
021900* ---------------------------------------------------------       26/10/15
022000 01  WS-CONTROL-TOTALS.                                           26/10/15
022100     05  WS-PAY-READ                PIC 9(09) COMP VALUE ZERO.    26/10/15
022200     05  WS-PAY-OTHER-YEAR          PIC 9(09) COMP VALUE ZERO.    26/10/15
022300     05  WS-LDG-READ                PIC 9(09) COMP VALUE ZERO.    26/10/15
022400     05  WS-EARN-WRITTEN            PIC 9(09) COMP VALUE ZERO.    26/10/15
022500     05  WS-AGENT-DIFFS             PIC 9(09) COMP VALUE ZERO.    26/10/15
022600     05  WS-MONTHS-OUT              PIC 9(09) COMP VALUE ZERO.    26/10/15
022700     05  WS-MONTHS-MISSING          PIC 9(09) COMP VALUE ZERO.    26/10/15
022800     05  WS-TOT-PAY-PAID            PIC 9(13)V99 COMP VALUE ZERO. 26/10/15
022900     05  WS-TOT-PAY-UNPAID          PIC 9(13)V99 COMP VALUE ZERO. 26/10/15
023000     05  WS-TOT-LDG-PAID            PIC 9(13)V99 COMP VALUE ZERO. 26/10/15
023100     05  WS-TOT-EARN-PAID           PIC 9(13)V99 COMP VALUE ZERO. 26/10/15
023200*                                                                 26/10/15
023300 01  WS-CONTROL-REPORT-LINE        PIC X(80).                     26/10/15
023400 01  WS-CONTROL-REPORT-EDIT.                                      26/10/15
023500     05  WS-ED-PAY-READ             PIC ZZZZZZZZ9.                26/10/15
023600     05  WS-ED-PAY-OTHER-YEAR       PIC ZZZZZZZZ9.                26/10/15
023700     05  WS-ED-LDG-READ             PIC ZZZZZZZZ9.                26/10/15
023800     05  WS-ED-EARN-WRITTEN         PIC ZZZZZZZZ9.                26/10/15
023900     05  WS-ED-AGENT-DIFFS          PIC ZZZZZZZZ9.                26/10/15
024000     05  WS-ED-MONTHS-OUT           PIC ZZZZZZZZ9.                26/10/15
024100     05  WS-ED-MONTHS-MISSING       PIC ZZZZZZZZ9.                26/10/15
024200     05  WS-ED-TOT-EARN             PIC Z(12)9.99.                26/10/15
024300     05  WS-ED-TOT-LDG              PIC Z(12)9.99.                26/10/15
024400*                                                                 26/10/15
024500 PROCEDURE DIVISION.                                              26/10/15
024600*                                                                 26/10/15
024700*---------------------------------------------------------        26/10/15
024800* 0000-MAINLINE                                                   26/10/15
024900*    DRIVES THE YEAR-END RUN - TOTAL THE PAYROLL FILES BY         26/10/15
025000*    MONTH AND AGENT, READ THE LEDGER WRITING ONE EARNINGS        26/10/15
025100*    RECORD PER AGENT PAID AND LISTING AGENT DIFFERENCES,         26/10/15
025200*    THEN PRINT THE MONTH TIE-OUT AND THE CONTROL REPORT.         26/10/15
025300*---------------------------------------------------------        26/10/15
025400 0000-MAINLINE.                                                   26/10/15
025500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      26/10/15
025600     PERFORM 2000-READ-PAYROLL-RECORD THRU 2000-EXIT              26/10/15
025700         UNTIL PAY-YEAR-EOF.                                      26/10/15
025800     PERFORM 3000-PROCESS-LEDGER-ACCOUNT THRU 3000-EXIT           26/10/15
025900         UNTIL COMM-LEDGER-EOF.                                   26/10/15
026000     MOVE 1 TO WS-PAG-IX.                                         26/10/15
026100     PERFORM 3500-CHECK-PAYROLL-AGENT THRU 3500-EXIT              26/10/15
026200         UNTIL WS-PAG-IX > WS-PAG-COUNT.                          26/10/15
026300     PERFORM 7000-PRINT-MONTH-TIE-OUT THRU 7000-EXIT.             26/10/15
026400     PERFORM 7500-WRITE-EARN-TRAILER THRU 7500-EXIT.              26/10/15
026500     PERFORM 8000-CONTROL-REPORT THRU 8000-EXIT.                  26/10/15
026600     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       26/10/15
026700     STOP RUN.                                                    26/10/15
026800*                                                                 26/10/15
026900*---------------------------------------------------------        26/10/15
027000* 1000-INITIALIZE                                                 26/10/15
027100*    OPENS THE LEDGER, AGENT MASTER AND PAYROLL FILES INPUT       26/10/15
027200*    AND BOTH OUTPUT FILES, READS THE TAX-YEAR PARAMETER,         26/10/15
027300*    AND WRITES THE EARNINGS HEADER AND LISTING HEADINGS.         26/10/15
027400*---------------------------------------------------------        26/10/15
027500 1000-INITIALIZE.                                                 26/10/15
027600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     26/10/15
027700     IF WS-TODAY-MM = 12                                          26/10/15
027800         MOVE WS-TODAY-YEAR TO WS-TAX-YEAR                        26/10/15
027900     ELSE                                                         26/10/15
028000         COMPUTE WS-TAX-YEAR = WS-TODAY-YEAR - 1                  26/10/15
028100     END-IF.                                                      26/10/15
028200     INITIALIZE WS-MONTH-TABLE.                                   26/10/15
028300     OPEN INPUT  COMM-LEDGER-FILE.                                26/10/15
028400     IF COMM-LEDGER-FILE-STATUS NOT = "00"                        26/10/15
028500         DISPLAY "QUOTNCYE - CANNOT OPEN COMMLEDG, STATUS = "     26/10/15
028600             COMM-LEDGER-FILE-STATUS                              26/10/15
028700         STOP RUN                                                 26/10/15
028800     END-IF.                                                      26/10/15
028900     OPEN INPUT  AGENT-FILE.                                      26/10/15
029000     IF AGENT-FILE-STATUS NOT = "00"                              26/10/15
029100         DISPLAY "QUOTNCYE - CANNOT OPEN AGENT-FILE, STATUS = "   26/10/15
029200             AGENT-FILE-STATUS                                    26/10/15
029300         STOP RUN                                                 26/10/15
029400     END-IF.                                                      26/10/15
029500     OPEN INPUT  PAY-YEAR-FILE.                                   26/10/15
029600     IF PAY-YEAR-FILE-STATUS NOT = "00"                           26/10/15
029700         DISPLAY "QUOTNCYE - CANNOT OPEN COMMPAYY, STATUS = "     26/10/15
029800             PAY-YEAR-FILE-STATUS                                 26/10/15
029900         STOP RUN                                                 26/10/15
030000     END-IF.                                                      26/10/15
030100     OPEN OUTPUT EARNINGS-FILE.                                   26/10/15
030200     IF EARNINGS-FILE-STATUS NOT = "00"                           26/10/15
030300         DISPLAY "QUOTNCYE - CANNOT OPEN COMMEARN, STATUS = "     26/10/15
030400             EARNINGS-FILE-STATUS                                 26/10/15
030500         STOP RUN                                                 26/10/15
030600     END-IF.                                                      26/10/15
030700     OPEN OUTPUT CYE-LIST-FILE.                                   26/10/15
030800     IF CYE-LIST-FILE-STATUS NOT = "00"                           26/10/15
030900         DISPLAY "QUOTNCYE - CANNOT OPEN CYELIST, STATUS = "      26/10/15
031000             CYE-LIST-FILE-STATUS                                 26/10/15
031100         STOP RUN                                                 26/10/15
031200     END-IF.                                                      26/10/15
031300     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.                  26/10/15
031400     INITIALIZE EARN-HEADER-RECORD.                               26/10/15
031500     MOVE "H"           TO EARNH-RECORD-TYPE.                     26/10/15
031600     MOVE WS-TAX-YEAR   TO EARNH-TAX-YEAR.                        26/10/15
031700     MOVE WS-TODAY-DATE TO EARNH-RUN-DATE.                        26/10/15
031800     WRITE EARN-HEADER-RECORD.                                    26/10/15
031900     MOVE SPACES TO CYE-LIST-RECORD.                              26/10/15
032000     STRING "QUOTNCYE AGENT EARNINGS CONTROL LISTING - TAX YEAR " 26/10/15
032100         DELIMITED BY SIZE                                        26/10/15
032200         WS-TAX-YEAR DELIMITED BY SIZE                            26/10/15
032300         " RUN " DELIMITED BY SIZE                                26/10/15
032400         WS-TODAY-DATE DELIMITED BY SIZE                          26/10/15
032500         INTO CYE-LIST-RECORD.                                    26/10/15
032600     WRITE CYE-LIST-RECORD.                                       26/10/15
032700     MOVE SPACES TO CYE-LIST-RECORD.                              26/10/15
032800     WRITE CYE-LIST-RECORD.                                       26/10/15
032900     MOVE "AGENTS WHOSE LEDGER AND PAYROLL FILES DO NOT AGREE"    26/10/15
033000         TO CYE-LIST-RECORD.                                      26/10/15
033100     WRITE CYE-LIST-RECORD.                                       26/10/15
033200 1000-EXIT.                                                       26/10/15
033300     EXIT.                                                        26/10/15
033400*                                                                 26/10/15
033500*---------------------------------------------------------        26/10/15
033600* 1100-READ-PARM-CARD                                             26/10/15
033700*    READS THE ONE-RECORD PARAMETER FILE FOR THE TAX YEAR.        26/10/15
033800*    A FILE THAT CANNOT BE OPENED, IS EMPTY, OR CARRIES A         26/10/15
033900*    NON-NUMERIC YEAR LEAVES THE DEFAULT YEAR IN PLACE AND        26/10/15
034000*    IS NOTED ON THE OPERATOR LOG.                                26/10/15
034100*---------------------------------------------------------        26/10/15
034200 1100-READ-PARM-CARD.                                             26/10/15
034300     OPEN INPUT CYE-PARM-FILE.                                    26/10/15
034400     IF CYE-PARM-FILE-STATUS NOT = "00"                           26/10/15
034500         DISPLAY "QUOTNCYE - NO PARM FILE, DEFAULT YEAR USED"     26/10/15
034600         GO TO 1100-EXIT                                          26/10/15
034700     END-IF.                                                      26/10/15
034800     READ CYE-PARM-FILE NEXT RECORD                               26/10/15
034900         AT END                                                   26/10/15
035000             DISPLAY "QUOTNCYE - PARM FILE EMPTY, DEFAULT "       26/10/15
035100                 "YEAR USED"                                      26/10/15
035200             CLOSE CYE-PARM-FILE                                  26/10/15
035300             GO TO 1100-EXIT                                      26/10/15
035400     END-READ.                                                    26/10/15
035500     IF CYEP-TAX-YEAR NUMERIC AND CYEP-TAX-YEAR > ZERO            26/10/15
035600         MOVE CYEP-TAX-YEAR TO WS-TAX-YEAR                        26/10/15
035700     ELSE                                                         26/10/15
035800         DISPLAY "QUOTNCYE - PARM NOT NUMERIC, DEFAULT "          26/10/15
035900             "YEAR USED"                                          26/10/15
036000     END-IF.                                                      26/10/15
036100     CLOSE CYE-PARM-FILE.                                         26/10/15
036200 1100-EXIT.                                                       26/10/15
036300     EXIT.                                                        26/10/15
036400*                                                                 26/10/15
036500*---------------------------------------------------------        26/10/15
036600* 2000-READ-PAYROLL-RECORD                                        26/10/15
036700*    READS THE NEXT PAYROLL RECORD AND ADDS IT TO ITS MONTH       26/10/15
036800*    AND, WHEN PAYROLL PAID IT, TO ITS AGENT.  A RECORD FOR       26/10/15
036900*    ANOTHER YEAR IS COUNTED AND LEFT OUT; A NEGATIVE NET         26/10/15
037000*    (WRITTEN BEFORE THE LEDGER CARRIED DEBITS) WAS NOT           26/10/15
037100*    PAID AND IS TOTALLED APART.                                  26/10/15
037200*---------------------------------------------------------        26/10/15
037300 2000-READ-PAYROLL-RECORD.                                        26/10/15
037400     READ PAY-YEAR-FILE NEXT RECORD                               26/10/15
037500         AT END                                                   26/10/15
037600             SET PAY-YEAR-EOF TO TRUE                             26/10/15
037700             GO TO 2000-EXIT                                      26/10/15
037800     END-READ.                                                    26/10/15
037900     ADD 1 TO WS-PAY-READ.                                        26/10/15
038000     MOVE CPAY-STMT-MONTH TO WS-PAY-MONTH.                        26/10/15
038100     IF WS-PAY-YEAR NOT = WS-TAX-YEAR                             26/10/15
038200        OR WS-PAY-MM < 1 OR WS-PAY-MM > 12                        26/10/15
038300         ADD 1 TO WS-PAY-OTHER-YEAR                               26/10/15
038400         GO TO 2000-EXIT                                          26/10/15
038500     END-IF.                                                      26/10/15
038600     ADD 1 TO WS-MON-PAY-RECS(WS-PAY-MM).                         26/10/15
038700     IF CPAY-NET-SIGN = "-"                                       26/10/15
038800         ADD CPAY-NET-COMM-AMT TO WS-MON-PAY-UNPAID(WS-PAY-MM)    26/10/15
038900         GO TO 2000-EXIT                                          26/10/15
039000     END-IF.                                                      26/10/15
039100     ADD CPAY-NET-COMM-AMT TO WS-MON-PAY-PAID(WS-PAY-MM).         26/10/15
039200     MOVE CPAY-AGENT-NUM TO WS-SEARCH-AGENT-NUM.                  26/10/15
039300     PERFORM 2500-FIND-PAY-AGENT THRU 2500-EXIT.                  26/10/15
039400     IF WS-PAG-FOUND                                              26/10/15
039500         ADD CPAY-NET-COMM-AMT TO WS-PAG-PAID(WS-PAG-IX)          26/10/15
039600     END-IF.                                                      26/10/15
039700 2000-EXIT.                                                       26/10/15
039800     EXIT.                                                        26/10/15
039900*                                                                 26/10/15
040000*---------------------------------------------------------        26/10/15
040100* 2500-FIND-PAY-AGENT                                             26/10/15
040200*    SERIAL-SEARCHES THE PAYROLL AGENT TABLE FOR THE AGENT        26/10/15
040300*    IN WS-SEARCH-AGENT-NUM, ADDING A FRESH ENTRY WHEN THE        26/10/15
040400*    AGENT IS NOT YET IN IT.  LEAVES WS-PAG-IX POINTING AT        26/10/15
040500*    THE ENTRY AND WS-PAG-FOUND SET - A FULL TABLE LEAVES         26/10/15
040600*    WS-PAG-FOUND OFF.                                            26/10/15
040700*---------------------------------------------------------        26/10/15
040800 2500-FIND-PAY-AGENT.                                             26/10/15
040900     MOVE "N" TO WS-PAG-FOUND-SWITCH.                             26/10/15
041000     MOVE 1 TO WS-PAG-IX.                                         26/10/15
041100     PERFORM 2510-SCAN-PAY-AGENT THRU 2510-EXIT                   26/10/15
041200         UNTIL WS-PAG-FOUND OR WS-PAG-IX > WS-PAG-COUNT.          26/10/15
041300     IF WS-PAG-FOUND                                              26/10/15
041400         GO TO 2500-EXIT                                          26/10/15
041500     END-IF.                                                      26/10/15
041600     IF WS-PAG-COUNT >= WS-PAG-TABLE-MAX                          26/10/15
041700         IF NOT WS-TABLE-FULL                                     26/10/15
041800             SET WS-TABLE-FULL TO TRUE                            26/10/15
041900             DISPLAY "QUOTNCYE - AGENT TABLE FULL, AGENT = "      26/10/15
042000                 WS-SEARCH-AGENT-NUM                              26/10/15
042100         END-IF                                                   26/10/15
042200         GO TO 2500-EXIT                                          26/10/15
042300     END-IF.                                                      26/10/15
042400     ADD 1 TO WS-PAG-COUNT.                                       26/10/15
042500     MOVE WS-PAG-COUNT TO WS-PAG-IX.                              26/10/15
042600     MOVE WS-SEARCH-AGENT-NUM TO WS-PAG-AGENT-NUM(WS-PAG-IX).     26/10/15
042700     MOVE ZERO TO WS-PAG-PAID(WS-PAG-IX).                         26/10/15
042800     MOVE "N" TO WS-PAG-MATCHED(WS-PAG-IX).                       26/10/15
042900     SET WS-PAG-FOUND TO TRUE.                                    26/10/15
043000 2500-EXIT.                                                       26/10/15
043100     EXIT.                                                        26/10/15
043200*                                                                 26/10/15
043300*---------------------------------------------------------        26/10/15
043400* 2510-SCAN-PAY-AGENT                                             26/10/15
043500*    EXAMINES THE TABLE ENTRY AT WS-PAG-IX - SETS THE FOUND       26/10/15
043600*    SWITCH ON A MATCH, OTHERWISE STEPS TO THE NEXT ENTRY.        26/10/15
043700*---------------------------------------------------------        26/10/15
043800 2510-SCAN-PAY-AGENT.                                             26/10/15
043900     IF WS-PAG-AGENT-NUM(WS-PAG-IX) = WS-SEARCH-AGENT-NUM         26/10/15
044000         SET WS-PAG-FOUND TO TRUE                                 26/10/15
044100     ELSE                                                         26/10/15
044200         ADD 1 TO WS-PAG-IX                                       26/10/15
044300     END-IF.                                                      26/10/15
044400 2510-EXIT.                                                       26/10/15
044500     EXIT.                                                        26/10/15
044600*                                                                 26/10/15
044700*---------------------------------------------------------        26/10/15
044800* 3000-PROCESS-LEDGER-ACCOUNT                                     26/10/15
044900*    READS THE NEXT LEDGER ACCOUNT AND TOTALS WHAT IT PAID        26/10/15
045000*    IN THE TAX YEAR (FROM WHICHEVER YEAR SLOT HOLDS IT),         26/10/15
045100*    CHECKS THE TOTAL AGAINST THE PAYROLL FILES, AND WRITES       26/10/15
045200*    THE AGENT'S EARNINGS RECORD.  AN ACCOUNT WITH NOTHING        26/10/15
045300*    FOR THE YEAR IS PASSED OVER.                                 26/10/15
045400*---------------------------------------------------------        26/10/15
045500 3000-PROCESS-LEDGER-ACCOUNT.                                     26/10/15
045600     READ COMM-LEDGER-FILE NEXT RECORD                            26/10/15
045700         AT END                                                   26/10/15
045800             SET COMM-LEDGER-EOF TO TRUE                          26/10/15
045900             GO TO 3000-EXIT                                      26/10/15
046000     END-READ.                                                    26/10/15
046100     ADD 1 TO WS-LDG-READ.                                        26/10/15
046200     MOVE ZERO TO WS-YR-IX.                                       26/10/15
046300     IF CLDG-YEAR(1) = WS-TAX-YEAR                                26/10/15
046400         MOVE 1 TO WS-YR-IX                                       26/10/15
046500     END-IF.                                                      26/10/15
046600     IF CLDG-YEAR(2) = WS-TAX-YEAR                                26/10/15
046700         MOVE 2 TO WS-YR-IX                                       26/10/15
046800     END-IF.                                                      26/10/15
046900     IF WS-YR-IX = ZERO                                           26/10/15
047000         GO TO 3000-EXIT                                          26/10/15
047100     END-IF.                                                      26/10/15
047200     MOVE ZERO TO WS-AGT-PAID.                                    26/10/15
047300     MOVE ZERO TO WS-AGT-MONTHS-PAID.                             26/10/15
047400     MOVE 1 TO WS-MON-IX.                                         26/10/15
047500     PERFORM 3100-ADD-LEDGER-MONTH THRU 3100-EXIT                 26/10/15
047600         UNTIL WS-MON-IX > 12.                                    26/10/15
047700     MOVE CLDG-AGENT-NUM TO WS-SEARCH-AGENT-NUM.                  26/10/15
047800     PERFORM 2500-FIND-PAY-AGENT THRU 2500-EXIT.                  26/10/15
047900     IF WS-PAG-FOUND                                              26/10/15
048000         MOVE "Y" TO WS-PAG-MATCHED(WS-PAG-IX)                    26/10/15
048100         IF WS-PAG-PAID(WS-PAG-IX) NOT = WS-AGT-PAID              26/10/15
048200             PERFORM 3200-LIST-AGENT-DIFFERENCE THRU 3200-EXIT    26/10/15
048300         END-IF                                                   26/10/15
048400     END-IF.                                                      26/10/15
048500     IF WS-AGT-PAID = ZERO                                        26/10/15
048600         GO TO 3000-EXIT                                          26/10/15
048700     END-IF.                                                      26/10/15
048800     PERFORM 3300-WRITE-EARNINGS-DETAIL THRU 3300-EXIT.           26/10/15
048900 3000-EXIT.                                                       26/10/15
049000     EXIT.                                                        26/10/15
049100*                                                                 26/10/15
049200*---------------------------------------------------------        26/10/15
049300* 3100-ADD-LEDGER-MONTH                                           26/10/15
049400*    ADDS THE ACCOUNT'S PAYMENT FOR MONTH WS-MON-IX OF THE        26/10/15
049500*    TAX YEAR TO THE AGENT AND TO THE MONTH TIE-OUT.              26/10/15
049600*---------------------------------------------------------        26/10/15
049700 3100-ADD-LEDGER-MONTH.                                           26/10/15
049800     IF CLDG-MON-PAID-AMT(WS-YR-IX, WS-MON-IX) > ZERO             26/10/15
049900         ADD CLDG-MON-PAID-AMT(WS-YR-IX, WS-MON-IX)               26/10/15
050000             TO WS-AGT-PAID                                       26/10/15
050100         ADD CLDG-MON-PAID-AMT(WS-YR-IX, WS-MON-IX)               26/10/15
050200             TO WS-MON-LDG-PAID(WS-MON-IX)                        26/10/15
050300         ADD 1 TO WS-AGT-MONTHS-PAID                              26/10/15
050400     END-IF.                                                      26/10/15
050500     ADD 1 TO WS-MON-IX.                                          26/10/15
050600 3100-EXIT.                                                       26/10/15
050700     EXIT.                                                        26/10/15
050800*                                                                 26/10/15
050900*---------------------------------------------------------        26/10/15
051000* 3200-LIST-AGENT-DIFFERENCE                                      26/10/15
051100*    LISTS AN AGENT WHOSE LEDGER PAYMENTS FOR THE YEAR DO         26/10/15
051200*    NOT AGREE WITH WHAT THE PAYROLL FILES PAID.                  26/10/15
051300*---------------------------------------------------------        26/10/15
051400 3200-LIST-AGENT-DIFFERENCE.                                      26/10/15
051500     ADD 1 TO WS-AGENT-DIFFS.                                     26/10/15
051600     MOVE WS-AGT-PAID              TO WS-ED-LDG-PAID.             26/10/15
051700     MOVE WS-PAG-PAID(WS-PAG-IX)   TO WS-ED-PAY-PAID.             26/10/15
051800     MOVE SPACES TO CYE-LIST-RECORD.                              26/10/15
051900     STRING "  AGENT " DELIMITED BY SIZE                          26/10/15
052000         CLDG-AGENT-NUM DELIMITED BY SIZE                         26/10/15
052100         " LEDGER PAID " DELIMITED BY SIZE                        26/10/15
052200         WS-ED-LDG-PAID DELIMITED BY SIZE                         26/10/15
052300         " PAYROLL PAID " DELIMITED BY SIZE                       26/10/15
052400         WS-ED-PAY-PAID DELIMITED BY SIZE                         26/10/15
052500         INTO CYE-LIST-RECORD.                                    26/10/15
052600     WRITE CYE-LIST-RECORD.                                       26/10/15
052700 3200-EXIT.                                                       26/10/15
052800     EXIT.                                                        26/10/15
052900*                                                                 26/10/15
053000*---------------------------------------------------------        26/10/15
053100* 3300-WRITE-EARNINGS-DETAIL                                      26/10/15
053200*    WRITES THE AGENT'S EARNINGS RECORD WITH NAME AND BRANCH      26/10/15
053300*    FROM AGENT-FILE - AN AGENT NO LONGER ON THE MASTER IS        26/10/15
053400*    STILL REPORTED, FLAGGED FOR AGENCY TO SUPPLY THE NAME.       26/10/15
053500*---------------------------------------------------------        26/10/15
053600 3300-WRITE-EARNINGS-DETAIL.                                      26/10/15
053700     MOVE CLDG-AGENT-NUM TO AGENT-NUM.                            26/10/15
053800     READ AGENT-FILE                                              26/10/15
053900         INVALID KEY                                              26/10/15
054000             MOVE "** NOT ON AGENT MASTER **" TO AGENT-NAME       26/10/15
054100             MOVE "????" TO AGENT-BRANCH                          26/10/15
054200     END-READ.                                                    26/10/15
054300     INITIALIZE EARN-DETAIL-RECORD.                               26/10/15
054400     MOVE "D"                TO EARND-RECORD-TYPE.                26/10/15
054500     MOVE CLDG-AGENT-NUM     TO EARND-AGENT-NUM.                  26/10/15
054600     MOVE AGENT-NAME         TO EARND-AGENT-NAME.                 26/10/15
054700     MOVE AGENT-BRANCH       TO EARND-BRANCH.                     26/10/15
054800     MOVE WS-TAX-YEAR        TO EARND-TAX-YEAR.                   26/10/15
054900     MOVE WS-AGT-PAID        TO EARND-PAID-AMT.                   26/10/15
055000     MOVE WS-AGT-MONTHS-PAID TO EARND-MONTHS-PAID.                26/10/15
055100     WRITE EARN-DETAIL-RECORD.                                    26/10/15
055200     IF EARNINGS-FILE-STATUS NOT = "00"                           26/10/15
055300         DISPLAY "QUOTNCYE - EARNINGS WRITE FAILED, AGENT = "     26/10/15
055400             CLDG-AGENT-NUM                                       26/10/15
055500         GO TO 3300-EXIT                                          26/10/15
055600     END-IF.                                                      26/10/15
055700     ADD 1 TO WS-EARN-WRITTEN.                                    26/10/15
055800     ADD WS-AGT-PAID TO WS-TOT-EARN-PAID.                         26/10/15
055900 3300-EXIT.                                                       26/10/15
056000     EXIT.                                                        26/10/15
056100*                                                                 26/10/15
056200*---------------------------------------------------------        26/10/15
056300* 3500-CHECK-PAYROLL-AGENT                                        26/10/15
056400*    LISTS AN AGENT THE PAYROLL FILES PAID WHOSE LEDGER           26/10/15
056500*    ACCOUNT SHOWS NO PAYMENT FOR THE YEAR, THEN STEPS TO         26/10/15
056600*    THE NEXT TABLE ENTRY.                                        26/10/15
056700*---------------------------------------------------------        26/10/15
056800 3500-CHECK-PAYROLL-AGENT.                                        26/10/15
056900     IF WS-PAG-MATCHED(WS-PAG-IX) NOT = "Y"                       26/10/15
057000        AND WS-PAG-PAID(WS-PAG-IX) > ZERO                         26/10/15
057100         ADD 1 TO WS-AGENT-DIFFS                                  26/10/15
057200         MOVE WS-PAG-PAID(WS-PAG-IX) TO WS-ED-PAY-PAID            26/10/15
057300         MOVE SPACES TO CYE-LIST-RECORD                           26/10/15
057400         STRING "  AGENT " DELIMITED BY SIZE                      26/10/15
057500             WS-PAG-AGENT-NUM(WS-PAG-IX) DELIMITED BY SIZE        26/10/15
057600             " PAYROLL PAID " DELIMITED BY SIZE                   26/10/15
057700             WS-ED-PAY-PAID DELIMITED BY SIZE                     26/10/15
057800             " - NO LEDGER PAYMENT FOR THE YEAR"                  26/10/15
057900                 DELIMITED BY SIZE                                26/10/15
058000             INTO CYE-LIST-RECORD                                 26/10/15
058100         WRITE CYE-LIST-RECORD                                    26/10/15
058200     END-IF.                                                      26/10/15
058300     ADD 1 TO WS-PAG-IX.                                          26/10/15
058400 3500-EXIT.                                                       26/10/15
058500     EXIT.                                                        26/10/15
058600*                                                                 26/10/15
058700*---------------------------------------------------------        26/10/15
058800* 7000-PRINT-MONTH-TIE-OUT                                        26/10/15
058900*    PRINTS ONE LINE PER MONTH OF THE TAX YEAR - PAYROLL          26/10/15
059000*    RECORDS, WHAT PAYROLL PAID, NEGATIVE NETS IT DID NOT         26/10/15
059100*    PAY, WHAT THE LEDGER PAID AND THE DIFFERENCE - THEN THE      26/10/15
059200*    YEAR TOTALS AND THE RESULT.  A MONTH WITH NO PAYROLL         26/10/15
059300*    RECORDS IS A PAYROLL FILE MISSING FROM COMMPAYY.DAT.         26/10/15
059320*    WHEN MORE AGENTS WERE PAID THAN THE AGENT TABLE HOLDS        26/10/15
059340*    THE AGENT CHECK IS INCOMPLETE - THE LISTING SAYS SO AND      26/10/15
059360*    THE FILE IS HELD.                                            26/10/15
059400*---------------------------------------------------------        26/10/15
059500 7000-PRINT-MONTH-TIE-OUT.                                        26/10/15
059600     IF WS-AGENT-DIFFS = ZERO                                     26/10/15
059700         MOVE "  NONE" TO CYE-LIST-RECORD                         26/10/15
059710         WRITE CYE-LIST-RECORD                                    26/10/15
059720     END-IF.                                                      26/10/15
059730     IF WS-TABLE-FULL                                             26/10/15
059740         MOVE SPACES TO CYE-LIST-RECORD                           26/10/15
059750         STRING "  AGENT TABLE FULL - AGENT CHECK INCOMPLETE, "   26/10/15
059760             DELIMITED BY SIZE                                    26/10/15
059770             "AGENTS PAST THE FIRST 500 PAID WERE NOT CHECKED"    26/10/15
059780             DELIMITED BY SIZE                                    26/10/15
059790             INTO CYE-LIST-RECORD                                 26/10/15
059800         WRITE CYE-LIST-RECORD                                    26/10/15
059900     END-IF.                                                      26/10/15
060000     MOVE SPACES TO CYE-LIST-RECORD.                              26/10/15
060100     WRITE CYE-LIST-RECORD.                                       26/10/15
060200     MOVE "MONTH TIE-OUT - LEDGER TO PAYROLL FILES"               26/10/15
060300         TO CYE-LIST-RECORD.                                      26/10/15
060400     WRITE CYE-LIST-RECORD.                                       26/10/15
060500     MOVE SPACES TO CYE-LIST-RECORD.                              26/10/15
060600     STRING "  MONTH    PAY RECORDS     PAYROLL PAID "            26/10/15
060700         DELIMITED BY SIZE                                        26/10/15
060800         "  NEG NETS UNPAID      LEDGER PAID "                    26/10/15
060900         DELIMITED BY SIZE                                        26/10/15
061000         "      DIFFERENCE  STATUS" DELIMITED BY SIZE             26/10/15
061100         INTO CYE-LIST-RECORD.                                    26/10/15
061200     WRITE CYE-LIST-RECORD.                                       26/10/15
061300     MOVE 1 TO WS-MON-IX.                                         26/10/15
061400     PERFORM 7100-PRINT-MONTH-LINE THRU 7100-EXIT                 26/10/15
061500         UNTIL WS-MON-IX > 12.                                    26/10/15
061600     MOVE WS-TOT-PAY-PAID   TO WS-ED-PAY-PAID.                    26/10/15
061700     MOVE WS-TOT-PAY-UNPAID TO WS-ED-PAY-UNPAID.                  26/10/15
061800     MOVE WS-TOT-LDG-PAID   TO WS-ED-LDG-PAID.                    26/10/15
061900     COMPUTE WS-DIFF-AMT = WS-TOT-LDG-PAID - WS-TOT-PAY-PAID.     26/10/15
062000     MOVE WS-DIFF-AMT       TO WS-ED-DIFF.                        26/10/15
062100     MOVE SPACES TO CYE-LIST-RECORD.                              26/10/15
062200     STRING "  YEAR               " DELIMITED BY SIZE             26/10/15
062300         WS-ED-PAY-PAID DELIMITED BY SIZE                         26/10/15
062400         "   " DELIMITED BY SIZE                                  26/10/15
062500         WS-ED-PAY-UNPAID DELIMITED BY SIZE                       26/10/15
062600         "   " DELIMITED BY SIZE                                  26/10/15
062700         WS-ED-LDG-PAID DELIMITED BY SIZE                         26/10/15
062800         "   " DELIMITED BY SIZE                                  26/10/15
062900         WS-ED-DIFF DELIMITED BY SIZE                             26/10/15
063000         INTO CYE-LIST-RECORD.                                    26/10/15
063100     WRITE CYE-LIST-RECORD.                                       26/10/15
063200     MOVE WS-TOT-EARN-PAID TO WS-ED-TOT-EARN.                     26/10/15
063300     MOVE WS-TOT-LDG-PAID  TO WS-ED-TOT-LDG.                      26/10/15
063400     MOVE SPACES TO CYE-LIST-RECORD.                              26/10/15
063500     STRING "  EARNINGS FILE TOTAL " DELIMITED BY SIZE            26/10/15
063600         WS-ED-TOT-EARN DELIMITED BY SIZE                         26/10/15
063700         " LEDGER TOTAL " DELIMITED BY SIZE                       26/10/15
063800         WS-ED-TOT-LDG DELIMITED BY SIZE                          26/10/15
063900         INTO CYE-LIST-RECORD.                                    26/10/15
064000     WRITE CYE-LIST-RECORD.                                       26/10/15
064100     MOVE SPACES TO CYE-LIST-RECORD.                              26/10/15
064200     WRITE CYE-LIST-RECORD.                                       26/10/15
064300     IF WS-MONTHS-OUT = ZERO AND WS-MONTHS-MISSING = ZERO         26/10/15
064400        AND WS-AGENT-DIFFS = ZERO                                 26/10/15
064500        AND WS-TOT-EARN-PAID = WS-TOT-LDG-PAID                    26/10/15
064550        AND NOT WS-TABLE-FULL                                     26/10/15
064600         MOVE "RESULT - ALL TWELVE MONTHS AGREE, RELEASE THE FILE"26/10/15
064700             TO CYE-LIST-RECORD                                   26/10/15
064800     ELSE                                                         26/10/15
064900         MOVE "RESULT - DOES NOT TIE OUT, HOLD THE EARNINGS FILE" 26/10/15
065000             TO CYE-LIST-RECORD                                   26/10/15
065100     END-IF.                                                      26/10/15
065200     WRITE CYE-LIST-RECORD.                                       26/10/15
065300 7000-EXIT.                                                       26/10/15
065400     EXIT.                                                        26/10/15
065500*                                                                 26/10/15
065600*---------------------------------------------------------        26/10/15
065700* 7100-PRINT-MONTH-LINE                                           26/10/15
065800*    PRINTS THE TIE-OUT LINE FOR MONTH WS-MON-IX, ADDS IT         26/10/15
065900*    TO THE YEAR TOTALS, AND STEPS TO THE NEXT MONTH.             26/10/15
066000*---------------------------------------------------------        26/10/15
066100 7100-PRINT-MONTH-LINE.                                           26/10/15
066200     COMPUTE WS-LIST-MONTH = WS-TAX-YEAR * 100 + WS-MON-IX.       26/10/15
066300     COMPUTE WS-DIFF-AMT = WS-MON-LDG-PAID(WS-MON-IX)             26/10/15
066400                         - WS-MON-PAY-PAID(WS-MON-IX).            26/10/15
066500     IF WS-MON-PAY-RECS(WS-MON-IX) = ZERO                         26/10/15
066600         MOVE "NO PAYROLL FILE" TO WS-MON-STATUS-TEXT             26/10/15
066700         ADD 1 TO WS-MONTHS-MISSING                               26/10/15
066800     ELSE                                                         26/10/15
066900         IF WS-DIFF-AMT NOT = ZERO                                26/10/15
067000             MOVE "OUT OF BALANCE" TO WS-MON-STATUS-TEXT          26/10/15
067100             ADD 1 TO WS-MONTHS-OUT                               26/10/15
067200         ELSE                                                     26/10/15
067300             MOVE "AGREES" TO WS-MON-STATUS-TEXT                  26/10/15
067400         END-IF                                                   26/10/15
067500     END-IF.                                                      26/10/15
067600     MOVE WS-MON-PAY-RECS(WS-MON-IX)   TO WS-ED-RECS.             26/10/15
067700     MOVE WS-MON-PAY-PAID(WS-MON-IX)   TO WS-ED-PAY-PAID.         26/10/15
067800     MOVE WS-MON-PAY-UNPAID(WS-MON-IX) TO WS-ED-PAY-UNPAID.       26/10/15
067900     MOVE WS-MON-LDG-PAID(WS-MON-IX)   TO WS-ED-LDG-PAID.         26/10/15
068000     MOVE WS-DIFF-AMT                  TO WS-ED-DIFF.             26/10/15
068100     MOVE SPACES TO CYE-LIST-RECORD.                              26/10/15
068200     STRING "  " DELIMITED BY SIZE                                26/10/15
068300         WS-LIST-MONTH DELIMITED BY SIZE                          26/10/15
068400         "   " DELIMITED BY SIZE                                  26/10/15
068500         WS-ED-RECS DELIMITED BY SIZE                             26/10/15
068600         "   " DELIMITED BY SIZE                                  26/10/15
068700         WS-ED-PAY-PAID DELIMITED BY SIZE                         26/10/15
068800         "   " DELIMITED BY SIZE                                  26/10/15
068900         WS-ED-PAY-UNPAID DELIMITED BY SIZE                       26/10/15
069000         "   " DELIMITED BY SIZE                                  26/10/15
069100         WS-ED-LDG-PAID DELIMITED BY SIZE                         26/10/15
069200         "   " DELIMITED BY SIZE                                  26/10/15
069300         WS-ED-DIFF DELIMITED BY SIZE                             26/10/15
069400         "  " DELIMITED BY SIZE                                   26/10/15
069500         WS-MON-STATUS-TEXT DELIMITED BY SIZE                     26/10/15
069600         INTO CYE-LIST-RECORD.                                    26/10/15
069700     WRITE CYE-LIST-RECORD.                                       26/10/15
069800     ADD WS-MON-PAY-PAID(WS-MON-IX)   TO WS-TOT-PAY-PAID.         26/10/15
069900     ADD WS-MON-PAY-UNPAID(WS-MON-IX) TO WS-TOT-PAY-UNPAID.       26/10/15
070000     ADD WS-MON-LDG-PAID(WS-MON-IX)   TO WS-TOT-LDG-PAID.         26/10/15
070100     ADD 1 TO WS-MON-IX.                                          26/10/15
070200 7100-EXIT.                                                       26/10/15
070300     EXIT.                                                        26/10/15
070400*                                                                 26/10/15
070500*---------------------------------------------------------        26/10/15
070600* 7500-WRITE-EARN-TRAILER                                         26/10/15
070700*    WRITES THE EARNINGS FILE TRAILER - RECORD COUNT AND          26/10/15
070800*    TOTAL PAID - FOR THE RECEIVING SYSTEM TO BALANCE TO.         26/10/15
070900*---------------------------------------------------------        26/10/15
071000 7500-WRITE-EARN-TRAILER.                                         26/10/15
071100     INITIALIZE EARN-TRAILER-RECORD.                              26/10/15
071200     MOVE "T"              TO EARNT-RECORD-TYPE.                  26/10/15
071300     MOVE WS-TAX-YEAR      TO EARNT-TAX-YEAR.                     26/10/15
071400     MOVE WS-EARN-WRITTEN  TO EARNT-RECORD-COUNT.                 26/10/15
071500     MOVE WS-TOT-EARN-PAID TO EARNT-PAID-TOTAL.                   26/10/15
071600     WRITE EARN-TRAILER-RECORD.                                   26/10/15
071700 7500-EXIT.                                                       26/10/15
071800     EXIT.                                                        26/10/15
071900*                                                                 26/10/15
072000*---------------------------------------------------------        26/10/15
072100* 8000-CONTROL-REPORT                                             26/10/15
072200*    PRINTS THE END-OF-RUN BALANCING REPORT FOR THIS              26/10/15
072300*    YEAR-END EARNINGS RUN.                                       26/10/15
072400*---------------------------------------------------------        26/10/15
072500 8000-CONTROL-REPORT.                                             26/10/15
072600     DISPLAY "QUOTNCYE YEAR-END EARNINGS CONTROL REPORT".         26/10/15
072700     DISPLAY "TAX YEAR  . . . . . . . : " WS-TAX-YEAR.            26/10/15
072800     MOVE WS-PAY-READ       TO WS-ED-PAY-READ.                    26/10/15
072900     MOVE WS-PAY-OTHER-YEAR TO WS-ED-PAY-OTHER-YEAR.              26/10/15
073000     MOVE WS-LDG-READ       TO WS-ED-LDG-READ.                    26/10/15
073100     MOVE WS-EARN-WRITTEN   TO WS-ED-EARN-WRITTEN.                26/10/15
073200     MOVE WS-AGENT-DIFFS    TO WS-ED-AGENT-DIFFS.                 26/10/15
073300     MOVE WS-MONTHS-OUT     TO WS-ED-MONTHS-OUT.                  26/10/15
073400     MOVE WS-MONTHS-MISSING TO WS-ED-MONTHS-MISSING.              26/10/15
073500     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
073600     STRING "PAYROLL RECORDS READ  . : " DELIMITED BY SIZE        26/10/15
073700         WS-ED-PAY-READ DELIMITED BY SIZE                         26/10/15
073800         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
073900     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
074000     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
074100     STRING "OTHER-YEAR RECORDS  . . : " DELIMITED BY SIZE        26/10/15
074200         WS-ED-PAY-OTHER-YEAR DELIMITED BY SIZE                   26/10/15
074300         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
074400     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
074500     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
074600     STRING "LEDGER ACCOUNTS READ  . : " DELIMITED BY SIZE        26/10/15
074700         WS-ED-LDG-READ DELIMITED BY SIZE                         26/10/15
074800         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
074900     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
075000     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
075100     STRING "EARNINGS RECORDS  . . . : " DELIMITED BY SIZE        26/10/15
075200         WS-ED-EARN-WRITTEN DELIMITED BY SIZE                     26/10/15
075300         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
075400     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
075500     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
075600     STRING "AGENT DIFFERENCES . . . : " DELIMITED BY SIZE        26/10/15
075700         WS-ED-AGENT-DIFFS DELIMITED BY SIZE                      26/10/15
075800         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
075900     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
076000     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
076100     STRING "MONTHS OUT OF BALANCE . : " DELIMITED BY SIZE        26/10/15
076200         WS-ED-MONTHS-OUT DELIMITED BY SIZE                       26/10/15
076300         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
076400     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
076500     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
076600     STRING "MONTHS MISSING  . . . . : " DELIMITED BY SIZE        26/10/15
076700         WS-ED-MONTHS-MISSING DELIMITED BY SIZE                   26/10/15
076800         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
076900     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
077000 8000-EXIT.                                                       26/10/15
077100     EXIT.                                                        26/10/15
077200*                                                                 26/10/15
077300*---------------------------------------------------------        26/10/15
077400* 9000-TERMINATE                                                  26/10/15
077500*    CLOSES ALL FILES OPENED BY 1000-INITIALIZE.                  26/10/15
077600*---------------------------------------------------------        26/10/15
077700 9000-TERMINATE.                                                  26/10/15
077800     CLOSE COMM-LEDGER-FILE.                                      26/10/15
077900     CLOSE AGENT-FILE.                                            26/10/15
078000     CLOSE PAY-YEAR-FILE.                                         26/10/15
078100     CLOSE EARNINGS-FILE.                                         26/10/15
078200     CLOSE CYE-LIST-FILE.                                         26/10/15
078300 9000-EXIT.                                                       26/10/15
078400     EXIT.                                                        26/10/15
