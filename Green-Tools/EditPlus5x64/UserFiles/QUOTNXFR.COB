000100 IDENTIFICATION DIVISION.                                         26/10/15
000200 PROGRAM-ID.    QUOTNXFR.                                         26/10/15
000300 AUTHOR.        D. MILLER.                                        26/10/15
000400 INSTALLATION.  HOME OFFICE - QUOTATION SYSTEMS.                  26/10/15
000500 DATE-WRITTEN.  26/10/15.                                         26/10/15
000600 DATE-COMPILED.                                                   26/10/15
000700*                                                                 26/10/15
000800* MODIFICATION HISTORY                                            26/10/15
000900* ---------------------------------------------------------       26/10/15
001000* 26/10/15  DLM  ORIGINAL PROGRAM - AGENT BOOK-OF-BUSINESS        26/10/15
001100*                TRANSFER RUN.  READS THE AGENCY DEPARTMENT'S     26/10/15
001200*                TRANSFER REQUESTS (FROM-AGENT, TO-AGENT,         26/10/15
001300*                EFFECTIVE DATE, AND SCOPE - QUOTES, CONTRACTS,   26/10/15
001400*                OR BOTH) AND MOVES EVERY ACTIVE QUOTE AND        26/10/15
001500*                ACTIVE CONTRACT OF THE FROM-AGENT TO THE         26/10/15
001600*                TO-AGENT.  EACH QUOTE REWRITTEN LOGS A           26/10/15
001700*                BEFORE/AFTER IMAGE PAIR TO THE SHARED AUDIT      26/10/15
001800*                LOG AND IS QUEUED FOR THE NEXT EXTRACT; EACH     26/10/15
001900*                CONTRACT MOVED IS FILED ON THE AGENT TRANSFER    26/10/15
002000*                HISTORY SO QUOTNCMS KEEPS PAYING COMMISSION ON   26/10/15
002100*                BUSINESS WRITTEN BEFORE THE TRANSFER TO THE      26/10/15
002200*                AGENT WHO WROTE IT.  A TRANSFER TO AN AGENT      26/10/15
002300*                NOT ON FILE OR NOT ACTIVE IS REFUSED.  THE       26/10/15
002400*                TRANSFER REGISTER PRINTS BY BRANCH WITH A        26/10/15
002450*                SIGNATURE LINE FOR BOTH AGENTS.  EACH LOGGED     26/10/15
002500*                IMAGE PAIR CARRIES THE DATE AND TIME IT WAS      26/10/15
002550*                LOGGED, FOR THE QUOTNHLD CHANGE HISTORY LOAD.    26/10/15
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
003600* AGENT-FILE IS THE AGENT MASTER MAINTAINED BY QUOTNAGL -         26/10/15
003700* BOTH AGENTS ON A REQUEST ARE LOOKED UP HERE FOR STATUS,         26/10/15
003800* NAME, AND BRANCH.                                               26/10/15
003900     SELECT AGENT-FILE                                            26/10/15
004000         ASSIGN       TO "AGENT.DAT"                              26/10/15
004100         ORGANIZATION IS INDEXED                                  26/10/15
004200         ACCESS MODE  IS DYNAMIC                                  26/10/15
004300         FILE STATUS  IS AGENT-FILE-STATUS                        26/10/15
004400         RECORD KEY   IS AGENT-NUM.                               26/10/15
004500*                                                                 26/10/15
004600     SELECT QUOTN-FILE                                            26/10/15
004700         ASSIGN       TO "FILE.DAT"                               26/10/15
004800         ORGANIZATION IS INDEXED                                  26/10/15
004900         ACCESS MODE  IS DYNAMIC                                  26/10/15
005000         FILE STATUS  IS QUOTN-FILE-STATUS                        26/10/15
005100         RECORD KEY   IS QUOTN-NUM                                26/10/15
005200         ALTERNATE RECORD KEY IS QUOTN-CUST-POLICY-KEY            26/10/15
005300             WITH DUPLICATES.                                     26/10/15
005400*                                                                 26/10/15
005500     SELECT CONTR-FILE                                            26/10/15
005600         ASSIGN       TO "CONTR.DAT"                              26/10/15
005700         ORGANIZATION IS INDEXED                                  26/10/15
005800         ACCESS MODE  IS DYNAMIC                                  26/10/15
005900         FILE STATUS  IS CONTR-FILE-STATUS                        26/10/15
006000         RECORD KEY   IS CONTR-NUM                                26/10/15
006100         ALTERNATE RECORD KEY IS CONTR-QUOTN-NUM                  26/10/15
006200             WITH DUPLICATES.                                     26/10/15
006300*                                                                 26/10/15
006400* AGENT-XFER-FILE IS THE CONTRACT AGENT TRANSFER HISTORY -        26/10/15
006500* ONE RECORD PER CONTRACT MOVED, READ BY QUOTNCMS.                26/10/15
006600     SELECT AGENT-XFER-FILE                                       26/10/15
006700         ASSIGN       TO "AGTXFER.DAT"                            26/10/15
006800         ORGANIZATION IS INDEXED                                  26/10/15
006900         ACCESS MODE  IS DYNAMIC                                  26/10/15
007000         FILE STATUS  IS AGENT-XFER-FILE-STATUS                   26/10/15
007100         RECORD KEY   IS AXFR-KEY.                                26/10/15
007200*                                                                 26/10/15
007300* XFER-REQ-FILE IS THE AGENCY DEPARTMENT'S TRANSFER REQUEST       26/10/15
007400* FILE - ONE RECORD PER BOOK TO BE MOVED.                         26/10/15
007500     SELECT XFER-REQ-FILE                                         26/10/15
007600         ASSIGN       TO "XFERREQ.DAT"                            26/10/15
007700         ORGANIZATION IS SEQUENTIAL                               26/10/15
007800         FILE STATUS  IS XFER-REQ-FILE-STATUS.                    26/10/15
007900*                                                                 26/10/15
008000* XFER-REG-FILE IS THE PRINTED TRANSFER REGISTER - ONE            26/10/15
008100* BLOCK PER TRANSFER, IN BRANCH ORDER, SIGNED BY BOTH             26/10/15
008200* AGENTS.                                                         26/10/15
008300     SELECT XFER-REG-FILE                                         26/10/15
008400         ASSIGN       TO "XFERREG.DAT"                            26/10/15
008500         ORGANIZATION IS SEQUENTIAL                               26/10/15
008600         FILE STATUS  IS XFER-REG-FILE-STATUS.                    26/10/15
008700*                                                                 26/10/15
008800* XFER-EXCP-FILE RECEIVES ONE LINE PER REQUEST REFUSED,           26/10/15
008900* WITH THE REASON, SO AGENCY CAN CORRECT AND RESUBMIT.            26/10/15
009000     SELECT XFER-EXCP-FILE                                        26/10/15
009100         ASSIGN       TO "XFEREXCP.DAT"                           26/10/15
009200         ORGANIZATION IS SEQUENTIAL                               26/10/15
009300         FILE STATUS  IS XFER-EXCP-FILE-STATUS.                   26/10/15
009400*                                                                 26/10/15
009500* AUDIT-LOG-FILE RECEIVES A TAGGED BEFORE/AFTER IMAGE PAIR        26/10/15
009600* FOR EVERY QUOTE THIS RUN REASSIGNS - THE SAME LOG               26/10/15
009700* QUOTNONL WRITES AND QUOTNAUD REPORTS FROM.                      26/10/15
009800     SELECT AUDIT-LOG-FILE                                        26/10/15
009900         ASSIGN       TO "ONLAUDIT.DAT"                           26/10/15
010000         ORGANIZATION IS SEQUENTIAL                               26/10/15
010100         FILE STATUS  IS AUDIT-LOG-FILE-STATUS.                   26/10/15
010200*                                                                 26/10/15
010300* EXTRACT-QUEUE-FILE IS THE PENDING-WORK QUEUE QUOTNEXT           26/10/15
010400* READS - EVERY QUOTE REASSIGNED IS MARKED EXTRACT-PENDING        26/10/15
010500* AND QUEUED SO THE POLICY SYSTEM LEARNS THE NEW AGENT.           26/10/15
010600     SELECT EXTRACT-QUEUE-FILE                                    26/10/15
010700         ASSIGN       TO "EXTRQUE.DAT"                            26/10/15
010800         ORGANIZATION IS SEQUENTIAL                               26/10/15
010900         FILE STATUS  IS EXTRACT-QUEUE-FILE-STATUS.               26/10/15
011000*                                                                 26/10/15
011100 DATA DIVISION.                                                   26/10/15
011200*                                                                 26/10/15
011300 FILE SECTION.                                                    26/10/15
011400*                                                                 26/10/15
011500 FD  AGENT-FILE.                                                  26/10/15
011600 COPY CFI_AGENT.                                                  26/10/15
011700*                                                                 26/10/15
011800 FD  QUOTN-FILE.                                                  26/10/15
011900 COPY CFI_QUOTN.                                                  26/10/15
012000*                                                                 26/10/15
012100 FD  CONTR-FILE.                                                  26/10/15
012200 COPY CFI_CONTR.                                                  26/10/15
012300*                                                                 26/10/15
012400* AGENT TRANSFER HISTORY RECORD - SEE CFI_AGXFR.                  26/10/15
012500 FD  AGENT-XFER-FILE.                                             26/10/15
012600 COPY CFI_AGXFR.                                                  26/10/15
012700*                                                                 26/10/15
012800* XFER-REQ-RECORD - ONE BOOK TO MOVE.  A BLANK SCOPE MOVES        26/10/15
012900* BOTH QUOTES AND CONTRACTS.                                      26/10/15
013000 FD  XFER-REQ-FILE.                                               26/10/15
013100 01  XFER-REQ-RECORD.                                             26/10/15
013200     05  XREQ-FROM-AGENT-NUM        PIC X(06).                    26/10/15
013300     05  XREQ-TO-AGENT-NUM          PIC X(06).                    26/10/15
013400     05  XREQ-EFF-DATE              PIC 9(08).                    26/10/15
013500     05  XREQ-SCOPE                 PIC X(01).                    26/10/15
013600         88  XREQ-SCOPE-QUOTES          VALUE "Q".                26/10/15
013700         88  XREQ-SCOPE-CONTRACTS       VALUE "C".                26/10/15
013800         88  XREQ-SCOPE-BOTH            VALUE "B" " ".            26/10/15
013900     05  FILLER                     PIC X(59).                    26/10/15
014000*                                                                 26/10/15
014100 FD  XFER-REG-FILE.                                               26/10/15
014200 01  XFER-REG-RECORD                PIC X(132).                   26/10/15
014300*                                                                 26/10/15
014400 FD  XFER-EXCP-FILE.                                              26/10/15
014500 01  XFER-EXCP-RECORD               PIC X(80).                    26/10/15
014600*                                                                 26/10/15
014700* AUDIT-LOG-RECORD - 99-BYTE IMAGE, SOURCE TAG AND STAMP.         26/10/15
014800 FD  AUDIT-LOG-FILE.                                              26/10/15
014900 01  AUDIT-LOG-RECORD.                                            26/10/15
015000     05  AUDL-IMAGE                 PIC X(99).                    26/10/15
015100     05  AUDL-SOURCE-PGM-ID         PIC X(08).                    26/10/15
015120     05  AUDL-LOG-STAMP.                                          26/10/15
015140         10  AUDL-LOG-DATE          PIC 9(08).                    26/10/15
015160         10  AUDL-LOG-TIME          PIC 9(08).                    26/10/15
015180         10  AUDL-USER-ID           PIC X(08).                    26/10/15
015200*                                                                 26/10/15
015300* EXTRACT-QUEUE-RECORD - ONE QUEUED QUOTN-NUM FOR THE             26/10/15
015400* NEXT QUOTNEXT RUN.                                              26/10/15
015500 FD  EXTRACT-QUEUE-FILE.                                          26/10/15
015600 01  EXTRACT-QUEUE-RECORD.                                        26/10/15
015700     05  EXTQ-QUOTN-NUM             PIC 9(10).                    26/10/15
015800     05  EXTQ-SOURCE-PGM-ID         PIC X(08).                    26/10/15
015900*                                                                 26/10/15
016000 WORKING-STORAGE SECTION.                                         26/10/15
016100*                                                                 26/10/15
016200 01  AGENT-FILE-STATUS             PIC X(2).                      26/10/15
016300 01  QUOTN-FILE-STATUS             PIC X(2).                      26/10/15
016400 01  CONTR-FILE-STATUS             PIC X(2).                      26/10/15
016500 01  AGENT-XFER-FILE-STATUS        PIC X(2).                      26/10/15
016600 01  XFER-REQ-FILE-STATUS          PIC X(2).                      26/10/15
016700 01  XFER-REG-FILE-STATUS          PIC X(2).                      26/10/15
016800 01  XFER-EXCP-FILE-STATUS         PIC X(2).                      26/10/15
016900 01  AUDIT-LOG-FILE-STATUS         PIC X(2).                      26/10/15
017000 01  EXTRACT-QUEUE-FILE-STATUS     PIC X(2).                      26/10/15
017100 77  WS-RUN-TIME                    PIC 9(08).                    26/10/15
017200*                                                                 26/10/15
017300* RUN SWITCHES                                                    26/10/15
017400* ---------------------------------------------------------       26/10/15
017500 77  WS-REQ-EOF-SWITCH              PIC X(01) VALUE "N".          26/10/15
017600     88  XFER-REQ-EOF                  VALUE "Y".                 26/10/15
017700 77  WS-QUOTN-EOF-SWITCH            PIC X(01) VALUE "N".          26/10/15
017800     88  QUOTN-FILE-EOF                VALUE "Y".                 26/10/15
017900 77  WS-CONTR-EOF-SWITCH            PIC X(01) VALUE "N".          26/10/15
018000     88  CONTR-FILE-EOF                VALUE "Y".                 26/10/15
018100 77  WS-ALL-DONE-SWITCH             PIC X(01) VALUE "N".          26/10/15
018200     88  WS-ALL-BOOKS-DONE             VALUE "Y".                 26/10/15
018300 77  WS-TODAY-DATE                  PIC 9(08).                    26/10/15
018400*                                                                 26/10/15
018500* REQUEST EDIT WORK AREA (3000-EDIT-XFER-REQUEST)                 26/10/15
018600* ---------------------------------------------------------       26/10/15
018700 01  WS-EDIT-WORK-AREA.                                           26/10/15
018800     05  WS-EDIT-SWITCH             PIC X(01).                    26/10/15
018900         88  WS-RECORD-VALID            VALUE "Y".                26/10/15
019000         88  WS-RECORD-INVALID          VALUE "N".                26/10/15
019100     05  WS-REJECT-REASON-TEXT      PIC X(40).                    26/10/15
019200 01  WS-DATE-CONV-X                 PIC 9(08).                    26/10/15
019300 01  WS-DATE-CONV-R REDEFINES WS-DATE-CONV-X.                     26/10/15
019400     05  WS-CONV-YEAR               PIC 9(04).                    26/10/15
019500     05  WS-CONV-MONTH              PIC 9(02).                    26/10/15
019600     05  WS-CONV-DAY                PIC 9(02).                    26/10/15
019700*                                                                 26/10/15
019800* ACCEPTED TRANSFER TABLE - EVERY REQUEST THAT PASSES EDIT        26/10/15
019900* IS HELD HERE WITH BOTH AGENTS' NAMES AND BRANCHES, THEN         26/10/15
020000* WORKED IN FROM-AGENT BRANCH ORDER SO THE REGISTER COMES         26/10/15
020100* OUT BY BRANCH.  A REQUEST THAT WOULD OVERFLOW THE TABLE         26/10/15
020200* IS REFUSED FOR RESUBMISSION IN A LATER RUN.                     26/10/15
020300* ---------------------------------------------------------       26/10/15
020400 77  WS-XFER-TABLE-MAX              PIC 9(04) COMP VALUE 0100.    26/10/15
020500 77  WS-XFER-COUNT                  PIC 9(04) COMP VALUE ZERO.    26/10/15
020600 77  WS-XFER-IX                     PIC 9(04) COMP VALUE ZERO.    26/10/15
020700 77  WS-XFER-PICK-IX                PIC 9(04) COMP VALUE ZERO.    26/10/15
020800 01  WS-XFER-TABLE.                                               26/10/15
020900     05  WS-XFER-ENTRY OCCURS 100 TIMES.                          26/10/15
021000         10  WS-XFR-FROM-AGENT      PIC X(06).                    26/10/15
021100         10  WS-XFR-FROM-NAME       PIC X(30).                    26/10/15
021200         10  WS-XFR-FROM-BRANCH     PIC X(04).                    26/10/15
021300         10  WS-XFR-TO-AGENT        PIC X(06).                    26/10/15
021400         10  WS-XFR-TO-NAME         PIC X(30).                    26/10/15
021500         10  WS-XFR-TO-BRANCH       PIC X(04).                    26/10/15
021600         10  WS-XFR-EFF-DATE        PIC 9(08).                    26/10/15
021700         10  WS-XFR-SCOPE           PIC X(01).                    26/10/15
021800             88  WS-XFR-MOVES-QUOTES    VALUE "Q" "B".            26/10/15
021900             88  WS-XFR-MOVES-CONTRS    VALUE "C" "B".            26/10/15
022000         10  WS-XFR-DONE-SWITCH     PIC X(01).                    26/10/15
022100             88  WS-XFR-DONE            VALUE "Y".                26/10/15
022200*                                                                 26/10/15
022300* TRANSFER IN HAND (4200-TRANSFER-ONE-BOOK) - THE ENTRY           26/10/15
022400* BEING WORKED, ITS BRANCH FOR THE BREAK TEST, AND THE            26/10/15
022500* COUNTS PRINTED UNDER ITS REGISTER BLOCK.                        26/10/15
022600* ---------------------------------------------------------       26/10/15
022700 01  WS-PREV-BRANCH                 PIC X(04) VALUE HIGH-VALUES.  26/10/15
022800 01  WS-FROM-AGENT-NUM              PIC X(06).                    26/10/15
022900 01  WS-TO-AGENT-NUM                PIC X(06).                    26/10/15
023000 01  WS-BOOK-QUOTES                 PIC 9(09) COMP.               26/10/15
023100 01  WS-BOOK-CONTRS                 PIC 9(09) COMP.               26/10/15
023200 01  WS-BOOK-CONTR-PREM             PIC 9(11)V99 COMP.            26/10/15
023300 01  WS-SCOPE-TEXT                  PIC X(24).                    26/10/15
023400*                                                                 26/10/15
023500* BEFORE/AFTER IMAGE OF THE QUOTE BEING REASSIGNED, FOR           26/10/15
023600* THE AUDIT LOG.                                                  26/10/15
023700* ---------------------------------------------------------       26/10/15
023800 01  WS-BEFORE-IMAGE                PIC X(99).                    26/10/15
023900 01  WS-AFTER-IMAGE                 PIC X(99).                    26/10/15
023910* DATE, TIME AND USER STAMPED ON EACH LOGGED IMAGE - THE          26/10/15
023920* USER IS LEFT BLANK FOR A BATCH PROGRAM.                         26/10/15
023930 01  WS-AUDIT-STAMP.                                              26/10/15
023940     05  WS-AUDIT-DATE              PIC 9(08).                    26/10/15
023950     05  WS-AUDIT-TIME              PIC 9(08).                    26/10/15
023960     05  WS-AUDIT-USER-ID           PIC X(08) VALUE SPACES.       26/10/15
024000*                                                                 26/10/15
024100* END-OF-RUN CONTROL TOTALS (8000-CONTROL-REPORT)                 26/10/15
024200* ---------------------------------------------------------       26/10/15
024300 01  WS-CONTROL-TOTALS.                                           26/10/15
024400     05  WS-RECS-READ               PIC 9(09) COMP VALUE ZERO.    26/10/15
024500     05  WS-RECS-REJECTED           PIC 9(09) COMP VALUE ZERO.    26/10/15
024600     05  WS-XFERS-APPLIED           PIC 9(09) COMP VALUE ZERO.    26/10/15
024700     05  WS-QUOTES-MOVED            PIC 9(09) COMP VALUE ZERO.    26/10/15
024800     05  WS-CONTRS-MOVED            PIC 9(09) COMP VALUE ZERO.    26/10/15
024900     05  WS-TOT-CONTR-PREM          PIC 9(11)V99 COMP VALUE ZERO. 26/10/15
025000*                                                                 26/10/15
025100* CONTROL-REPORT PRINT LINE AND DISPLAY-EDITED COUNTERS -         26/10/15
025200* STRING REQUIRES DISPLAY USAGE, SO THE COMP COUNTERS ABOVE       26/10/15
025300* ARE EDITED HERE BEFORE THEY ARE STRUNG INTO THE LINE.           26/10/15
025400* ---------------------------------------------------------       26/10/15
025500 01  WS-CONTROL-REPORT-LINE        PIC X(80).                     26/10/15
025600 01  WS-CONTROL-REPORT-EDIT.                                      26/10/15
025700     05  WS-ED-RECS-READ            PIC ZZZZZZZZ9.                26/10/15
025800     05  WS-ED-RECS-REJECTED        PIC ZZZZZZZZ9.                26/10/15
025900     05  WS-ED-XFERS-APPLIED        PIC ZZZZZZZZ9.                26/10/15
026000     05  WS-ED-QUOTES-MOVED         PIC ZZZZZZZZ9.                26/10/15
026100     05  WS-ED-CONTRS-MOVED         PIC ZZZZZZZZ9.                26/10/15
026200     05  WS-ED-TOT-CONTR-PREM       PIC Z(10)9.99.                26/10/15
026300*                                                                 26/10/15
026400* REGISTER LINE WORK AREA                                         26/10/15
026500* ---------------------------------------------------------       26/10/15
026600 01  WS-ED-NUM                      PIC Z(09)9.                   26/10/15
026700 01  WS-ED-PREMIUM                  PIC Z(06)9.99.                26/10/15
026800 01  WS-ED-COUNT                    PIC ZZZZZZZZ9.                26/10/15
026900 01  WS-ED-COUNT-2                  PIC ZZZZZZZZ9.                26/10/15
027000 01  WS-ED-BOOK-PREM                PIC Z(10)9.99.                26/10/15
027100*                                                                 26/10/15
027200 PROCEDURE DIVISION.                                              26/10/15
027300*                                                                 26/10/15
027400*---------------------------------------------------------        26/10/15
027500* 0000-MAINLINE                                                   26/10/15
027600*    DRIVES THE TRANSFER RUN - EDIT AND TABLE EVERY               26/10/15
027700*    REQUEST, MOVE EACH ACCEPTED BOOK IN BRANCH ORDER AS          26/10/15
027800*    ITS REGISTER BLOCK PRINTS, THEN PRINT THE CONTROL            26/10/15
027900*    REPORT.                                                      26/10/15
028000*---------------------------------------------------------        26/10/15
028100 0000-MAINLINE.                                                   26/10/15
028200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      26/10/15
028300     PERFORM 2000-PROCESS-XFER-REQUEST THRU 2000-EXIT             26/10/15
028400         UNTIL XFER-REQ-EOF.                                      26/10/15
028500     PERFORM 4000-TRANSFER-NEXT-BOOK THRU 4000-EXIT               26/10/15
028600         UNTIL WS-ALL-BOOKS-DONE.                                 26/10/15
028700     PERFORM 7000-PRINT-REGISTER-END THRU 7000-EXIT.              26/10/15
028800     PERFORM 8000-CONTROL-REPORT THRU 8000-EXIT.                  26/10/15
028900     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       26/10/15
029000     STOP RUN.                                                    26/10/15
029100*                                                                 26/10/15
029200*---------------------------------------------------------        26/10/15
029300* 1000-INITIALIZE                                                 26/10/15
029400*    OPENS THE MASTERS FOR UPDATE, THE REQUEST FILE INPUT,        26/10/15
029500*    THE REGISTER AND EXCEPTION LISTING OUTPUT, AND THE           26/10/15
029600*    AUDIT LOG AND EXTRACT QUEUE FOR APPEND, THEN HEADS THE       26/10/15
029700*    REGISTER.                                                    26/10/15
029800*---------------------------------------------------------        26/10/15
029900 1000-INITIALIZE.                                                 26/10/15
030000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     26/10/15
030100     ACCEPT WS-RUN-TIME FROM TIME.                                26/10/15
030200     OPEN INPUT  AGENT-FILE.                                      26/10/15
030300     IF AGENT-FILE-STATUS NOT = "00"                              26/10/15
030400         DISPLAY "QUOTNXFR - CANNOT OPEN AGENT-FILE, STATUS = "   26/10/15
030500             AGENT-FILE-STATUS                                    26/10/15
030600         STOP RUN                                                 26/10/15
030700     END-IF.                                                      26/10/15
030800     OPEN I-O    QUOTN-FILE.                                      26/10/15
030900     IF QUOTN-FILE-STATUS NOT = "00"                              26/10/15
031000         DISPLAY "QUOTNXFR - CANNOT OPEN QUOTN-FILE, STATUS = "   26/10/15
031100             QUOTN-FILE-STATUS                                    26/10/15
031200         STOP RUN                                                 26/10/15
031300     END-IF.                                                      26/10/15
031400     OPEN I-O    CONTR-FILE.                                      26/10/15
031500     IF CONTR-FILE-STATUS NOT = "00"                              26/10/15
031600         DISPLAY "QUOTNXFR - CANNOT OPEN CONTR-FILE, STATUS = "   26/10/15
031700             CONTR-FILE-STATUS                                    26/10/15
031800         STOP RUN                                                 26/10/15
031900     END-IF.                                                      26/10/15
032000     OPEN I-O    AGENT-XFER-FILE.                                 26/10/15
032100     IF AGENT-XFER-FILE-STATUS NOT = "00"                         26/10/15
032200         DISPLAY "QUOTNXFR - CANNOT OPEN AGTXFER, STATUS = "      26/10/15
032300             AGENT-XFER-FILE-STATUS                               26/10/15
032400         STOP RUN                                                 26/10/15
032500     END-IF.                                                      26/10/15
032600     OPEN INPUT  XFER-REQ-FILE.                                   26/10/15
032700     IF XFER-REQ-FILE-STATUS NOT = "00"                           26/10/15
032800         DISPLAY "QUOTNXFR - CANNOT OPEN XFERREQ, STATUS = "      26/10/15
032900             XFER-REQ-FILE-STATUS                                 26/10/15
033000         STOP RUN                                                 26/10/15
033100     END-IF.                                                      26/10/15
033200     OPEN OUTPUT XFER-REG-FILE.                                   26/10/15
033300     IF XFER-REG-FILE-STATUS NOT = "00"                           26/10/15
033400         DISPLAY "QUOTNXFR - CANNOT OPEN XFERREG, STATUS = "      26/10/15
033500             XFER-REG-FILE-STATUS                                 26/10/15
033600         STOP RUN                                                 26/10/15
033700     END-IF.                                                      26/10/15
033800     OPEN OUTPUT XFER-EXCP-FILE.                                  26/10/15
033900     IF XFER-EXCP-FILE-STATUS NOT = "00"                          26/10/15
034000         DISPLAY "QUOTNXFR - CANNOT OPEN XFEREXCP, STATUS = "     26/10/15
034100             XFER-EXCP-FILE-STATUS                                26/10/15
034200         STOP RUN                                                 26/10/15
034300     END-IF.                                                      26/10/15
034400     OPEN EXTEND AUDIT-LOG-FILE.                                  26/10/15
034500     IF AUDIT-LOG-FILE-STATUS NOT = "00"                          26/10/15
034600         DISPLAY "QUOTNXFR - CANNOT OPEN ONLAUDIT, STATUS = "     26/10/15
034700             AUDIT-LOG-FILE-STATUS                                26/10/15
034800         STOP RUN                                                 26/10/15
034900     END-IF.                                                      26/10/15
035000     OPEN EXTEND EXTRACT-QUEUE-FILE.                              26/10/15
035100     IF EXTRACT-QUEUE-FILE-STATUS NOT = "00"                      26/10/15
035200         DISPLAY "QUOTNXFR - CANNOT OPEN EXTRQUE, STATUS = "      26/10/15
035300             EXTRACT-QUEUE-FILE-STATUS                            26/10/15
035400         STOP RUN                                                 26/10/15
035500     END-IF.                                                      26/10/15
035600     MOVE SPACES TO XFER-REG-RECORD.                              26/10/15
035700     STRING "QUOTNXFR AGENT BOOK TRANSFER REGISTER - RUN "        26/10/15
035800         DELIMITED BY SIZE                                        26/10/15
035900         WS-TODAY-DATE DELIMITED BY SIZE                          26/10/15
036000         INTO XFER-REG-RECORD.                                    26/10/15
036100     WRITE XFER-REG-RECORD.                                       26/10/15
036200 1000-EXIT.                                                       26/10/15
036300     EXIT.                                                        26/10/15
036400*                                                                 26/10/15
036500*---------------------------------------------------------        26/10/15
036600* 2000-PROCESS-XFER-REQUEST                                       26/10/15
036700*    READS THE NEXT TRANSFER REQUEST, EDITS IT, AND EITHER        26/10/15
036800*    TABLES IT FOR TRANSFER OR REFUSES IT ONTO THE                26/10/15
036900*    EXCEPTION LISTING.                                           26/10/15
037000*---------------------------------------------------------        26/10/15
037100 2000-PROCESS-XFER-REQUEST.                                       26/10/15
037200     READ XFER-REQ-FILE NEXT RECORD                               26/10/15
037300         AT END                                                   26/10/15
037400             SET XFER-REQ-EOF TO TRUE                             26/10/15
037500             GO TO 2000-EXIT                                      26/10/15
037600     END-READ.                                                    26/10/15
037700     ADD 1 TO WS-RECS-READ.                                       26/10/15
037800     PERFORM 3000-EDIT-XFER-REQUEST THRU 3000-EXIT.               26/10/15
037900     IF WS-RECORD-INVALID                                         26/10/15
038000         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT                 26/10/15
038100         GO TO 2000-EXIT                                          26/10/15
038200     END-IF.                                                      26/10/15
038300     ADD 1 TO WS-XFER-COUNT.                                      26/10/15
038400     MOVE WS-XFER-COUNT TO WS-XFER-IX.                            26/10/15
038500     MOVE XREQ-FROM-AGENT-NUM TO WS-XFR-FROM-AGENT(WS-XFER-IX).   26/10/15
038600     MOVE XREQ-TO-AGENT-NUM   TO WS-XFR-TO-AGENT(WS-XFER-IX).     26/10/15
038700     MOVE XREQ-EFF-DATE       TO WS-XFR-EFF-DATE(WS-XFER-IX).     26/10/15
038800     IF XREQ-SCOPE = SPACE                                        26/10/15
038900         MOVE "B" TO WS-XFR-SCOPE(WS-XFER-IX)                     26/10/15
039000     ELSE                                                         26/10/15
039100         MOVE XREQ-SCOPE TO WS-XFR-SCOPE(WS-XFER-IX)              26/10/15
039200     END-IF.                                                      26/10/15
039300     MOVE "N" TO WS-XFR-DONE-SWITCH(WS-XFER-IX).                  26/10/15
039400     MOVE XREQ-FROM-AGENT-NUM TO AGENT-NUM.                       26/10/15
039500     READ AGENT-FILE                                              26/10/15
039600         INVALID KEY                                              26/10/15
039700             CONTINUE                                             26/10/15
039800     END-READ.                                                    26/10/15
039900     MOVE AGENT-NAME   TO WS-XFR-FROM-NAME(WS-XFER-IX).           26/10/15
040000     MOVE AGENT-BRANCH TO WS-XFR-FROM-BRANCH(WS-XFER-IX).         26/10/15
040100     MOVE XREQ-TO-AGENT-NUM TO AGENT-NUM.                         26/10/15
040200     READ AGENT-FILE                                              26/10/15
040300         INVALID KEY                                              26/10/15
040400             CONTINUE                                             26/10/15
040500     END-READ.                                                    26/10/15
040600     MOVE AGENT-NAME   TO WS-XFR-TO-NAME(WS-XFER-IX).             26/10/15
040700     MOVE AGENT-BRANCH TO WS-XFR-TO-BRANCH(WS-XFER-IX).           26/10/15
040800 2000-EXIT.                                                       26/10/15
040900     EXIT.                                                        26/10/15
041000*                                                                 26/10/15
041100*---------------------------------------------------------        26/10/15
041200* 3000-EDIT-XFER-REQUEST                                          26/10/15
041300*    VALIDATES A TRANSFER REQUEST BEFORE IT IS TABLED -           26/10/15
041400*    BOTH AGENTS PRESENT AND DIFFERENT, A VALID EFFECTIVE         26/10/15
041500*    DATE AND SCOPE, THE FROM-AGENT ON FILE, AND THE              26/10/15
041600*    TO-AGENT ON FILE AND ACTIVE.  A BOOK MAY ONLY GO TO AN       26/10/15
041700*    AGENT WHO CAN WRITE BUSINESS, OR QUOTNUPD WOULD REJECT       26/10/15
041800*    EVERY CHANGE AGAINST IT ALL OVER AGAIN.                      26/10/15
041900*---------------------------------------------------------        26/10/15
042000 3000-EDIT-XFER-REQUEST.                                          26/10/15
042100     SET WS-RECORD-VALID TO TRUE.                                 26/10/15
042200     MOVE SPACES TO WS-REJECT-REASON-TEXT.                        26/10/15
042300     IF XREQ-FROM-AGENT-NUM = SPACES                              26/10/15
042400        OR XREQ-TO-AGENT-NUM = SPACES                             26/10/15
042500         SET WS-RECORD-INVALID TO TRUE                            26/10/15
042600         MOVE "AGENT NUMBER MISSING" TO WS-REJECT-REASON-TEXT     26/10/15
042700         GO TO 3000-EXIT                                          26/10/15
042800     END-IF.                                                      26/10/15
042900     IF XREQ-FROM-AGENT-NUM = XREQ-TO-AGENT-NUM                   26/10/15
043000         SET WS-RECORD-INVALID TO TRUE                            26/10/15
043100         MOVE "FROM AND TO AGENT THE SAME"                        26/10/15
043200             TO WS-REJECT-REASON-TEXT                             26/10/15
043300         GO TO 3000-EXIT                                          26/10/15
043400     END-IF.                                                      26/10/15
043500     IF XREQ-EFF-DATE NOT NUMERIC                                 26/10/15
043600         SET WS-RECORD-INVALID TO TRUE                            26/10/15
043700         MOVE "EFFECTIVE DATE NOT VALID" TO WS-REJECT-REASON-TEXT 26/10/15
043800         GO TO 3000-EXIT                                          26/10/15
043900     END-IF.                                                      26/10/15
044000     MOVE XREQ-EFF-DATE TO WS-DATE-CONV-X.                        26/10/15
044100     IF WS-CONV-YEAR < 1995                                       26/10/15
044200        OR WS-CONV-MONTH < 1 OR WS-CONV-MONTH > 12                26/10/15
044300        OR WS-CONV-DAY < 1 OR WS-CONV-DAY > 31                    26/10/15
044400         SET WS-RECORD-INVALID TO TRUE                            26/10/15
044500         MOVE "EFFECTIVE DATE NOT VALID" TO WS-REJECT-REASON-TEXT 26/10/15
044600         GO TO 3000-EXIT                                          26/10/15
044700     END-IF.                                                      26/10/15
044800     IF NOT XREQ-SCOPE-QUOTES AND NOT XREQ-SCOPE-CONTRACTS        26/10/15
044900        AND NOT XREQ-SCOPE-BOTH                                   26/10/15
045000         SET WS-RECORD-INVALID TO TRUE                            26/10/15
045100         MOVE "SCOPE NOT VALID" TO WS-REJECT-REASON-TEXT          26/10/15
045200         GO TO 3000-EXIT                                          26/10/15
045300     END-IF.                                                      26/10/15
045400     MOVE XREQ-FROM-AGENT-NUM TO AGENT-NUM.                       26/10/15
045500     READ AGENT-FILE                                              26/10/15
045600         INVALID KEY                                              26/10/15
045700             SET WS-RECORD-INVALID TO TRUE                        26/10/15
045800             MOVE "FROM AGENT NOT ON FILE"                        26/10/15
045900                 TO WS-REJECT-REASON-TEXT                         26/10/15
046000             GO TO 3000-EXIT                                      26/10/15
046100     END-READ.                                                    26/10/15
046200     MOVE XREQ-TO-AGENT-NUM TO AGENT-NUM.                         26/10/15
046300     READ AGENT-FILE                                              26/10/15
046400         INVALID KEY                                              26/10/15
046500             SET WS-RECORD-INVALID TO TRUE                        26/10/15
046600             MOVE "TO AGENT NOT ON FILE" TO WS-REJECT-REASON-TEXT 26/10/15
046700             GO TO 3000-EXIT                                      26/10/15
046800     END-READ.                                                    26/10/15
046900     IF NOT AGENT-STAT-ACTIVE                                     26/10/15
047000         SET WS-RECORD-INVALID TO TRUE                            26/10/15
047100         MOVE "TO AGENT NOT ACTIVE" TO WS-REJECT-REASON-TEXT      26/10/15
047200         GO TO 3000-EXIT                                          26/10/15
047300     END-IF.                                                      26/10/15
047400     IF WS-XFER-COUNT >= WS-XFER-TABLE-MAX                        26/10/15
047500         SET WS-RECORD-INVALID TO TRUE                            26/10/15
047600         MOVE "TRANSFER TABLE FULL - RESUBMIT"                    26/10/15
047700             TO WS-REJECT-REASON-TEXT                             26/10/15
047800         GO TO 3000-EXIT                                          26/10/15
047900     END-IF.                                                      26/10/15
048000 3000-EXIT.                                                       26/10/15
048100     EXIT.                                                        26/10/15
048200*                                                                 26/10/15
048300*---------------------------------------------------------        26/10/15
048400* 3900-WRITE-REJECT                                               26/10/15
048500*    FILES ONE EXCEPTION LINE FOR THE CURRENT REQUEST WITH        26/10/15
048600*    THE EDIT REASON.                                             26/10/15
048700*---------------------------------------------------------        26/10/15
048800 3900-WRITE-REJECT.                                               26/10/15
048900     ADD 1 TO WS-RECS-REJECTED.                                   26/10/15
049000     MOVE SPACES TO XFER-EXCP-RECORD.                             26/10/15
049100     STRING "FROM " DELIMITED BY SIZE                             26/10/15
049200         XREQ-FROM-AGENT-NUM    DELIMITED BY SIZE                 26/10/15
049300         " TO " DELIMITED BY SIZE                                 26/10/15
049400         XREQ-TO-AGENT-NUM      DELIMITED BY SIZE                 26/10/15
049500         " " DELIMITED BY SIZE                                    26/10/15
049600         WS-REJECT-REASON-TEXT  DELIMITED BY SIZE                 26/10/15
049700         INTO XFER-EXCP-RECORD.                                   26/10/15
049800     WRITE XFER-EXCP-RECORD.                                      26/10/15
049900     IF XFER-EXCP-FILE-STATUS NOT = "00"                          26/10/15
050000         DISPLAY "QUOTNXFR - WRITE FAILED, AGENT = "              26/10/15
050100             XREQ-FROM-AGENT-NUM                                  26/10/15
050200         GO TO 3900-EXIT                                          26/10/15
050300     END-IF.                                                      26/10/15
050400 3900-EXIT.                                                       26/10/15
050500     EXIT.                                                        26/10/15
050600*                                                                 26/10/15
050700*---------------------------------------------------------        26/10/15
050800* 4000-TRANSFER-NEXT-BOOK                                         26/10/15
050900*    PICKS THE ACCEPTED TRANSFER NOT YET WORKED WITH THE          26/10/15
051000*    LOWEST FROM-AGENT BRANCH (REQUEST ORDER WITHIN A             26/10/15
051100*    BRANCH), PRINTS A BRANCH HEADING WHEN THE BRANCH             26/10/15
051200*    CHANGES, AND MOVES THAT BOOK.  NOTHING LEFT TO PICK          26/10/15
051300*    ENDS THE PASS.                                               26/10/15
051400*---------------------------------------------------------        26/10/15
051500 4000-TRANSFER-NEXT-BOOK.                                         26/10/15
051600     MOVE ZERO TO WS-XFER-PICK-IX.                                26/10/15
051700     MOVE 1 TO WS-XFER-IX.                                        26/10/15
051800     PERFORM 4010-PICK-LOWEST-BRANCH THRU 4010-EXIT               26/10/15
051900         UNTIL WS-XFER-IX > WS-XFER-COUNT.                        26/10/15
052000     IF WS-XFER-PICK-IX = ZERO                                    26/10/15
052100         SET WS-ALL-BOOKS-DONE TO TRUE                            26/10/15
052200         GO TO 4000-EXIT                                          26/10/15
052300     END-IF.                                                      26/10/15
052400     MOVE WS-XFER-PICK-IX TO WS-XFER-IX.                          26/10/15
052500     SET WS-XFR-DONE(WS-XFER-IX) TO TRUE.                         26/10/15
052600     IF WS-XFR-FROM-BRANCH(WS-XFER-IX) NOT = WS-PREV-BRANCH       26/10/15
052700         MOVE WS-XFR-FROM-BRANCH(WS-XFER-IX) TO WS-PREV-BRANCH    26/10/15
052800         MOVE SPACES TO XFER-REG-RECORD                           26/10/15
052900         WRITE XFER-REG-RECORD                                    26/10/15
053000         MOVE SPACES TO XFER-REG-RECORD                           26/10/15
053100         STRING "BRANCH " DELIMITED BY SIZE                       26/10/15
053200             WS-PREV-BRANCH DELIMITED BY SIZE                     26/10/15
053300             INTO XFER-REG-RECORD                                 26/10/15
053400         WRITE XFER-REG-RECORD                                    26/10/15
053500     END-IF.                                                      26/10/15
053600     PERFORM 4200-TRANSFER-ONE-BOOK THRU 4200-EXIT.               26/10/15
053700 4000-EXIT.                                                       26/10/15
053800     EXIT.                                                        26/10/15
053900*                                                                 26/10/15
054000*---------------------------------------------------------        26/10/15
054100* 4010-PICK-LOWEST-BRANCH                                         26/10/15
054200*    EXAMINES THE TABLE ENTRY AT WS-XFER-IX AND KEEPS IT          26/10/15
054300*    AS THE PICK WHEN IT IS UNWORKED AND SITS IN A LOWER          26/10/15
054400*    BRANCH THAN THE PICK SO FAR, THEN STEPS ON.                  26/10/15
054500*---------------------------------------------------------        26/10/15
054600 4010-PICK-LOWEST-BRANCH.                                         26/10/15
054700     IF NOT WS-XFR-DONE(WS-XFER-IX)                               26/10/15
054800         IF WS-XFER-PICK-IX = ZERO                                26/10/15
054900             MOVE WS-XFER-IX TO WS-XFER-PICK-IX                   26/10/15
055000         ELSE                                                     26/10/15
055100             IF WS-XFR-FROM-BRANCH(WS-XFER-IX)                    26/10/15
055200                < WS-XFR-FROM-BRANCH(WS-XFER-PICK-IX)             26/10/15
055300                 MOVE WS-XFER-IX TO WS-XFER-PICK-IX               26/10/15
055400             END-IF                                               26/10/15
055500         END-IF                                                   26/10/15
055600     END-IF.                                                      26/10/15
055700     ADD 1 TO WS-XFER-IX.                                         26/10/15
055800 4010-EXIT.                                                       26/10/15
055900     EXIT.                                                        26/10/15
056000*                                                                 26/10/15
056100*---------------------------------------------------------        26/10/15
056200* 4200-TRANSFER-ONE-BOOK                                          26/10/15
056300*    PRINTS THE REGISTER BLOCK HEADING FOR THE TRANSFER AT        26/10/15
056400*    WS-XFER-IX, SWEEPS QUOTN-FILE AND CONTR-FILE AS ITS          26/10/15
056500*    SCOPE ASKS, AND CLOSES THE BLOCK WITH ITS TOTALS AND         26/10/15
056600*    THE SIGNATURE LINES.                                         26/10/15
056700*---------------------------------------------------------        26/10/15
056800 4200-TRANSFER-ONE-BOOK.                                          26/10/15
056900     MOVE WS-XFR-FROM-AGENT(WS-XFER-IX) TO WS-FROM-AGENT-NUM.     26/10/15
057000     MOVE WS-XFR-TO-AGENT(WS-XFER-IX)   TO WS-TO-AGENT-NUM.       26/10/15
057100     MOVE ZERO TO WS-BOOK-QUOTES WS-BOOK-CONTRS.                  26/10/15
057200     MOVE ZERO TO WS-BOOK-CONTR-PREM.                             26/10/15
057300     IF WS-XFR-SCOPE(WS-XFER-IX) = "Q"                            26/10/15
057400         MOVE "QUOTES ONLY" TO WS-SCOPE-TEXT                      26/10/15
057500     END-IF.                                                      26/10/15
057600     IF WS-XFR-SCOPE(WS-XFER-IX) = "C"                            26/10/15
057700         MOVE "CONTRACTS ONLY" TO WS-SCOPE-TEXT                   26/10/15
057800     END-IF.                                                      26/10/15
057900     IF WS-XFR-SCOPE(WS-XFER-IX) = "B"                            26/10/15
058000         MOVE "QUOTES AND CONTRACTS" TO WS-SCOPE-TEXT             26/10/15
058100     END-IF.                                                      26/10/15
058200     MOVE SPACES TO XFER-REG-RECORD.                              26/10/15
058300     WRITE XFER-REG-RECORD.                                       26/10/15
058400     MOVE SPACES TO XFER-REG-RECORD.                              26/10/15
058500     STRING "  TRANSFER FROM AGENT " DELIMITED BY SIZE            26/10/15
058600         WS-FROM-AGENT-NUM DELIMITED BY SIZE                      26/10/15
058700         " " DELIMITED BY SIZE                                    26/10/15
058800         WS-XFR-FROM-NAME(WS-XFER-IX) DELIMITED BY SIZE           26/10/15
058900         " BRANCH " DELIMITED BY SIZE                             26/10/15
059000         WS-XFR-FROM-BRANCH(WS-XFER-IX) DELIMITED BY SIZE         26/10/15
059100         INTO XFER-REG-RECORD.                                    26/10/15
059200     WRITE XFER-REG-RECORD.                                       26/10/15
059300     MOVE SPACES TO XFER-REG-RECORD.                              26/10/15
059400     STRING "             TO AGENT " DELIMITED BY SIZE            26/10/15
059500         WS-TO-AGENT-NUM DELIMITED BY SIZE                        26/10/15
059600         " " DELIMITED BY SIZE                                    26/10/15
059700         WS-XFR-TO-NAME(WS-XFER-IX) DELIMITED BY SIZE             26/10/15
059800         " BRANCH " DELIMITED BY SIZE                             26/10/15
059900         WS-XFR-TO-BRANCH(WS-XFER-IX) DELIMITED BY SIZE           26/10/15
060000         INTO XFER-REG-RECORD.                                    26/10/15
060100     WRITE XFER-REG-RECORD.                                       26/10/15
060200     MOVE SPACES TO XFER-REG-RECORD.                              26/10/15
060300     STRING "  EFFECTIVE " DELIMITED BY SIZE                      26/10/15
060400         WS-XFR-EFF-DATE(WS-XFER-IX) DELIMITED BY SIZE            26/10/15
060500         "  SCOPE " DELIMITED BY SIZE                             26/10/15
060600         WS-SCOPE-TEXT DELIMITED BY SIZE                          26/10/15
060700         INTO XFER-REG-RECORD.                                    26/10/15
060800     WRITE XFER-REG-RECORD.                                       26/10/15
060900     IF WS-XFR-MOVES-QUOTES(WS-XFER-IX)                           26/10/15
061000         MOVE "N" TO WS-QUOTN-EOF-SWITCH                          26/10/15
061100         MOVE ZERO TO QUOTN-NUM                                   26/10/15
061200         START QUOTN-FILE KEY IS NOT LESS THAN QUOTN-NUM          26/10/15
061300             INVALID KEY                                          26/10/15
061400                 SET QUOTN-FILE-EOF TO TRUE                       26/10/15
061500         END-START                                                26/10/15
061600         PERFORM 4300-TRANSFER-QUOTE THRU 4300-EXIT               26/10/15
061700             UNTIL QUOTN-FILE-EOF                                 26/10/15
061800     END-IF.                                                      26/10/15
061900     IF WS-XFR-MOVES-CONTRS(WS-XFER-IX)                           26/10/15
062000         MOVE "N" TO WS-CONTR-EOF-SWITCH                          26/10/15
062100         MOVE ZERO TO CONTR-NUM                                   26/10/15
062200         START CONTR-FILE KEY IS NOT LESS THAN CONTR-NUM          26/10/15
062300             INVALID KEY                                          26/10/15
062400                 SET CONTR-FILE-EOF TO TRUE                       26/10/15
062500         END-START                                                26/10/15
062600         PERFORM 4400-TRANSFER-CONTRACT THRU 4400-EXIT            26/10/15
062700             UNTIL CONTR-FILE-EOF                                 26/10/15
062800     END-IF.                                                      26/10/15
062900     PERFORM 4500-PRINT-BOOK-TOTALS THRU 4500-EXIT.               26/10/15
063000     ADD 1 TO WS-XFERS-APPLIED.                                   26/10/15
063100 4200-EXIT.                                                       26/10/15
063200     EXIT.                                                        26/10/15
063300*                                                                 26/10/15
063400*---------------------------------------------------------        26/10/15
063500* 4300-TRANSFER-QUOTE                                             26/10/15
063600*    READS THE NEXT QUOTE - AN ACTIVE ONE HELD BY THE             26/10/15
063700*    FROM-AGENT IS REASSIGNED, REWRITTEN, LOGGED TO THE           26/10/15
063800*    AUDIT LOG, QUEUED FOR THE EXTRACT, AND REGISTERED.           26/10/15
063900*    CONVERTED, EXPIRED, REJECTED, AND WITHDRAWN QUOTES           26/10/15
064000*    STAY WITH THE AGENT WHO WROTE THEM.                          26/10/15
064100*---------------------------------------------------------        26/10/15
064200 4300-TRANSFER-QUOTE.                                             26/10/15
064300     READ QUOTN-FILE NEXT RECORD                                  26/10/15
064400         AT END                                                   26/10/15
064500             SET QUOTN-FILE-EOF TO TRUE                           26/10/15
064600             GO TO 4300-EXIT                                      26/10/15
064700     END-READ.                                                    26/10/15
064800     IF NOT QUOTN-STAT-ACTIVE                                     26/10/15
064900        OR QUOTN-AGENT-NUM NOT = WS-FROM-AGENT-NUM                26/10/15
065000         GO TO 4300-EXIT                                          26/10/15
065100     END-IF.                                                      26/10/15
065200     MOVE QUOTN-RECORD TO WS-BEFORE-IMAGE.                        26/10/15
065300     MOVE WS-TO-AGENT-NUM TO QUOTN-AGENT-NUM.                     26/10/15
065400     MOVE WS-TODAY-DATE TO QUOTN-LAST-UPD-DATE.                   26/10/15
065500     MOVE WS-RUN-TIME(1:6) TO QUOTN-LAST-UPD-TIME.                26/10/15
065600     SET QUOTN-EXTRACT-PENDING TO TRUE.                           26/10/15
065700     REWRITE QUOTN-RECORD                                         26/10/15
065800         INVALID KEY                                              26/10/15
065900             DISPLAY "QUOTNXFR - REWRITE FAILED, NUM = "          26/10/15
066000                 QUOTN-NUM                                        26/10/15
066100             GO TO 4300-EXIT                                      26/10/15
066200     END-REWRITE.                                                 26/10/15
066300     MOVE QUOTN-RECORD TO WS-AFTER-IMAGE.                         26/10/15
066400     PERFORM 6000-WRITE-AUDIT-IMAGES THRU 6000-EXIT.              26/10/15
066500     MOVE QUOTN-NUM TO EXTQ-QUOTN-NUM.                            26/10/15
066600     MOVE "QUOTNXFR" TO EXTQ-SOURCE-PGM-ID.                       26/10/15
066700     WRITE EXTRACT-QUEUE-RECORD.                                  26/10/15
066800     IF EXTRACT-QUEUE-FILE-STATUS NOT = "00"                      26/10/15
066900         DISPLAY "QUOTNXFR - QUEUE WRITE FAILED, NUM = "          26/10/15
067000             QUOTN-NUM                                            26/10/15
067100     END-IF.                                                      26/10/15
067200     ADD 1 TO WS-BOOK-QUOTES.                                     26/10/15
067300     ADD 1 TO WS-QUOTES-MOVED.                                    26/10/15
067400     MOVE QUOTN-NUM         TO WS-ED-NUM.                         26/10/15
067500     MOVE QUOTN-PREMIUM-AMT TO WS-ED-PREMIUM.                     26/10/15
067600     MOVE SPACES TO XFER-REG-RECORD.                              26/10/15
067700     STRING "    QUOTE    " DELIMITED BY SIZE                     26/10/15
067800         WS-ED-NUM DELIMITED BY SIZE                              26/10/15
067900         "  CUSTOMER " DELIMITED BY SIZE                          26/10/15
068000         QUOTN-CUST-NUM DELIMITED BY SIZE                         26/10/15
068100         "  POLICY " DELIMITED BY SIZE                            26/10/15
068200         QUOTN-POLICY-NUM DELIMITED BY SIZE                       26/10/15
068300         "  EFF " DELIMITED BY SIZE                               26/10/15
068400         QUOTN-EFF-DATE DELIMITED BY SIZE                         26/10/15
068500         "  PREMIUM " DELIMITED BY SIZE                           26/10/15
068600         WS-ED-PREMIUM DELIMITED BY SIZE                          26/10/15
068700         INTO XFER-REG-RECORD.                                    26/10/15
068800     WRITE XFER-REG-RECORD.                                       26/10/15
068900 4300-EXIT.                                                       26/10/15
069000     EXIT.                                                        26/10/15
069100*                                                                 26/10/15
069200*---------------------------------------------------------        26/10/15
069300* 4400-TRANSFER-CONTRACT                                          26/10/15
069400*    READS THE NEXT CONTRACT - AN ACTIVE ONE HELD BY THE          26/10/15
069500*    FROM-AGENT IS REASSIGNED AND REWRITTEN, THE MOVE IS          26/10/15
069600*    FILED ON THE TRANSFER HISTORY, AND THE CONTRACT IS           26/10/15
069700*    REGISTERED.  A SECOND TRANSFER OF THE SAME CONTRACT          26/10/15
069800*    WITH THE SAME EFFECTIVE DATE KEEPS THE FIRST HISTORY         26/10/15
069900*    RECORD, WHICH NAMES THE AGENT WHO HELD IT BEFORE.            26/10/15
070000*---------------------------------------------------------        26/10/15
070100 4400-TRANSFER-CONTRACT.                                          26/10/15
070200     READ CONTR-FILE NEXT RECORD                                  26/10/15
070300         AT END                                                   26/10/15
070400             SET CONTR-FILE-EOF TO TRUE                           26/10/15
070500             GO TO 4400-EXIT                                      26/10/15
070600     END-READ.                                                    26/10/15
070700     IF NOT CONTR-STAT-ACTIVE                                     26/10/15
070800        OR CONTR-AGENT-NUM NOT = WS-FROM-AGENT-NUM                26/10/15
070900         GO TO 4400-EXIT                                          26/10/15
071000     END-IF.                                                      26/10/15
071100     MOVE WS-TO-AGENT-NUM TO CONTR-AGENT-NUM.                     26/10/15
071200     REWRITE CONTR-RECORD                                         26/10/15
071300         INVALID KEY                                              26/10/15
071400             DISPLAY "QUOTNXFR - REWRITE FAILED, NUM = "          26/10/15
071500                 CONTR-NUM                                        26/10/15
071600             GO TO 4400-EXIT                                      26/10/15
071700     END-REWRITE.                                                 26/10/15
071800     INITIALIZE AXFR-RECORD.                                      26/10/15
071900     MOVE CONTR-NUM                   TO AXFR-CONTR-NUM.          26/10/15
072000     MOVE WS-XFR-EFF-DATE(WS-XFER-IX) TO AXFR-EFF-DATE.           26/10/15
072100     MOVE WS-FROM-AGENT-NUM           TO AXFR-FROM-AGENT-NUM.     26/10/15
072200     MOVE WS-TO-AGENT-NUM             TO AXFR-TO-AGENT-NUM.       26/10/15
072300     MOVE WS-TODAY-DATE               TO AXFR-PROCESS-DATE.       26/10/15
072400     WRITE AXFR-RECORD                                            26/10/15
072500         INVALID KEY                                              26/10/15
072600             DISPLAY "QUOTNXFR - TRANSFER ALREADY ON HISTORY, "   26/10/15
072700                 "NUM = " CONTR-NUM                               26/10/15
072800     END-WRITE.                                                   26/10/15
072900     ADD 1 TO WS-BOOK-CONTRS.                                     26/10/15
073000     ADD 1 TO WS-CONTRS-MOVED.                                    26/10/15
073100     ADD CONTR-PREMIUM-AMT TO WS-BOOK-CONTR-PREM.                 26/10/15
073200     ADD CONTR-PREMIUM-AMT TO WS-TOT-CONTR-PREM.                  26/10/15
073300     MOVE CONTR-NUM         TO WS-ED-NUM.                         26/10/15
073400     MOVE CONTR-PREMIUM-AMT TO WS-ED-PREMIUM.                     26/10/15
073500     MOVE SPACES TO XFER-REG-RECORD.                              26/10/15
073600     STRING "    CONTRACT " DELIMITED BY SIZE                     26/10/15
073700         WS-ED-NUM DELIMITED BY SIZE                              26/10/15
073800         "  CUSTOMER " DELIMITED BY SIZE                          26/10/15
073900         CONTR-CUST-NUM DELIMITED BY SIZE                         26/10/15
074000         "  POLICY " DELIMITED BY SIZE                            26/10/15
074100         CONTR-POLICY-NUM DELIMITED BY SIZE                       26/10/15
074200         "  ISSUED " DELIMITED BY SIZE                            26/10/15
074300         CONTR-ISSUE-DATE DELIMITED BY SIZE                       26/10/15
074400         "  PREMIUM " DELIMITED BY SIZE                           26/10/15
074500         WS-ED-PREMIUM DELIMITED BY SIZE                          26/10/15
074600         INTO XFER-REG-RECORD.                                    26/10/15
074700     WRITE XFER-REG-RECORD.                                       26/10/15
074800 4400-EXIT.                                                       26/10/15
074900     EXIT.                                                        26/10/15
075000*                                                                 26/10/15
075100*---------------------------------------------------------        26/10/15
075200* 4500-PRINT-BOOK-TOTALS                                          26/10/15
075300*    CLOSES THE REGISTER BLOCK FOR THE TRANSFER JUST MOVED        26/10/15
075400*    WITH ITS COUNTS AND CONTRACT PREMIUM, AND A SIGNATURE        26/10/15
075500*    LINE FOR EACH AGENT.                                         26/10/15
075600*---------------------------------------------------------        26/10/15
075700 4500-PRINT-BOOK-TOTALS.                                          26/10/15
075800     MOVE WS-BOOK-QUOTES     TO WS-ED-COUNT.                      26/10/15
075900     MOVE WS-BOOK-CONTRS     TO WS-ED-COUNT-2.                    26/10/15
076000     MOVE WS-BOOK-CONTR-PREM TO WS-ED-BOOK-PREM.                  26/10/15
076100     MOVE SPACES TO XFER-REG-RECORD.                              26/10/15
076200     STRING "  QUOTES MOVED " DELIMITED BY SIZE                   26/10/15
076300         WS-ED-COUNT DELIMITED BY SIZE                            26/10/15
076400         "  CONTRACTS MOVED " DELIMITED BY SIZE                   26/10/15
076500         WS-ED-COUNT-2 DELIMITED BY SIZE                          26/10/15
076600         "  CONTRACT PREMIUM " DELIMITED BY SIZE                  26/10/15
076700         WS-ED-BOOK-PREM DELIMITED BY SIZE                        26/10/15
076800         INTO XFER-REG-RECORD.                                    26/10/15
076900     WRITE XFER-REG-RECORD.                                       26/10/15
077000     MOVE SPACES TO XFER-REG-RECORD.                              26/10/15
077100     WRITE XFER-REG-RECORD.                                       26/10/15
077200     MOVE SPACES TO XFER-REG-RECORD.                              26/10/15
077300     STRING "  RELEASING AGENT " DELIMITED BY SIZE                26/10/15
077400         WS-FROM-AGENT-NUM DELIMITED BY SIZE                      26/10/15
077500         " ______________________________" DELIMITED BY SIZE      26/10/15
077600         "   RECEIVING AGENT " DELIMITED BY SIZE                  26/10/15
077700         WS-TO-AGENT-NUM DELIMITED BY SIZE                        26/10/15
077800         " ______________________________" DELIMITED BY SIZE      26/10/15
077900         INTO XFER-REG-RECORD.                                    26/10/15
078000     WRITE XFER-REG-RECORD.                                       26/10/15
078100     IF XFER-REG-FILE-STATUS NOT = "00"                           26/10/15
078200         DISPLAY "QUOTNXFR - WRITE FAILED, AGENT = "              26/10/15
078300             WS-FROM-AGENT-NUM                                    26/10/15
078400     END-IF.                                                      26/10/15
078500 4500-EXIT.                                                       26/10/15
078600     EXIT.                                                        26/10/15
078700*                                                                 26/10/15
078800*---------------------------------------------------------        26/10/15
078900* 6000-WRITE-AUDIT-IMAGES                                         26/10/15
079000*    FILES THE BEFORE AND AFTER IMAGES OF THE QUOTN-FILE          26/10/15
079100*    RECORD JUST REWRITTEN TO THE SHARED AUDIT LOG, EACH          26/10/15
079200*    TAGGED WITH THIS PROGRAM, SO THE QUOTNAUD CHANGE             26/10/15
079300*    REPORT SHOWS THE AGENT CHANGE.                               26/10/15
079400*---------------------------------------------------------        26/10/15
079500 6000-WRITE-AUDIT-IMAGES.                                         26/10/15
079520     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.                     26/10/15
079540     ACCEPT WS-AUDIT-TIME FROM TIME.                              26/10/15
079600     MOVE WS-BEFORE-IMAGE TO AUDL-IMAGE.                          26/10/15
079700     MOVE "QUOTNXFR" TO AUDL-SOURCE-PGM-ID.                       26/10/15
079750     MOVE WS-AUDIT-STAMP TO AUDL-LOG-STAMP.                       26/10/15
079800     WRITE AUDIT-LOG-RECORD.                                      26/10/15
079900     MOVE WS-AFTER-IMAGE TO AUDL-IMAGE.                           26/10/15
080000     MOVE "QUOTNXFR" TO AUDL-SOURCE-PGM-ID.                       26/10/15
080050     MOVE WS-AUDIT-STAMP TO AUDL-LOG-STAMP.                       26/10/15
080100     WRITE AUDIT-LOG-RECORD.                                      26/10/15
080200     IF AUDIT-LOG-FILE-STATUS NOT = "00"                          26/10/15
080300         DISPLAY "QUOTNXFR - AUDIT WRITE FAILED, NUM = " QUOTN-NUM26/10/15
080400     END-IF.                                                      26/10/15
080500     MOVE SPACES TO WS-BEFORE-IMAGE WS-AFTER-IMAGE.               26/10/15
080600 6000-EXIT.                                                       26/10/15
080700     EXIT.                                                        26/10/15
080800*                                                                 26/10/15
080900*---------------------------------------------------------        26/10/15
081000* 7000-PRINT-REGISTER-END                                         26/10/15
081100*    CLOSES THE REGISTER WITH THE RUN'S TRANSFER COUNT SO A       26/10/15
081200*    SHORT REGISTER CAN BE SPOTTED.                               26/10/15
081300*---------------------------------------------------------        26/10/15
081400 7000-PRINT-REGISTER-END.                                         26/10/15
081500     MOVE WS-XFERS-APPLIED TO WS-ED-COUNT.                        26/10/15
081600     MOVE SPACES TO XFER-REG-RECORD.                              26/10/15
081700     WRITE XFER-REG-RECORD.                                       26/10/15
081800     MOVE SPACES TO XFER-REG-RECORD.                              26/10/15
081900     STRING "END OF REGISTER - TRANSFERS " DELIMITED BY SIZE      26/10/15
082000         WS-ED-COUNT DELIMITED BY SIZE                            26/10/15
082100         INTO XFER-REG-RECORD.                                    26/10/15
082200     WRITE XFER-REG-RECORD.                                       26/10/15
082300 7000-EXIT.                                                       26/10/15
082400     EXIT.                                                        26/10/15
082500*                                                                 26/10/15
082600*---------------------------------------------------------        26/10/15
082700* 8000-CONTROL-REPORT                                             26/10/15
082800*    PRINTS THE END-OF-RUN BALANCING REPORT FOR THIS              26/10/15
082900*    TRANSFER RUN.                                                26/10/15
083000*---------------------------------------------------------        26/10/15
083100 8000-CONTROL-REPORT.                                             26/10/15
083200     DISPLAY "QUOTNXFR AGENT TRANSFER CONTROL REPORT".            26/10/15
083300     MOVE WS-RECS-READ      TO WS-ED-RECS-READ.                   26/10/15
083400     MOVE WS-RECS-REJECTED  TO WS-ED-RECS-REJECTED.               26/10/15
083500     MOVE WS-XFERS-APPLIED  TO WS-ED-XFERS-APPLIED.               26/10/15
083600     MOVE WS-QUOTES-MOVED   TO WS-ED-QUOTES-MOVED.                26/10/15
083700     MOVE WS-CONTRS-MOVED   TO WS-ED-CONTRS-MOVED.                26/10/15
083800     MOVE WS-TOT-CONTR-PREM TO WS-ED-TOT-CONTR-PREM.              26/10/15
083900     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
084000     STRING "REQUESTS READ . . . . . : " DELIMITED BY SIZE        26/10/15
084100         WS-ED-RECS-READ DELIMITED BY SIZE                        26/10/15
084200         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
084300     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
084400     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
084500     STRING "REQUESTS REFUSED  . . . : " DELIMITED BY SIZE        26/10/15
084600         WS-ED-RECS-REJECTED DELIMITED BY SIZE                    26/10/15
084700         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
084800     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
084900     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
085000     STRING "TRANSFERS APPLIED . . . : " DELIMITED BY SIZE        26/10/15
085100         WS-ED-XFERS-APPLIED DELIMITED BY SIZE                    26/10/15
085200         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
085300     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
085400     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
085500     STRING "QUOTES MOVED  . . . . . : " DELIMITED BY SIZE        26/10/15
085600         WS-ED-QUOTES-MOVED DELIMITED BY SIZE                     26/10/15
085700         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
085800     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
085900     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
086000     STRING "CONTRACTS MOVED . . . . : " DELIMITED BY SIZE        26/10/15
086100         WS-ED-CONTRS-MOVED DELIMITED BY SIZE                     26/10/15
086200         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
086300     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
086400     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
086500     STRING "CONTRACT PREMIUM MOVED  : " DELIMITED BY SIZE        26/10/15
086600         WS-ED-TOT-CONTR-PREM DELIMITED BY SIZE                   26/10/15
086700         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
086800     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
086900 8000-EXIT.                                                       26/10/15
087000     EXIT.                                                        26/10/15
087100*                                                                 26/10/15
087200*---------------------------------------------------------        26/10/15
087300* 9000-TERMINATE                                                  26/10/15
087400*    CLOSES ALL FILES OPENED BY 1000-INITIALIZE.                  26/10/15
087500*---------------------------------------------------------        26/10/15
087600 9000-TERMINATE.                                                  26/10/15
087700     CLOSE AGENT-FILE.                                            26/10/15
087800     CLOSE QUOTN-FILE.                                            26/10/15
087900     CLOSE CONTR-FILE.                                            26/10/15
088000     CLOSE AGENT-XFER-FILE.                                       26/10/15
088100     CLOSE XFER-REQ-FILE.                                         26/10/15
088200     CLOSE XFER-REG-FILE.                                         26/10/15
088300     CLOSE XFER-EXCP-FILE.                                        26/10/15
088400     CLOSE AUDIT-LOG-FILE.                                        26/10/15
088500     CLOSE EXTRACT-QUEUE-FILE.                                    26/10/15
088600 9000-EXIT.                                                       26/10/15
088700     EXIT.                                                        26/10/15
