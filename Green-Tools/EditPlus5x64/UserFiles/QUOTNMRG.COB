000100 IDENTIFICATION DIVISION.                                         26/10/15
000200 PROGRAM-ID.    QUOTNMRG.                                         26/10/15
000300 AUTHOR.        D. MILLER.                                        26/10/15
000400 INSTALLATION.  HOME OFFICE - QUOTATION SYSTEMS.                  26/10/15
000500 DATE-WRITTEN.  26/10/15.                                         26/10/15
000600 DATE-COMPILED.                                                   26/10/15
000700*                                                                 26/10/15
000800* MODIFICATION HISTORY                                            26/10/15
000900* ---------------------------------------------------------       26/10/15
001000* 26/10/15  DLM  ORIGINAL PROGRAM - CUSTOMER MERGE RUN.  READS    26/10/15
001100*                THE SERVICE DESK'S MERGE REQUESTS (LOSING AND    26/10/15
001200*                SURVIVING CUSTOMER NUMBER) AND FOLDS EACH        26/10/15
001300*                DUPLICATE CUSTOMER INTO ITS SURVIVOR.  EVERY     26/10/15
001400*                QUOTE, CONTRACT, ARCHIVED QUOTE, AND BILLING     26/10/15
001500*                SCHEDULE FILED UNDER THE LOSING NUMBER IS        26/10/15
001600*                RE-POINTED TO THE SURVIVOR - QUOTES LOG A        26/10/15
001700*                BEFORE/AFTER IMAGE PAIR TO THE SHARED AUDIT      26/10/15
001800*                LOG AND ARE QUEUED FOR THE NEXT EXTRACT.  THE    26/10/15
001900*                LOSING CUST-RECORD IS LEFT INACTIVE WITH         26/10/15
002000*                CUST-MERGED-INTO-NUM SET, SO QUOTNCML, QUOTNUPD  26/10/15
002100*                AND QUOTNONL NAME THE SURVIVOR TO ANYONE STILL   26/10/15
002200*                KEYING THE OLD NUMBER.  AN ACTIVE QUOTE MOVED    26/10/15
002300*                ONTO A POLICY WHERE THE SURVIVOR ALREADY HOLDS   26/10/15
002400*                AN ACTIVE QUOTE IS LISTED ON THE CONFLICT        26/10/15
002500*                LISTING FOR UNDERWRITING TO WITHDRAW ONE.        26/10/15
002520*                EACH LOGGED IMAGE PAIR CARRIES THE DATE AND      26/10/15
002540*                TIME IT WAS LOGGED, FOR THE QUOTNHLD CHANGE      26/10/15
002560*                HISTORY LOAD.                                    26/10/15
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
003600* CUST-FILE IS THE CUSTOMER MASTER MAINTAINED BY QUOTNCML -       26/10/15
003700* OPENED I-O SO THE LOSING CUSTOMER CAN BE MARKED MERGED.         26/10/15
003800     SELECT CUST-FILE                                             26/10/15
003900         ASSIGN       TO "CUST.DAT"                               26/10/15
004000         ORGANIZATION IS INDEXED                                  26/10/15
004100         ACCESS MODE  IS DYNAMIC                                  26/10/15
004200         FILE STATUS  IS CUST-FILE-STATUS                         26/10/15
004300         RECORD KEY   IS CUST-NUM.                                26/10/15
004400*                                                                 26/10/15
004500* QUOTN-FILE IS READ DOWN THE CUSTOMER/POLICY ALTERNATE           26/10/15
004600* PATH FOR THE LOSING CUSTOMER'S QUOTES - REWRITING THE           26/10/15
004700* CUSTOMER NUMBER MOVES EACH ONE ONTO THE SURVIVOR'S PATH.        26/10/15
004800     SELECT QUOTN-FILE                                            26/10/15
004900         ASSIGN       TO "FILE.DAT"                               26/10/15
005000         ORGANIZATION IS INDEXED                                  26/10/15
005100         ACCESS MODE  IS DYNAMIC                                  26/10/15
005200         FILE STATUS  IS QUOTN-FILE-STATUS                        26/10/15
005300         RECORD KEY   IS QUOTN-NUM                                26/10/15
005400         ALTERNATE RECORD KEY IS QUOTN-CUST-POLICY-KEY            26/10/15
005500             WITH DUPLICATES.                                     26/10/15
005600*                                                                 26/10/15
005700     SELECT CONTR-FILE                                            26/10/15
005800         ASSIGN       TO "CONTR.DAT"                              26/10/15
005900         ORGANIZATION IS INDEXED                                  26/10/15
006000         ACCESS MODE  IS DYNAMIC                                  26/10/15
006100         FILE STATUS  IS CONTR-FILE-STATUS                        26/10/15
006200         RECORD KEY   IS CONTR-NUM                                26/10/15
006300         ALTERNATE RECORD KEY IS CONTR-QUOTN-NUM                  26/10/15
006400             WITH DUPLICATES.                                     26/10/15
006500*                                                                 26/10/15
006600* QUOTN-HIST-FILE IS THE ARCHIVE QUOTNARC WRITES - ITS            26/10/15
006700* CUSTOMER NUMBERS ARE RE-POINTED SO A QUOTE RESTORED BY          26/10/15
006800* QUOTNRST COMES BACK UNDER THE SURVIVOR.                         26/10/15
006900     SELECT QUOTN-HIST-FILE                                       26/10/15
007000         ASSIGN       TO "QUOTHIST.DAT"                           26/10/15
007100         ORGANIZATION IS INDEXED                                  26/10/15
007200         ACCESS MODE  IS DYNAMIC                                  26/10/15
007300         FILE STATUS  IS QUOTN-HIST-FILE-STATUS                   26/10/15
007400         RECORD KEY   IS HIST-QUOTN-NUM.                          26/10/15
007500*                                                                 26/10/15
007600* BILL-FILE IS THE BILLING MASTER - RE-POINTED SO QUOTNBIL        26/10/15
007700* INVOICES THE SURVIVOR'S NAME AND ADDRESS.                       26/10/15
007800     SELECT BILL-FILE                                             26/10/15
007900         ASSIGN       TO "BILLMAST.DAT"                           26/10/15
008000         ORGANIZATION IS INDEXED                                  26/10/15
008100         ACCESS MODE  IS DYNAMIC                                  26/10/15
008200         FILE STATUS  IS BILL-FILE-STATUS                         26/10/15
008300         RECORD KEY   IS BILL-CONTR-NUM.                          26/10/15
008400*                                                                 26/10/15
008500* MRG-REQ-FILE IS THE SERVICE DESK'S MERGE REQUEST FILE -         26/10/15
008600* ONE RECORD PER DUPLICATE CUSTOMER TO BE FOLDED AWAY.            26/10/15
008700     SELECT MRG-REQ-FILE                                          26/10/15
008800         ASSIGN       TO "MRGREQ.DAT"                             26/10/15
008900         ORGANIZATION IS SEQUENTIAL                               26/10/15
009000         FILE STATUS  IS MRG-REQ-FILE-STATUS.                     26/10/15
009100*                                                                 26/10/15
009200* MRG-REG-FILE IS THE PRINTED MERGE REGISTER - ONE BLOCK          26/10/15
009300* PER MERGE LISTING EVERYTHING RE-POINTED.                        26/10/15
009400     SELECT MRG-REG-FILE                                          26/10/15
009500         ASSIGN       TO "MRGREG.DAT"                             26/10/15
009600         ORGANIZATION IS SEQUENTIAL                               26/10/15
009700         FILE STATUS  IS MRG-REG-FILE-STATUS.                     26/10/15
009800*                                                                 26/10/15
009900* MRG-CONF-FILE IS THE CONFLICT LISTING - ONE LINE PER            26/10/15
010000* POLICY ON WHICH THE SURVIVOR NOW HOLDS TWO ACTIVE QUOTES.       26/10/15
010100     SELECT MRG-CONF-FILE                                         26/10/15
010200         ASSIGN       TO "MRGCONF.DAT"                            26/10/15
010300         ORGANIZATION IS SEQUENTIAL                               26/10/15
010400         FILE STATUS  IS MRG-CONF-FILE-STATUS.                    26/10/15
010500*                                                                 26/10/15
010600* MRG-EXCP-FILE RECEIVES ONE LINE PER REQUEST REFUSED,            26/10/15
010700* WITH THE REASON, SO THE DESK CAN CORRECT AND RESUBMIT.          26/10/15
010800     SELECT MRG-EXCP-FILE                                         26/10/15
010900         ASSIGN       TO "MRGEXCP.DAT"                            26/10/15
011000         ORGANIZATION IS SEQUENTIAL                               26/10/15
011100         FILE STATUS  IS MRG-EXCP-FILE-STATUS.                    26/10/15
011200*                                                                 26/10/15
011300* AUDIT-LOG-FILE RECEIVES A TAGGED BEFORE/AFTER IMAGE PAIR        26/10/15
011400* FOR EVERY QUOTE THIS RUN RE-POINTS - THE SAME LOG               26/10/15
011500* QUOTNONL WRITES AND QUOTNAUD REPORTS FROM.                      26/10/15
011600     SELECT AUDIT-LOG-FILE                                        26/10/15
011700         ASSIGN       TO "ONLAUDIT.DAT"                           26/10/15
011800         ORGANIZATION IS SEQUENTIAL                               26/10/15
011900         FILE STATUS  IS AUDIT-LOG-FILE-STATUS.                   26/10/15
012000*                                                                 26/10/15
012100* EXTRACT-QUEUE-FILE IS THE PENDING-WORK QUEUE QUOTNEXT           26/10/15
012200* READS - EVERY QUOTE RE-POINTED IS MARKED EXTRACT-PENDING        26/10/15
012300* AND QUEUED SO THE POLICY SYSTEM LEARNS THE NEW CUSTOMER.        26/10/15
012400     SELECT EXTRACT-QUEUE-FILE                                    26/10/15
012500         ASSIGN       TO "EXTRQUE.DAT"                            26/10/15
012600         ORGANIZATION IS SEQUENTIAL                               26/10/15
012700         FILE STATUS  IS EXTRACT-QUEUE-FILE-STATUS.               26/10/15
012800*                                                                 26/10/15
012900 DATA DIVISION.                                                   26/10/15
013000*                                                                 26/10/15
013100 FILE SECTION.                                                    26/10/15
013200*                                                                 26/10/15
013300 FD  CUST-FILE.                                                   26/10/15
013400 COPY CFI_CUST.                                                   26/10/15
013500*                                                                 26/10/15
013600 FD  QUOTN-FILE.                                                  26/10/15
013700 COPY CFI_QUOTN.                                                  26/10/15
013800*                                                                 26/10/15
013900 FD  CONTR-FILE.                                                  26/10/15
014000 COPY CFI_CONTR.                                                  26/10/15
014100*                                                                 26/10/15
014200* QUOTN-HIST-RECORD - SAME LAYOUT QUOTNARC WRITES.                26/10/15
014300 FD  QUOTN-HIST-FILE.                                             26/10/15
014400 01  QUOTN-HIST-RECORD.                                           26/10/15
014500     05  HIST-QUOTN-NUM             PIC 9(10).                    26/10/15
014600     05  HIST-CUST-POLICY-KEY.                                    26/10/15
014700         10  HIST-CUST-NUM          PIC X(10).                    26/10/15
014800         10  HIST-POLICY-NUM        PIC X(10).                    26/10/15
014900     05  HIST-EFF-DATE              PIC 9(08).                    26/10/15
015000     05  HIST-EXP-DATE              PIC 9(08).                    26/10/15
015100     05  HIST-STATUS                PIC X(01).                    26/10/15
015200     05  HIST-PREMIUM-AMT           PIC 9(07)V99.                 26/10/15
015300     05  HIST-AGENT-NUM             PIC X(06).                    26/10/15
015400     05  HIST-LAST-UPD-DATE         PIC 9(08).                    26/10/15
015500     05  HIST-LAST-UPD-TIME         PIC 9(06).                    26/10/15
015600     05  HIST-EXTRACT-STATUS        PIC X(01).                    26/10/15
015700     05  HIST-EXTRACT-DATE          PIC 9(08).                    26/10/15
015800     05  HIST-ARCHIVE-DATE          PIC 9(08).                    26/10/15
015900*                                                                 26/10/15
016000* BILLING MASTER RECORD - SEE CFI_BILL.                           26/10/15
016100 FD  BILL-FILE.                                                   26/10/15
016200 COPY CFI_BILL.                                                   26/10/15
016300*                                                                 26/10/15
016400* MRG-REQ-RECORD - ONE DUPLICATE CUSTOMER TO FOLD AWAY.           26/10/15
016500 FD  MRG-REQ-FILE.                                                26/10/15
016600 01  MRG-REQ-RECORD.                                              26/10/15
016700     05  MREQ-LOSE-CUST-NUM         PIC X(10).                    26/10/15
016800     05  MREQ-SURV-CUST-NUM         PIC X(10).                    26/10/15
016900     05  FILLER                     PIC X(60).                    26/10/15
017000*                                                                 26/10/15
017100 FD  MRG-REG-FILE.                                                26/10/15
017200 01  MRG-REG-RECORD                 PIC X(132).                   26/10/15
017300*                                                                 26/10/15
017400 FD  MRG-CONF-FILE.                                               26/10/15
017500 01  MRG-CONF-RECORD                PIC X(132).                   26/10/15
017600*                                                                 26/10/15
017700 FD  MRG-EXCP-FILE.                                               26/10/15
017800 01  MRG-EXCP-RECORD                PIC X(80).                    26/10/15
017900*                                                                 26/10/15
018000* AUDIT-LOG-RECORD - 99-BYTE IMAGE, SOURCE TAG AND STAMP.         26/10/15
018100 FD  AUDIT-LOG-FILE.                                              26/10/15
018200 01  AUDIT-LOG-RECORD.                                            26/10/15
018300     05  AUDL-IMAGE                 PIC X(99).                    26/10/15
018400     05  AUDL-SOURCE-PGM-ID         PIC X(08).                    26/10/15
018420     05  AUDL-LOG-STAMP.                                          26/10/15
018440         10  AUDL-LOG-DATE          PIC 9(08).                    26/10/15
018460         10  AUDL-LOG-TIME          PIC 9(08).                    26/10/15
018480         10  AUDL-USER-ID           PIC X(08).                    26/10/15
018500*                                                                 26/10/15
018600* EXTRACT-QUEUE-RECORD - ONE QUEUED QUOTN-NUM FOR THE             26/10/15
018700* NEXT QUOTNEXT RUN.                                              26/10/15
018800 FD  EXTRACT-QUEUE-FILE.                                          26/10/15
018900 01  EXTRACT-QUEUE-RECORD.                                        26/10/15
019000     05  EXTQ-QUOTN-NUM             PIC 9(10).                    26/10/15
019100     05  EXTQ-SOURCE-PGM-ID         PIC X(08).                    26/10/15
019200*                                                                 26/10/15
019300 WORKING-STORAGE SECTION.                                         26/10/15
019400*                                                                 26/10/15
019500 01  CUST-FILE-STATUS              PIC X(2).                      26/10/15
019600 01  QUOTN-FILE-STATUS             PIC X(2).                      26/10/15
019700 01  CONTR-FILE-STATUS             PIC X(2).                      26/10/15
019800 01  QUOTN-HIST-FILE-STATUS        PIC X(2).                      26/10/15
019900 01  BILL-FILE-STATUS              PIC X(2).                      26/10/15
020000 01  MRG-REQ-FILE-STATUS           PIC X(2).                      26/10/15
020100 01  MRG-REG-FILE-STATUS           PIC X(2).                      26/10/15
020200 01  MRG-CONF-FILE-STATUS          PIC X(2).                      26/10/15
020300 01  MRG-EXCP-FILE-STATUS          PIC X(2).                      26/10/15
020400 01  AUDIT-LOG-FILE-STATUS         PIC X(2).                      26/10/15
020500 01  EXTRACT-QUEUE-FILE-STATUS     PIC X(2).                      26/10/15
020600 77  WS-RUN-TIME                    PIC 9(08).                    26/10/15
020700*                                                                 26/10/15
020800* RUN SWITCHES                                                    26/10/15
020900* ---------------------------------------------------------       26/10/15
021000 77  WS-REQ-EOF-SWITCH              PIC X(01) VALUE "N".          26/10/15
021100     88  MRG-REQ-EOF                   VALUE "Y".                 26/10/15
021200 77  WS-QUOTN-EOF-SWITCH            PIC X(01) VALUE "N".          26/10/15
021300     88  QUOTN-FILE-EOF                VALUE "Y".                 26/10/15
021400 77  WS-CONTR-EOF-SWITCH            PIC X(01) VALUE "N".          26/10/15
021500     88  CONTR-FILE-EOF                VALUE "Y".                 26/10/15
021600 77  WS-HIST-EOF-SWITCH             PIC X(01) VALUE "N".          26/10/15
021700     88  QUOTN-HIST-EOF                VALUE "Y".                 26/10/15
021800 77  WS-BILL-EOF-SWITCH             PIC X(01) VALUE "N".          26/10/15
021900     88  BILL-FILE-EOF                 VALUE "Y".                 26/10/15
022000 77  WS-CUST-EOF-SWITCH             PIC X(01) VALUE "N".          26/10/15
022100     88  CUST-FILE-EOF                 VALUE "Y".                 26/10/15
022200 77  WS-TODAY-DATE                  PIC 9(08).                    26/10/15
022300*                                                                 26/10/15
022400* REQUEST EDIT WORK AREA (3000-EDIT-MERGE-REQUEST)                26/10/15
022500* ---------------------------------------------------------       26/10/15
022600 01  WS-EDIT-WORK-AREA.                                           26/10/15
022700     05  WS-EDIT-SWITCH             PIC X(01).                    26/10/15
022800         88  WS-RECORD-VALID            VALUE "Y".                26/10/15
022900         88  WS-RECORD-INVALID          VALUE "N".                26/10/15
023000     05  WS-REJECT-REASON-TEXT      PIC X(40).                    26/10/15
023100*                                                                 26/10/15
023200* MERGE IN HAND (4000-MERGE-ONE-CUSTOMER) - BOTH CUSTOMERS        26/10/15
023300* AND THE COUNTS PRINTED UNDER ITS REGISTER BLOCK.                26/10/15
023400* ---------------------------------------------------------       26/10/15
023500 01  WS-LOSE-CUST-NUM               PIC X(10).                    26/10/15
023600 01  WS-LOSE-CUST-NAME              PIC X(30).                    26/10/15
023700 01  WS-SURV-CUST-NUM               PIC X(10).                    26/10/15
023800 01  WS-SURV-CUST-NAME              PIC X(30).                    26/10/15
023900 01  WS-MRG-QUOTES                  PIC 9(09) COMP.               26/10/15
024000 01  WS-MRG-CONTRS                  PIC 9(09) COMP.               26/10/15
024100 01  WS-MRG-HIST                    PIC 9(09) COMP.               26/10/15
024200 01  WS-MRG-SCHEDS                  PIC 9(09) COMP.               26/10/15
024300 01  WS-MRG-CONFLICTS               PIC 9(09) COMP.               26/10/15
024400*                                                                 26/10/15
024500* SURVIVOR CONFLICT CHECK (4110-CHECK-SURVIVOR-POLICY) -          26/10/15
024600* THE SURVIVOR'S CUSTOMER/POLICY IS WALKED THE SAME WAY           26/10/15
024700* QUOTNUPD WALKS IT FOR ITS DUPLICATE-ACTIVE EDIT.  THE           26/10/15
024800* LOSING QUOTE IS HELD HERE WHILE THE WALK USES THE               26/10/15
024900* RECORD AREA.                                                    26/10/15
025000* ---------------------------------------------------------       26/10/15
025100 01  WS-CONFLICT-WORK-AREA.                                       26/10/15
025200     05  WS-CONFLICT-SWITCH         PIC X(01).                    26/10/15
025300         88  WS-POLICY-CONFLICT         VALUE "Y".                26/10/15
025400     05  WS-SCAN-SWITCH             PIC X(01).                    26/10/15
025500         88  WS-SCAN-DONE               VALUE "Y".                26/10/15
025600     05  WS-SCAN-POLICY-NUM         PIC X(10).                    26/10/15
025700     05  WS-CONFLICT-QUOTN-NUM      PIC 9(10).                    26/10/15
025800*                                                                 26/10/15
025900* BEFORE/AFTER IMAGE OF THE QUOTE BEING RE-POINTED, FOR           26/10/15
026000* THE AUDIT LOG.                                                  26/10/15
026100* ---------------------------------------------------------       26/10/15
026200 01  WS-BEFORE-IMAGE                PIC X(99).                    26/10/15
026300 01  WS-AFTER-IMAGE                 PIC X(99).                    26/10/15
026310* DATE, TIME AND USER STAMPED ON EACH LOGGED IMAGE - THE          26/10/15
026320* USER IS LEFT BLANK FOR A BATCH PROGRAM.                         26/10/15
026330 01  WS-AUDIT-STAMP.                                              26/10/15
026340     05  WS-AUDIT-DATE              PIC 9(08).                    26/10/15
026350     05  WS-AUDIT-TIME              PIC 9(08).                    26/10/15
026360     05  WS-AUDIT-USER-ID           PIC X(08) VALUE SPACES.       26/10/15
026400*                                                                 26/10/15
026500* END-OF-RUN CONTROL TOTALS (8000-CONTROL-REPORT)                 26/10/15
026600* ---------------------------------------------------------       26/10/15
026700 01  WS-CONTROL-TOTALS.                                           26/10/15
026800     05  WS-RECS-READ               PIC 9(09) COMP VALUE ZERO.    26/10/15
026900     05  WS-RECS-REJECTED           PIC 9(09) COMP VALUE ZERO.    26/10/15
027000     05  WS-MERGES-APPLIED          PIC 9(09) COMP VALUE ZERO.    26/10/15
027100     05  WS-QUOTES-MOVED            PIC 9(09) COMP VALUE ZERO.    26/10/15
027200     05  WS-CONTRS-MOVED            PIC 9(09) COMP VALUE ZERO.    26/10/15
027300     05  WS-HIST-MOVED              PIC 9(09) COMP VALUE ZERO.    26/10/15
027400     05  WS-SCHEDS-MOVED            PIC 9(09) COMP VALUE ZERO.    26/10/15
027500     05  WS-CONFLICTS-LISTED        PIC 9(09) COMP VALUE ZERO.    26/10/15
027600*                                                                 26/10/15
027700* CONTROL-REPORT PRINT LINE AND DISPLAY-EDITED COUNTERS -         26/10/15
027800* STRING REQUIRES DISPLAY USAGE, SO THE COMP COUNTERS ABOVE       26/10/15
027900* ARE EDITED HERE BEFORE THEY ARE STRUNG INTO THE LINE.           26/10/15
028000* ---------------------------------------------------------       26/10/15
028100 01  WS-CONTROL-REPORT-LINE        PIC X(80).                     26/10/15
028200 01  WS-CONTROL-REPORT-EDIT.                                      26/10/15
028300     05  WS-ED-RECS-READ            PIC ZZZZZZZZ9.                26/10/15
028400     05  WS-ED-RECS-REJECTED        PIC ZZZZZZZZ9.                26/10/15
028500     05  WS-ED-MERGES-APPLIED       PIC ZZZZZZZZ9.                26/10/15
028600     05  WS-ED-QUOTES-MOVED         PIC ZZZZZZZZ9.                26/10/15
028700     05  WS-ED-CONTRS-MOVED         PIC ZZZZZZZZ9.                26/10/15
028800     05  WS-ED-HIST-MOVED           PIC ZZZZZZZZ9.                26/10/15
028900     05  WS-ED-SCHEDS-MOVED         PIC ZZZZZZZZ9.                26/10/15
029000     05  WS-ED-CONFLICTS-LISTED     PIC ZZZZZZZZ9.                26/10/15
029100*                                                                 26/10/15
029200* REGISTER LINE WORK AREA                                         26/10/15
029300* ---------------------------------------------------------       26/10/15
029400 01  WS-ED-NUM                      PIC Z(09)9.                   26/10/15
029500 01  WS-ED-NUM-2                    PIC Z(09)9.                   26/10/15
029600 01  WS-ED-PREMIUM                  PIC Z(06)9.99.                26/10/15
029700 01  WS-ED-COUNT                    PIC ZZZZZZZZ9.                26/10/15
029800 01  WS-ED-COUNT-2                  PIC ZZZZZZZZ9.                26/10/15
029900 01  WS-ED-COUNT-3                  PIC ZZZZZZZZ9.                26/10/15
030000 01  WS-ED-COUNT-4                  PIC ZZZZZZZZ9.                26/10/15
030100 01  WS-ED-COUNT-5                  PIC ZZZZZZZZ9.                26/10/15
030200*                                                                 26/10/15
030300 PROCEDURE DIVISION.                                              26/10/15
030400*                                                                 26/10/15
030500*---------------------------------------------------------        26/10/15
030600* 0000-MAINLINE                                                   26/10/15
030700*    DRIVES THE MERGE RUN - EDIT EACH REQUEST AND FOLD EACH       26/10/15
030800*    ACCEPTED DUPLICATE INTO ITS SURVIVOR AS ITS REGISTER         26/10/15
030900*    BLOCK PRINTS, THEN PRINT THE CONTROL REPORT.                 26/10/15
031000*---------------------------------------------------------        26/10/15
031100 0000-MAINLINE.                                                   26/10/15
031200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      26/10/15
031300     PERFORM 2000-PROCESS-MERGE-REQUEST THRU 2000-EXIT            26/10/15
031400         UNTIL MRG-REQ-EOF.                                       26/10/15
031500     PERFORM 7000-PRINT-REGISTER-END THRU 7000-EXIT.              26/10/15
031600     PERFORM 8000-CONTROL-REPORT THRU 8000-EXIT.                  26/10/15
031700     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       26/10/15
031800     STOP RUN.                                                    26/10/15
031900*                                                                 26/10/15
032000*---------------------------------------------------------        26/10/15
032100* 1000-INITIALIZE                                                 26/10/15
032200*    OPENS THE MASTERS FOR UPDATE, THE REQUEST FILE INPUT,        26/10/15
032300*    THE REGISTER, CONFLICT, AND EXCEPTION LISTINGS OUTPUT,       26/10/15
032400*    AND THE AUDIT LOG AND EXTRACT QUEUE FOR APPEND, THEN         26/10/15
032500*    HEADS THE REGISTER AND THE CONFLICT LISTING.                 26/10/15
032600*---------------------------------------------------------        26/10/15
032700 1000-INITIALIZE.                                                 26/10/15
032800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     26/10/15
032900     ACCEPT WS-RUN-TIME FROM TIME.                                26/10/15
033000     OPEN I-O    CUST-FILE.                                       26/10/15
033100     IF CUST-FILE-STATUS NOT = "00"                               26/10/15
033200         DISPLAY "QUOTNMRG - CANNOT OPEN CUST-FILE, STATUS = "    26/10/15
033300             CUST-FILE-STATUS                                     26/10/15
033400         STOP RUN                                                 26/10/15
033500     END-IF.                                                      26/10/15
033600     OPEN I-O    QUOTN-FILE.                                      26/10/15
033700     IF QUOTN-FILE-STATUS NOT = "00"                              26/10/15
033800         DISPLAY "QUOTNMRG - CANNOT OPEN QUOTN-FILE, STATUS = "   26/10/15
033900             QUOTN-FILE-STATUS                                    26/10/15
034000         STOP RUN                                                 26/10/15
034100     END-IF.                                                      26/10/15
034200     OPEN I-O    CONTR-FILE.                                      26/10/15
034300     IF CONTR-FILE-STATUS NOT = "00"                              26/10/15
034400         DISPLAY "QUOTNMRG - CANNOT OPEN CONTR-FILE, STATUS = "   26/10/15
034500             CONTR-FILE-STATUS                                    26/10/15
034600         STOP RUN                                                 26/10/15
034700     END-IF.                                                      26/10/15
034800     OPEN I-O    QUOTN-HIST-FILE.                                 26/10/15
034900     IF QUOTN-HIST-FILE-STATUS NOT = "00"                         26/10/15
035000         DISPLAY "QUOTNMRG - CANNOT OPEN QUOTN-HIST, STATUS = "   26/10/15
035100             QUOTN-HIST-FILE-STATUS                               26/10/15
035200         STOP RUN                                                 26/10/15
035300     END-IF.                                                      26/10/15
035400     OPEN I-O    BILL-FILE.                                       26/10/15
035500     IF BILL-FILE-STATUS NOT = "00"                               26/10/15
035600         DISPLAY "QUOTNMRG - CANNOT OPEN BILLMAST, STATUS = "     26/10/15
035700             BILL-FILE-STATUS                                     26/10/15
035800         STOP RUN                                                 26/10/15
035900     END-IF.                                                      26/10/15
036000     OPEN INPUT  MRG-REQ-FILE.                                    26/10/15
036100     IF MRG-REQ-FILE-STATUS NOT = "00"                            26/10/15
036200         DISPLAY "QUOTNMRG - CANNOT OPEN MRGREQ, STATUS = "       26/10/15
036300             MRG-REQ-FILE-STATUS                                  26/10/15
036400         STOP RUN                                                 26/10/15
036500     END-IF.                                                      26/10/15
036600     OPEN OUTPUT MRG-REG-FILE.                                    26/10/15
036700     IF MRG-REG-FILE-STATUS NOT = "00"                            26/10/15
036800         DISPLAY "QUOTNMRG - CANNOT OPEN MRGREG, STATUS = "       26/10/15
036900             MRG-REG-FILE-STATUS                                  26/10/15
037000         STOP RUN                                                 26/10/15
037100     END-IF.                                                      26/10/15
037200     OPEN OUTPUT MRG-CONF-FILE.                                   26/10/15
037300     IF MRG-CONF-FILE-STATUS NOT = "00"                           26/10/15
037400         DISPLAY "QUOTNMRG - CANNOT OPEN MRGCONF, STATUS = "      26/10/15
037500             MRG-CONF-FILE-STATUS                                 26/10/15
037600         STOP RUN                                                 26/10/15
037700     END-IF.                                                      26/10/15
037800     OPEN OUTPUT MRG-EXCP-FILE.                                   26/10/15
037900     IF MRG-EXCP-FILE-STATUS NOT = "00"                           26/10/15
038000         DISPLAY "QUOTNMRG - CANNOT OPEN MRGEXCP, STATUS = "      26/10/15
038100             MRG-EXCP-FILE-STATUS                                 26/10/15
038200         STOP RUN                                                 26/10/15
038300     END-IF.                                                      26/10/15
038400     OPEN EXTEND AUDIT-LOG-FILE.                                  26/10/15
038500     IF AUDIT-LOG-FILE-STATUS NOT = "00"                          26/10/15
038600         DISPLAY "QUOTNMRG - CANNOT OPEN ONLAUDIT, STATUS = "     26/10/15
038700             AUDIT-LOG-FILE-STATUS                                26/10/15
038800         STOP RUN                                                 26/10/15
038900     END-IF.                                                      26/10/15
039000     OPEN EXTEND EXTRACT-QUEUE-FILE.                              26/10/15
039100     IF EXTRACT-QUEUE-FILE-STATUS NOT = "00"                      26/10/15
039200         DISPLAY "QUOTNMRG - CANNOT OPEN EXTRQUE, STATUS = "      26/10/15
039300             EXTRACT-QUEUE-FILE-STATUS                            26/10/15
039400         STOP RUN                                                 26/10/15
039500     END-IF.                                                      26/10/15
039600     MOVE SPACES TO MRG-REG-RECORD.                               26/10/15
039700     STRING "QUOTNMRG CUSTOMER MERGE REGISTER - RUN "             26/10/15
039800         DELIMITED BY SIZE                                        26/10/15
039900         WS-TODAY-DATE DELIMITED BY SIZE                          26/10/15
040000         INTO MRG-REG-RECORD.                                     26/10/15
040100     WRITE MRG-REG-RECORD.                                        26/10/15
040200     MOVE SPACES TO MRG-CONF-RECORD.                              26/10/15
040300     STRING "QUOTNMRG SURVIVOR POLICY CONFLICT LISTING - RUN "    26/10/15
040400         DELIMITED BY SIZE                                        26/10/15
040500         WS-TODAY-DATE DELIMITED BY SIZE                          26/10/15
040600         INTO MRG-CONF-RECORD.                                    26/10/15
040700     WRITE MRG-CONF-RECORD.                                       26/10/15
040800 1000-EXIT.                                                       26/10/15
040900     EXIT.                                                        26/10/15
041000*                                                                 26/10/15
041100*---------------------------------------------------------        26/10/15
041200* 2000-PROCESS-MERGE-REQUEST                                      26/10/15
041300*    READS THE NEXT MERGE REQUEST, EDITS IT, AND EITHER           26/10/15
041400*    CARRIES OUT THE MERGE OR REFUSES IT ONTO THE                 26/10/15
041500*    EXCEPTION LISTING.  REQUESTS ARE WORKED IN FILE ORDER        26/10/15
041600*    SO A CHAIN (A INTO B, THEN B INTO C) CAN BE SENT IN          26/10/15
041700*    ONE RUN.                                                     26/10/15
041800*---------------------------------------------------------        26/10/15
041900 2000-PROCESS-MERGE-REQUEST.                                      26/10/15
042000     READ MRG-REQ-FILE NEXT RECORD                                26/10/15
042100         AT END                                                   26/10/15
042200             SET MRG-REQ-EOF TO TRUE                              26/10/15
042300             GO TO 2000-EXIT                                      26/10/15
042400     END-READ.                                                    26/10/15
042500     ADD 1 TO WS-RECS-READ.                                       26/10/15
042600     PERFORM 3000-EDIT-MERGE-REQUEST THRU 3000-EXIT.              26/10/15
042700     IF WS-RECORD-INVALID                                         26/10/15
042800         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT                 26/10/15
042900         GO TO 2000-EXIT                                          26/10/15
043000     END-IF.                                                      26/10/15
043100     PERFORM 4000-MERGE-ONE-CUSTOMER THRU 4000-EXIT.              26/10/15
043200 2000-EXIT.                                                       26/10/15
043300     EXIT.                                                        26/10/15
043400*                                                                 26/10/15
043500*---------------------------------------------------------        26/10/15
043600* 3000-EDIT-MERGE-REQUEST                                         26/10/15
043700*    VALIDATES A MERGE REQUEST - BOTH NUMBERS PRESENT AND         26/10/15
043800*    DIFFERENT, THE LOSING CUSTOMER ON FILE AND NOT ALREADY       26/10/15
043900*    MERGED, AND THE SURVIVOR ON FILE AND ACTIVE.  BUSINESS       26/10/15
044000*    MAY ONLY BE MOVED TO A CUSTOMER QUOTNUPD WILL ACCEPT.        26/10/15
044100*---------------------------------------------------------        26/10/15
044200 3000-EDIT-MERGE-REQUEST.                                         26/10/15
044300     SET WS-RECORD-VALID TO TRUE.                                 26/10/15
044400     MOVE SPACES TO WS-REJECT-REASON-TEXT.                        26/10/15
044500     IF MREQ-LOSE-CUST-NUM = SPACES                               26/10/15
044600        OR MREQ-SURV-CUST-NUM = SPACES                            26/10/15
044700         SET WS-RECORD-INVALID TO TRUE                            26/10/15
044800         MOVE "CUSTOMER NUMBER MISSING" TO WS-REJECT-REASON-TEXT  26/10/15
044900         GO TO 3000-EXIT                                          26/10/15
045000     END-IF.                                                      26/10/15
045100     IF MREQ-LOSE-CUST-NUM = MREQ-SURV-CUST-NUM                   26/10/15
045200         SET WS-RECORD-INVALID TO TRUE                            26/10/15
045300         MOVE "LOSING AND SURVIVING CUSTOMER THE SAME"            26/10/15
045400             TO WS-REJECT-REASON-TEXT                             26/10/15
045500         GO TO 3000-EXIT                                          26/10/15
045600     END-IF.                                                      26/10/15
045700     MOVE MREQ-LOSE-CUST-NUM TO CUST-NUM.                         26/10/15
045800     READ CUST-FILE                                               26/10/15
045900         INVALID KEY                                              26/10/15
046000             SET WS-RECORD-INVALID TO TRUE                        26/10/15
046100             MOVE "LOSING CUSTOMER NOT ON FILE"                   26/10/15
046200                 TO WS-REJECT-REASON-TEXT                         26/10/15
046300             GO TO 3000-EXIT                                      26/10/15
046400     END-READ.                                                    26/10/15
046500     IF NOT CUST-NOT-MERGED                                       26/10/15
046600         SET WS-RECORD-INVALID TO TRUE                            26/10/15
046700         MOVE "LOSING CUSTOMER ALREADY MERGED"                    26/10/15
046800             TO WS-REJECT-REASON-TEXT                             26/10/15
046900         GO TO 3000-EXIT                                          26/10/15
047000     END-IF.                                                      26/10/15
047100     MOVE CUST-NAME TO WS-LOSE-CUST-NAME.                         26/10/15
047200     MOVE MREQ-SURV-CUST-NUM TO CUST-NUM.                         26/10/15
047300     READ CUST-FILE                                               26/10/15
047400         INVALID KEY                                              26/10/15
047500             SET WS-RECORD-INVALID TO TRUE                        26/10/15
047600             MOVE "SURVIVING CUSTOMER NOT ON FILE"                26/10/15
047700                 TO WS-REJECT-REASON-TEXT                         26/10/15
047800             GO TO 3000-EXIT                                      26/10/15
047900     END-READ.                                                    26/10/15
048000     IF NOT CUST-STAT-ACTIVE                                      26/10/15
048100         SET WS-RECORD-INVALID TO TRUE                            26/10/15
048200         MOVE "SURVIVING CUSTOMER NOT ACTIVE"                     26/10/15
048300             TO WS-REJECT-REASON-TEXT                             26/10/15
048400         GO TO 3000-EXIT                                          26/10/15
048500     END-IF.                                                      26/10/15
048600     MOVE CUST-NAME TO WS-SURV-CUST-NAME.                         26/10/15
048700 3000-EXIT.                                                       26/10/15
048800     EXIT.                                                        26/10/15
048900*                                                                 26/10/15
049000*---------------------------------------------------------        26/10/15
049100* 3900-WRITE-REJECT                                               26/10/15
049200*    FILES ONE EXCEPTION LINE FOR THE CURRENT REQUEST WITH        26/10/15
049300*    THE EDIT REASON.                                             26/10/15
049400*---------------------------------------------------------        26/10/15
049500 3900-WRITE-REJECT.                                               26/10/15
049600     ADD 1 TO WS-RECS-REJECTED.                                   26/10/15
049700     MOVE SPACES TO MRG-EXCP-RECORD.                              26/10/15
049800     STRING "MERGE " DELIMITED BY SIZE                            26/10/15
049900         MREQ-LOSE-CUST-NUM     DELIMITED BY SIZE                 26/10/15
050000         " INTO " DELIMITED BY SIZE                               26/10/15
050100         MREQ-SURV-CUST-NUM     DELIMITED BY SIZE                 26/10/15
050200         " " DELIMITED BY SIZE                                    26/10/15
050300         WS-REJECT-REASON-TEXT  DELIMITED BY SIZE                 26/10/15
050400         INTO MRG-EXCP-RECORD.                                    26/10/15
050500     WRITE MRG-EXCP-RECORD.                                       26/10/15
050600     IF MRG-EXCP-FILE-STATUS NOT = "00"                           26/10/15
050700         DISPLAY "QUOTNMRG - WRITE FAILED, CUST = "               26/10/15
050800             MREQ-LOSE-CUST-NUM                                   26/10/15
050900         GO TO 3900-EXIT                                          26/10/15
051000     END-IF.                                                      26/10/15
051100 3900-EXIT.                                                       26/10/15
051200     EXIT.                                                        26/10/15
051300*                                                                 26/10/15
051400*---------------------------------------------------------        26/10/15
051500* 4000-MERGE-ONE-CUSTOMER                                         26/10/15
051600*    PRINTS THE REGISTER BLOCK HEADING, RE-POINTS THE             26/10/15
051700*    LOSING CUSTOMER'S QUOTES, CONTRACTS, ARCHIVED QUOTES,        26/10/15
051800*    AND BILLING SCHEDULES TO THE SURVIVOR, CARRIES ANY           26/10/15
051900*    EARLIER MERGES INTO THE LOSER ON TO THE SURVIVOR,            26/10/15
052000*    MARKS THE LOSER MERGED, AND CLOSES THE BLOCK.                26/10/15
052100*---------------------------------------------------------        26/10/15
052200 4000-MERGE-ONE-CUSTOMER.                                         26/10/15
052300     MOVE MREQ-LOSE-CUST-NUM TO WS-LOSE-CUST-NUM.                 26/10/15
052400     MOVE MREQ-SURV-CUST-NUM TO WS-SURV-CUST-NUM.                 26/10/15
052500     MOVE ZERO TO WS-MRG-QUOTES WS-MRG-CONTRS WS-MRG-HIST.        26/10/15
052600     MOVE ZERO TO WS-MRG-SCHEDS WS-MRG-CONFLICTS.                 26/10/15
052700     MOVE SPACES TO MRG-REG-RECORD.                               26/10/15
052800     WRITE MRG-REG-RECORD.                                        26/10/15
052900     MOVE SPACES TO MRG-REG-RECORD.                               26/10/15
053000     STRING "  MERGE CUSTOMER " DELIMITED BY SIZE                 26/10/15
053100         WS-LOSE-CUST-NUM DELIMITED BY SIZE                       26/10/15
053200         " " DELIMITED BY SIZE                                    26/10/15
053300         WS-LOSE-CUST-NAME DELIMITED BY SIZE                      26/10/15
053400         INTO MRG-REG-RECORD.                                     26/10/15
053500     WRITE MRG-REG-RECORD.                                        26/10/15
053600     MOVE SPACES TO MRG-REG-RECORD.                               26/10/15
053700     STRING "            INTO " DELIMITED BY SIZE                 26/10/15
053800         WS-SURV-CUST-NUM DELIMITED BY SIZE                       26/10/15
053900         " " DELIMITED BY SIZE                                    26/10/15
054000         WS-SURV-CUST-NAME DELIMITED BY SIZE                      26/10/15
054100         INTO MRG-REG-RECORD.                                     26/10/15
054200     WRITE MRG-REG-RECORD.                                        26/10/15
054300     MOVE "N" TO WS-QUOTN-EOF-SWITCH.                             26/10/15
054400     PERFORM 4100-REPOINT-NEXT-QUOTE THRU 4100-EXIT               26/10/15
054500         UNTIL QUOTN-FILE-EOF.                                    26/10/15
054600     MOVE "N" TO WS-CONTR-EOF-SWITCH.                             26/10/15
054700     MOVE ZERO TO CONTR-NUM.                                      26/10/15
054800     START CONTR-FILE KEY IS NOT LESS THAN CONTR-NUM              26/10/15
054900         INVALID KEY                                              26/10/15
055000             SET CONTR-FILE-EOF TO TRUE                           26/10/15
055100     END-START.                                                   26/10/15
055200     PERFORM 4200-REPOINT-CONTRACT THRU 4200-EXIT                 26/10/15
055300         UNTIL CONTR-FILE-EOF.                                    26/10/15
055400     MOVE "N" TO WS-HIST-EOF-SWITCH.                              26/10/15
055500     MOVE ZERO TO HIST-QUOTN-NUM.                                 26/10/15
055600     START QUOTN-HIST-FILE KEY IS NOT LESS THAN HIST-QUOTN-NUM    26/10/15
055700         INVALID KEY                                              26/10/15
055800             SET QUOTN-HIST-EOF TO TRUE                           26/10/15
055900     END-START.                                                   26/10/15
056000     PERFORM 4300-REPOINT-HISTORY THRU 4300-EXIT                  26/10/15
056100         UNTIL QUOTN-HIST-EOF.                                    26/10/15
056200     MOVE "N" TO WS-BILL-EOF-SWITCH.                              26/10/15
056300     MOVE ZERO TO BILL-CONTR-NUM.                                 26/10/15
056400     START BILL-FILE KEY IS NOT LESS THAN BILL-CONTR-NUM          26/10/15
056500         INVALID KEY                                              26/10/15
056600             SET BILL-FILE-EOF TO TRUE                            26/10/15
056700     END-START.                                                   26/10/15
056800     PERFORM 4400-REPOINT-SCHEDULE THRU 4400-EXIT                 26/10/15
056900         UNTIL BILL-FILE-EOF.                                     26/10/15
057000     MOVE "N" TO WS-CUST-EOF-SWITCH.                              26/10/15
057100     MOVE LOW-VALUES TO CUST-NUM.                                 26/10/15
057200     START CUST-FILE KEY IS NOT LESS THAN CUST-NUM                26/10/15
057300         INVALID KEY                                              26/10/15
057400             SET CUST-FILE-EOF TO TRUE                            26/10/15
057500     END-START.                                                   26/10/15
057600     PERFORM 4500-CARRY-PRIOR-MERGE THRU 4500-EXIT                26/10/15
057700         UNTIL CUST-FILE-EOF.                                     26/10/15
057800     PERFORM 4600-MARK-LOSER-MERGED THRU 4600-EXIT.               26/10/15
057900     PERFORM 4700-PRINT-MERGE-TOTALS THRU 4700-EXIT.              26/10/15
058000     ADD 1 TO WS-MERGES-APPLIED.                                  26/10/15
058100 4000-EXIT.                                                       26/10/15
058200     EXIT.                                                        26/10/15
058300*                                                                 26/10/15
058400*---------------------------------------------------------        26/10/15
058500* 4100-REPOINT-NEXT-QUOTE                                         26/10/15
058600*    POSITIONS AT THE FIRST QUOTE STILL FILED UNDER THE           26/10/15
058700*    LOSING CUSTOMER ON THE CUSTOMER/POLICY PATH - EACH ONE       26/10/15
058800*    RE-POINTED LEAVES THAT PART OF THE PATH, SO THE NEXT         26/10/15
058900*    POSITIONING FINDS THE NEXT QUOTE AND NONE LEFT ENDS          26/10/15
059000*    THE PASS.  EVERY QUOTE MOVES WHATEVER ITS STATUS; AN         26/10/15
059100*    ACTIVE ONE IS FIRST CHECKED AGAINST THE SURVIVOR'S           26/10/15
059200*    ACTIVE QUOTES ON THE SAME POLICY.  EACH ONE IS LOGGED        26/10/15
059300*    TO THE AUDIT LOG, QUEUED FOR THE EXTRACT, AND                26/10/15
059400*    REGISTERED.                                                  26/10/15
059500*---------------------------------------------------------        26/10/15
059600 4100-REPOINT-NEXT-QUOTE.                                         26/10/15
059700     MOVE WS-LOSE-CUST-NUM TO QUOTN-CUST-NUM.                     26/10/15
059800     MOVE LOW-VALUES TO QUOTN-POLICY-NUM.                         26/10/15
059900     START QUOTN-FILE KEY IS NOT LESS THAN QUOTN-CUST-POLICY-KEY  26/10/15
060000         INVALID KEY                                              26/10/15
060100             SET QUOTN-FILE-EOF TO TRUE                           26/10/15
060200             GO TO 4100-EXIT                                      26/10/15
060300     END-START.                                                   26/10/15
060400     READ QUOTN-FILE NEXT RECORD                                  26/10/15
060500         AT END                                                   26/10/15
060600             SET QUOTN-FILE-EOF TO TRUE                           26/10/15
060700             GO TO 4100-EXIT                                      26/10/15
060800     END-READ.                                                    26/10/15
060900     IF QUOTN-CUST-NUM NOT = WS-LOSE-CUST-NUM                     26/10/15
061000         SET QUOTN-FILE-EOF TO TRUE                               26/10/15
061100         GO TO 4100-EXIT                                          26/10/15
061200     END-IF.                                                      26/10/15
061300     MOVE QUOTN-RECORD TO WS-BEFORE-IMAGE.                        26/10/15
061400     MOVE "N" TO WS-CONFLICT-SWITCH.                              26/10/15
061500     IF QUOTN-STAT-ACTIVE                                         26/10/15
061600         PERFORM 4110-CHECK-SURVIVOR-POLICY THRU 4110-EXIT        26/10/15
061700*        THE WALK LEFT A SURVIVOR QUOTE IN THE RECORD AREA -      26/10/15
061800*        PUT BACK THE LOSING QUOTE BEFORE IT IS CHANGED.          26/10/15
061900         MOVE WS-BEFORE-IMAGE TO QUOTN-RECORD                     26/10/15
062000     END-IF.                                                      26/10/15
062100     MOVE WS-SURV-CUST-NUM TO QUOTN-CUST-NUM.                     26/10/15
062200     MOVE WS-TODAY-DATE TO QUOTN-LAST-UPD-DATE.                   26/10/15
062300     MOVE WS-RUN-TIME(1:6) TO QUOTN-LAST-UPD-TIME.                26/10/15
062400     SET QUOTN-EXTRACT-PENDING TO TRUE.                           26/10/15
062500     REWRITE QUOTN-RECORD                                         26/10/15
062600         INVALID KEY                                              26/10/15
062700             DISPLAY "QUOTNMRG - REWRITE FAILED, NUM = "          26/10/15
062800                 QUOTN-NUM                                        26/10/15
062900             SET QUOTN-FILE-EOF TO TRUE                           26/10/15
063000             GO TO 4100-EXIT                                      26/10/15
063100     END-REWRITE.                                                 26/10/15
063200     MOVE QUOTN-RECORD TO WS-AFTER-IMAGE.                         26/10/15
063300     PERFORM 6000-WRITE-AUDIT-IMAGES THRU 6000-EXIT.              26/10/15
063400     MOVE QUOTN-NUM TO EXTQ-QUOTN-NUM.                            26/10/15
063500     MOVE "QUOTNMRG" TO EXTQ-SOURCE-PGM-ID.                       26/10/15
063600     WRITE EXTRACT-QUEUE-RECORD.                                  26/10/15
063700     IF EXTRACT-QUEUE-FILE-STATUS NOT = "00"                      26/10/15
063800         DISPLAY "QUOTNMRG - QUEUE WRITE FAILED, NUM = "          26/10/15
063900             QUOTN-NUM                                            26/10/15
064000     END-IF.                                                      26/10/15
064100     ADD 1 TO WS-MRG-QUOTES.                                      26/10/15
064200     ADD 1 TO WS-QUOTES-MOVED.                                    26/10/15
064300     MOVE QUOTN-NUM         TO WS-ED-NUM.                         26/10/15
064400     MOVE QUOTN-PREMIUM-AMT TO WS-ED-PREMIUM.                     26/10/15
064500     MOVE SPACES TO MRG-REG-RECORD.                               26/10/15
064600     STRING "    QUOTE    " DELIMITED BY SIZE                     26/10/15
064700         WS-ED-NUM DELIMITED BY SIZE                              26/10/15
064800         "  POLICY " DELIMITED BY SIZE                            26/10/15
064900         QUOTN-POLICY-NUM DELIMITED BY SIZE                       26/10/15
065000         "  STATUS " DELIMITED BY SIZE                            26/10/15
065100         QUOTN-STATUS DELIMITED BY SIZE                           26/10/15
065200         "  EFF " DELIMITED BY SIZE                               26/10/15
065300         QUOTN-EFF-DATE DELIMITED BY SIZE                         26/10/15
065400         "  PREMIUM " DELIMITED BY SIZE                           26/10/15
065500         WS-ED-PREMIUM DELIMITED BY SIZE                          26/10/15
065600         INTO MRG-REG-RECORD.                                     26/10/15
065700     IF WS-POLICY-CONFLICT                                        26/10/15
065800         MOVE "  ** CONFLICT" TO MRG-REG-RECORD(90:13)            26/10/15
065900     END-IF.                                                      26/10/15
066000     WRITE MRG-REG-RECORD.                                        26/10/15
066100     IF WS-POLICY-CONFLICT                                        26/10/15
066200         PERFORM 4150-WRITE-CONFLICT THRU 4150-EXIT               26/10/15
066300     END-IF.                                                      26/10/15
066400 4100-EXIT.                                                       26/10/15
066500     EXIT.                                                        26/10/15
066600*                                                                 26/10/15
066700*---------------------------------------------------------        26/10/15
066800* 4110-CHECK-SURVIVOR-POLICY                                      26/10/15
066900*    READS THE SURVIVOR'S CUSTOMER/POLICY ON THE ALTERNATE        26/10/15
067000*    PATH FOR THE LOSING QUOTE'S POLICY AND WALKS THE             26/10/15
067100*    DUPLICATES LOOKING FOR ONE STILL ACTIVE.  FINDING ONE        26/10/15
067200*    FLAGS A CONFLICT - THE QUOTE IS STILL MOVED, BUT THE         26/10/15
067300*    SURVIVOR WILL HOLD TWO LIVE QUOTES FOR ONE POLICY            26/10/15
067400*    UNTIL UNDERWRITING WITHDRAWS ONE.                            26/10/15
067500*---------------------------------------------------------        26/10/15
067600 4110-CHECK-SURVIVOR-POLICY.                                      26/10/15
067700     MOVE "N" TO WS-SCAN-SWITCH.                                  26/10/15
067800     MOVE QUOTN-POLICY-NUM TO WS-SCAN-POLICY-NUM.                 26/10/15
067900     MOVE WS-SURV-CUST-NUM TO QUOTN-CUST-NUM.                     26/10/15
068000     READ QUOTN-FILE                                              26/10/15
068100         KEY IS QUOTN-CUST-POLICY-KEY                             26/10/15
068200         INVALID KEY                                              26/10/15
068300             GO TO 4110-EXIT                                      26/10/15
068400     END-READ.                                                    26/10/15
068500     PERFORM 4120-SCAN-SURVIVOR-QUOTE THRU 4120-EXIT              26/10/15
068600         UNTIL WS-SCAN-DONE OR WS-POLICY-CONFLICT.                26/10/15
068700 4110-EXIT.                                                       26/10/15
068800     EXIT.                                                        26/10/15
068900*                                                                 26/10/15
069000*---------------------------------------------------------        26/10/15
069100* 4120-SCAN-SURVIVOR-QUOTE                                        26/10/15
069200*    EXAMINES THE QUOTN-FILE RECORD CURRENTLY IN THE              26/10/15
069300*    RECORD AREA - DONE WHEN THE CUSTOMER/POLICY NO               26/10/15
069400*    LONGER MATCHES, FLAGGED WHEN IT IS STILL ACTIVE,             26/10/15
069500*    OTHERWISE STEPS TO THE NEXT RECORD ON THE ALTERNATE          26/10/15
069600*    KEY PATH.                                                    26/10/15
069700*---------------------------------------------------------        26/10/15
069800 4120-SCAN-SURVIVOR-QUOTE.                                        26/10/15
069900     IF QUOTN-CUST-NUM NOT = WS-SURV-CUST-NUM                     26/10/15
070000        OR QUOTN-POLICY-NUM NOT = WS-SCAN-POLICY-NUM              26/10/15
070100         SET WS-SCAN-DONE TO TRUE                                 26/10/15
070200         GO TO 4120-EXIT                                          26/10/15
070300     END-IF.                                                      26/10/15
070400     IF QUOTN-STAT-ACTIVE                                         26/10/15
070500         SET WS-POLICY-CONFLICT TO TRUE                           26/10/15
070600         MOVE QUOTN-NUM TO WS-CONFLICT-QUOTN-NUM                  26/10/15
070700         GO TO 4120-EXIT                                          26/10/15
070800     END-IF.                                                      26/10/15
070900     READ QUOTN-FILE NEXT RECORD                                  26/10/15
071000         AT END                                                   26/10/15
071100             SET WS-SCAN-DONE TO TRUE                             26/10/15
071200     END-READ.                                                    26/10/15
071300 4120-EXIT.                                                       26/10/15
071400     EXIT.                                                        26/10/15
071500*                                                                 26/10/15
071600*---------------------------------------------------------        26/10/15
071700* 4150-WRITE-CONFLICT                                             26/10/15
071800*    FILES ONE CONFLICT-LISTING LINE FOR THE QUOTE JUST           26/10/15
071900*    RE-POINTED - THE POLICY, THE SURVIVOR'S OWN ACTIVE           26/10/15
072000*    QUOTE, AND THE ACTIVE QUOTE THAT CAME ACROSS WITH THE        26/10/15
072100*    MERGE.                                                       26/10/15
072200*---------------------------------------------------------        26/10/15
072300 4150-WRITE-CONFLICT.                                             26/10/15
072400     ADD 1 TO WS-MRG-CONFLICTS.                                   26/10/15
072500     ADD 1 TO WS-CONFLICTS-LISTED.                                26/10/15
072600     MOVE WS-CONFLICT-QUOTN-NUM TO WS-ED-NUM-2.                   26/10/15
072700     MOVE SPACES TO MRG-CONF-RECORD.                              26/10/15
072800     STRING "CUSTOMER " DELIMITED BY SIZE                         26/10/15
072900         WS-SURV-CUST-NUM DELIMITED BY SIZE                       26/10/15
073000         "  POLICY " DELIMITED BY SIZE                            26/10/15
073100         QUOTN-POLICY-NUM DELIMITED BY SIZE                       26/10/15
073200         "  ACTIVE QUOTE " DELIMITED BY SIZE                      26/10/15
073300         WS-ED-NUM-2 DELIMITED BY SIZE                            26/10/15
073400         "  AND ACTIVE QUOTE " DELIMITED BY SIZE                  26/10/15
073500         WS-ED-NUM DELIMITED BY SIZE                              26/10/15
073600         " MERGED FROM " DELIMITED BY SIZE                        26/10/15
073700         WS-LOSE-CUST-NUM DELIMITED BY SIZE                       26/10/15
073800         INTO MRG-CONF-RECORD.                                    26/10/15
073900     WRITE MRG-CONF-RECORD.                                       26/10/15
074000     IF MRG-CONF-FILE-STATUS NOT = "00"                           26/10/15
074100         DISPLAY "QUOTNMRG - CONFLICT WRITE FAILED, NUM = "       26/10/15
074200             QUOTN-NUM                                            26/10/15
074300     END-IF.                                                      26/10/15
074400 4150-EXIT.                                                       26/10/15
074500     EXIT.                                                        26/10/15
074600*                                                                 26/10/15
074700*---------------------------------------------------------        26/10/15
074800* 4200-REPOINT-CONTRACT                                           26/10/15
074900*    READS THE NEXT CONTRACT - ONE FILED UNDER THE LOSING         26/10/15
075000*    CUSTOMER, WHATEVER ITS STATUS, IS RE-POINTED TO THE          26/10/15
075100*    SURVIVOR, REWRITTEN, AND REGISTERED.                         26/10/15
075200*---------------------------------------------------------        26/10/15
075300 4200-REPOINT-CONTRACT.                                           26/10/15
075400     READ CONTR-FILE NEXT RECORD                                  26/10/15
075500         AT END                                                   26/10/15
075600             SET CONTR-FILE-EOF TO TRUE                           26/10/15
075700             GO TO 4200-EXIT                                      26/10/15
075800     END-READ.                                                    26/10/15
075900     IF CONTR-CUST-NUM NOT = WS-LOSE-CUST-NUM                     26/10/15
076000         GO TO 4200-EXIT                                          26/10/15
076100     END-IF.                                                      26/10/15
076200     MOVE WS-SURV-CUST-NUM TO CONTR-CUST-NUM.                     26/10/15
076300     REWRITE CONTR-RECORD                                         26/10/15
076400         INVALID KEY                                              26/10/15
076500             DISPLAY "QUOTNMRG - REWRITE FAILED, NUM = "          26/10/15
076600                 CONTR-NUM                                        26/10/15
076700             GO TO 4200-EXIT                                      26/10/15
076800     END-REWRITE.                                                 26/10/15
076900     ADD 1 TO WS-MRG-CONTRS.                                      26/10/15
077000     ADD 1 TO WS-CONTRS-MOVED.                                    26/10/15
077100     MOVE CONTR-NUM         TO WS-ED-NUM.                         26/10/15
077200     MOVE CONTR-PREMIUM-AMT TO WS-ED-PREMIUM.                     26/10/15
077300     MOVE SPACES TO MRG-REG-RECORD.                               26/10/15
077400     STRING "    CONTRACT " DELIMITED BY SIZE                     26/10/15
077500         WS-ED-NUM DELIMITED BY SIZE                              26/10/15
077600         "  POLICY " DELIMITED BY SIZE                            26/10/15
077700         CONTR-POLICY-NUM DELIMITED BY SIZE                       26/10/15
077800         "  STATUS " DELIMITED BY SIZE                            26/10/15
077900         CONTR-STATUS DELIMITED BY SIZE                           26/10/15
078000         "  ISSUED " DELIMITED BY SIZE                            26/10/15
078100         CONTR-ISSUE-DATE DELIMITED BY SIZE                       26/10/15
078200         "  PREMIUM " DELIMITED BY SIZE                           26/10/15
078300         WS-ED-PREMIUM DELIMITED BY SIZE                          26/10/15
078400         INTO MRG-REG-RECORD.                                     26/10/15
078500     WRITE MRG-REG-RECORD.                                        26/10/15
078600 4200-EXIT.                                                       26/10/15
078700     EXIT.                                                        26/10/15
078800*                                                                 26/10/15
078900*---------------------------------------------------------        26/10/15
079000* 4300-REPOINT-HISTORY                                            26/10/15
079100*    READS THE NEXT ARCHIVED QUOTE - ONE FILED UNDER THE          26/10/15
079200*    LOSING CUSTOMER IS RE-POINTED TO THE SURVIVOR,               26/10/15
079300*    REWRITTEN, AND REGISTERED.                                   26/10/15
079400*---------------------------------------------------------        26/10/15
079500 4300-REPOINT-HISTORY.                                            26/10/15
079600     READ QUOTN-HIST-FILE NEXT RECORD                             26/10/15
079700         AT END                                                   26/10/15
079800             SET QUOTN-HIST-EOF TO TRUE                           26/10/15
079900             GO TO 4300-EXIT                                      26/10/15
080000     END-READ.                                                    26/10/15
080100     IF HIST-CUST-NUM NOT = WS-LOSE-CUST-NUM                      26/10/15
080200         GO TO 4300-EXIT                                          26/10/15
080300     END-IF.                                                      26/10/15
080400     MOVE WS-SURV-CUST-NUM TO HIST-CUST-NUM.                      26/10/15
080500     REWRITE QUOTN-HIST-RECORD                                    26/10/15
080600         INVALID KEY                                              26/10/15
080700             DISPLAY "QUOTNMRG - REWRITE FAILED, NUM = "          26/10/15
080800                 HIST-QUOTN-NUM                                   26/10/15
080900             GO TO 4300-EXIT                                      26/10/15
081000     END-REWRITE.                                                 26/10/15
081100     ADD 1 TO WS-MRG-HIST.                                        26/10/15
081200     ADD 1 TO WS-HIST-MOVED.                                      26/10/15
081300     MOVE HIST-QUOTN-NUM   TO WS-ED-NUM.                          26/10/15
081400     MOVE HIST-PREMIUM-AMT TO WS-ED-PREMIUM.                      26/10/15
081500     MOVE SPACES TO MRG-REG-RECORD.                               26/10/15
081600     STRING "    ARCHIVED " DELIMITED BY SIZE                     26/10/15
081700         WS-ED-NUM DELIMITED BY SIZE                              26/10/15
081800         "  POLICY " DELIMITED BY SIZE                            26/10/15
081900         HIST-POLICY-NUM DELIMITED BY SIZE                        26/10/15
082000         "  STATUS " DELIMITED BY SIZE                            26/10/15
082100         HIST-STATUS DELIMITED BY SIZE                            26/10/15
082200         "  ARCHIVED " DELIMITED BY SIZE                          26/10/15
082300         HIST-ARCHIVE-DATE DELIMITED BY SIZE                      26/10/15
082400         "  PREMIUM " DELIMITED BY SIZE                           26/10/15
082500         WS-ED-PREMIUM DELIMITED BY SIZE                          26/10/15
082600         INTO MRG-REG-RECORD.                                     26/10/15
082700     WRITE MRG-REG-RECORD.                                        26/10/15
082800 4300-EXIT.                                                       26/10/15
082900     EXIT.                                                        26/10/15
083000*                                                                 26/10/15
083100*---------------------------------------------------------        26/10/15
083200* 4400-REPOINT-SCHEDULE                                           26/10/15
083300*    READS THE NEXT BILLING SCHEDULE - ONE FILED UNDER THE        26/10/15
083400*    LOSING CUSTOMER IS RE-POINTED TO THE SURVIVOR,               26/10/15
083500*    REWRITTEN, AND REGISTERED.                                   26/10/15
083600*---------------------------------------------------------        26/10/15
083700 4400-REPOINT-SCHEDULE.                                           26/10/15
083800     READ BILL-FILE NEXT RECORD                                   26/10/15
083900         AT END                                                   26/10/15
084000             SET BILL-FILE-EOF TO TRUE                            26/10/15
084100             GO TO 4400-EXIT                                      26/10/15
084200     END-READ.                                                    26/10/15
084300     IF BILL-CUST-NUM NOT = WS-LOSE-CUST-NUM                      26/10/15
084400         GO TO 4400-EXIT                                          26/10/15
084500     END-IF.                                                      26/10/15
084600     MOVE WS-SURV-CUST-NUM TO BILL-CUST-NUM.                      26/10/15
084700     REWRITE BILL-RECORD                                          26/10/15
084800         INVALID KEY                                              26/10/15
084900             DISPLAY "QUOTNMRG - REWRITE FAILED, NUM = "          26/10/15
085000                 BILL-CONTR-NUM                                   26/10/15
085100             GO TO 4400-EXIT                                      26/10/15
085200     END-REWRITE.                                                 26/10/15
085300     ADD 1 TO WS-MRG-SCHEDS.                                      26/10/15
085400     ADD 1 TO WS-SCHEDS-MOVED.                                    26/10/15
085500     MOVE BILL-CONTR-NUM TO WS-ED-NUM.                            26/10/15
085600     MOVE SPACES TO MRG-REG-RECORD.                               26/10/15
085700     STRING "    BILLING SCHEDULE FOR CONTRACT " DELIMITED BY SIZE26/10/15
085800         WS-ED-NUM DELIMITED BY SIZE                              26/10/15
085900         "  POLICY " DELIMITED BY SIZE                            26/10/15
086000         BILL-POLICY-NUM DELIMITED BY SIZE                        26/10/15
086100         INTO MRG-REG-RECORD.                                     26/10/15
086200     WRITE MRG-REG-RECORD.                                        26/10/15
086300 4400-EXIT.                                                       26/10/15
086400     EXIT.                                                        26/10/15
086500*                                                                 26/10/15
086600*---------------------------------------------------------        26/10/15
086700* 4500-CARRY-PRIOR-MERGE                                          26/10/15
086800*    READS THE NEXT CUSTOMER - ONE MERGED INTO THE LOSING         26/10/15
086900*    CUSTOMER BY AN EARLIER RUN IS POINTED STRAIGHT AT THE        26/10/15
087000*    SURVIVOR, SO NOBODY IS SENT TO A NUMBER THAT IS              26/10/15
087100*    ITSELF MERGED.                                               26/10/15
087200*---------------------------------------------------------        26/10/15
087300 4500-CARRY-PRIOR-MERGE.                                          26/10/15
087400     READ CUST-FILE NEXT RECORD                                   26/10/15
087500         AT END                                                   26/10/15
087600             SET CUST-FILE-EOF TO TRUE                            26/10/15
087700             GO TO 4500-EXIT                                      26/10/15
087800     END-READ.                                                    26/10/15
087900     IF CUST-MERGED-INTO-NUM NOT = WS-LOSE-CUST-NUM               26/10/15
088000         GO TO 4500-EXIT                                          26/10/15
088100     END-IF.                                                      26/10/15
088200     MOVE WS-SURV-CUST-NUM TO CUST-MERGED-INTO-NUM.               26/10/15
088300     MOVE WS-TODAY-DATE TO CUST-LAST-UPD-DATE.                    26/10/15
088400     REWRITE CUST-RECORD                                          26/10/15
088500         INVALID KEY                                              26/10/15
088600             DISPLAY "QUOTNMRG - REWRITE FAILED, CUST = "         26/10/15
088700                 CUST-NUM                                         26/10/15
088800             GO TO 4500-EXIT                                      26/10/15
088900     END-REWRITE.                                                 26/10/15
089000     MOVE SPACES TO MRG-REG-RECORD.                               26/10/15
089100     STRING "    EARLIER MERGE OF CUSTOMER " DELIMITED BY SIZE    26/10/15
089200         CUST-NUM DELIMITED BY SIZE                               26/10/15
089300         " NOW POINTS TO " DELIMITED BY SIZE                      26/10/15
089400         WS-SURV-CUST-NUM DELIMITED BY SIZE                       26/10/15
089500         INTO MRG-REG-RECORD.                                     26/10/15
089600     WRITE MRG-REG-RECORD.                                        26/10/15
089700 4500-EXIT.                                                       26/10/15
089800     EXIT.                                                        26/10/15
089900*                                                                 26/10/15
090000*---------------------------------------------------------        26/10/15
090100* 4600-MARK-LOSER-MERGED                                          26/10/15
090200*    LEAVES THE LOSING CUST-RECORD ON FILE, INACTIVE, WITH        26/10/15
090300*    THE SURVIVING NUMBER IN CUST-MERGED-INTO-NUM.                26/10/15
090400*---------------------------------------------------------        26/10/15
090500 4600-MARK-LOSER-MERGED.                                          26/10/15
090600     MOVE WS-LOSE-CUST-NUM TO CUST-NUM.                           26/10/15
090700     READ CUST-FILE                                               26/10/15
090800         INVALID KEY                                              26/10/15
090900             DISPLAY "QUOTNMRG - READ FAILED, CUST = "            26/10/15
091000                 WS-LOSE-CUST-NUM                                 26/10/15
091100             GO TO 4600-EXIT                                      26/10/15
091200     END-READ.                                                    26/10/15
091300     SET CUST-STAT-INACTIVE TO TRUE.                              26/10/15
091400     MOVE WS-SURV-CUST-NUM TO CUST-MERGED-INTO-NUM.               26/10/15
091500     MOVE WS-TODAY-DATE TO CUST-LAST-UPD-DATE.                    26/10/15
091600     REWRITE CUST-RECORD                                          26/10/15
091700         INVALID KEY                                              26/10/15
091800             DISPLAY "QUOTNMRG - REWRITE FAILED, CUST = "         26/10/15
091900                 CUST-NUM                                         26/10/15
092000     END-REWRITE.                                                 26/10/15
092100 4600-EXIT.                                                       26/10/15
092200     EXIT.                                                        26/10/15
092300*                                                                 26/10/15
092400*---------------------------------------------------------        26/10/15
092500* 4700-PRINT-MERGE-TOTALS                                         26/10/15
092600*    CLOSES THE REGISTER BLOCK FOR THE MERGE JUST MADE WITH       26/10/15
092700*    ITS COUNTS.                                                  26/10/15
092800*---------------------------------------------------------        26/10/15
092900 4700-PRINT-MERGE-TOTALS.                                         26/10/15
093000     MOVE WS-MRG-QUOTES    TO WS-ED-COUNT.                        26/10/15
093100     MOVE WS-MRG-CONTRS    TO WS-ED-COUNT-2.                      26/10/15
093200     MOVE WS-MRG-HIST      TO WS-ED-COUNT-3.                      26/10/15
093300     MOVE WS-MRG-SCHEDS    TO WS-ED-COUNT-4.                      26/10/15
093400     MOVE WS-MRG-CONFLICTS TO WS-ED-COUNT-5.                      26/10/15
093500     MOVE SPACES TO MRG-REG-RECORD.                               26/10/15
093600     STRING "  QUOTES " DELIMITED BY SIZE                         26/10/15
093700         WS-ED-COUNT DELIMITED BY SIZE                            26/10/15
093800         "  CONTRACTS " DELIMITED BY SIZE                         26/10/15
093900         WS-ED-COUNT-2 DELIMITED BY SIZE                          26/10/15
094000         "  ARCHIVED " DELIMITED BY SIZE                          26/10/15
094100         WS-ED-COUNT-3 DELIMITED BY SIZE                          26/10/15
094200         "  SCHEDULES " DELIMITED BY SIZE                         26/10/15
094300         WS-ED-COUNT-4 DELIMITED BY SIZE                          26/10/15
094400         "  CONFLICTS " DELIMITED BY SIZE                         26/10/15
094500         WS-ED-COUNT-5 DELIMITED BY SIZE                          26/10/15
094600         INTO MRG-REG-RECORD.                                     26/10/15
094700     WRITE MRG-REG-RECORD.                                        26/10/15
094800     IF MRG-REG-FILE-STATUS NOT = "00"                            26/10/15
094900         DISPLAY "QUOTNMRG - WRITE FAILED, CUST = "               26/10/15
095000             WS-LOSE-CUST-NUM                                     26/10/15
095100     END-IF.                                                      26/10/15
095200 4700-EXIT.                                                       26/10/15
095300     EXIT.                                                        26/10/15
095400*                                                                 26/10/15
095500*---------------------------------------------------------        26/10/15
095600* 6000-WRITE-AUDIT-IMAGES                                         26/10/15
095700*    FILES THE BEFORE AND AFTER IMAGES OF THE QUOTN-FILE          26/10/15
095800*    RECORD JUST REWRITTEN TO THE SHARED AUDIT LOG, EACH          26/10/15
095900*    TAGGED WITH THIS PROGRAM, SO THE QUOTNAUD CHANGE             26/10/15
096000*    REPORT SHOWS THE CUSTOMER CHANGE.                            26/10/15
096100*---------------------------------------------------------        26/10/15
096200 6000-WRITE-AUDIT-IMAGES.                                         26/10/15
096220     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.                     26/10/15
096240     ACCEPT WS-AUDIT-TIME FROM TIME.                              26/10/15
096300     MOVE WS-BEFORE-IMAGE TO AUDL-IMAGE.                          26/10/15
096400     MOVE "QUOTNMRG" TO AUDL-SOURCE-PGM-ID.                       26/10/15
096450     MOVE WS-AUDIT-STAMP TO AUDL-LOG-STAMP.                       26/10/15
096500     WRITE AUDIT-LOG-RECORD.                                      26/10/15
096600     MOVE WS-AFTER-IMAGE TO AUDL-IMAGE.                           26/10/15
096700     MOVE "QUOTNMRG" TO AUDL-SOURCE-PGM-ID.                       26/10/15
096750     MOVE WS-AUDIT-STAMP TO AUDL-LOG-STAMP.                       26/10/15
096800     WRITE AUDIT-LOG-RECORD.                                      26/10/15
096900     IF AUDIT-LOG-FILE-STATUS NOT = "00"                          26/10/15
097000         DISPLAY "QUOTNMRG - AUDIT WRITE FAILED, NUM = " QUOTN-NUM26/10/15
097100     END-IF.                                                      26/10/15
097200     MOVE SPACES TO WS-BEFORE-IMAGE WS-AFTER-IMAGE.               26/10/15
097300 6000-EXIT.                                                       26/10/15
097400     EXIT.                                                        26/10/15
097500*                                                                 26/10/15
097600*---------------------------------------------------------        26/10/15
097700* 7000-PRINT-REGISTER-END                                         26/10/15
097800*    CLOSES THE REGISTER AND THE CONFLICT LISTING WITH THE        26/10/15
097900*    RUN'S COUNTS SO A SHORT LISTING CAN BE SPOTTED.              26/10/15
098000*---------------------------------------------------------        26/10/15
098100 7000-PRINT-REGISTER-END.                                         26/10/15
098200     MOVE WS-MERGES-APPLIED TO WS-ED-COUNT.                       26/10/15
098300     MOVE SPACES TO MRG-REG-RECORD.                               26/10/15
098400     WRITE MRG-REG-RECORD.                                        26/10/15
098500     MOVE SPACES TO MRG-REG-RECORD.                               26/10/15
098600     STRING "END OF REGISTER - MERGES " DELIMITED BY SIZE         26/10/15
098700         WS-ED-COUNT DELIMITED BY SIZE                            26/10/15
098800         INTO MRG-REG-RECORD.                                     26/10/15
098900     WRITE MRG-REG-RECORD.                                        26/10/15
099000     MOVE WS-CONFLICTS-LISTED TO WS-ED-COUNT.                     26/10/15
099100     MOVE SPACES TO MRG-CONF-RECORD.                              26/10/15
099200     STRING "END OF LISTING - CONFLICTS " DELIMITED BY SIZE       26/10/15
099300         WS-ED-COUNT DELIMITED BY SIZE                            26/10/15
099400         INTO MRG-CONF-RECORD.                                    26/10/15
099500     WRITE MRG-CONF-RECORD.                                       26/10/15
099600 7000-EXIT.                                                       26/10/15
099700     EXIT.                                                        26/10/15
099800*                                                                 26/10/15
099900*---------------------------------------------------------        26/10/15
100000* 8000-CONTROL-REPORT                                             26/10/15
100100*    PRINTS THE END-OF-RUN BALANCING REPORT FOR THIS              26/10/15
100200*    MERGE RUN.                                                   26/10/15
100300*---------------------------------------------------------        26/10/15
100400 8000-CONTROL-REPORT.                                             26/10/15
100500     DISPLAY "QUOTNMRG CUSTOMER MERGE CONTROL REPORT".            26/10/15
100600     MOVE WS-RECS-READ        TO WS-ED-RECS-READ.                 26/10/15
100700     MOVE WS-RECS-REJECTED    TO WS-ED-RECS-REJECTED.             26/10/15
100800     MOVE WS-MERGES-APPLIED   TO WS-ED-MERGES-APPLIED.            26/10/15
100900     MOVE WS-QUOTES-MOVED     TO WS-ED-QUOTES-MOVED.              26/10/15
101000     MOVE WS-CONTRS-MOVED     TO WS-ED-CONTRS-MOVED.              26/10/15
101100     MOVE WS-HIST-MOVED       TO WS-ED-HIST-MOVED.                26/10/15
101200     MOVE WS-SCHEDS-MOVED     TO WS-ED-SCHEDS-MOVED.              26/10/15
101300     MOVE WS-CONFLICTS-LISTED TO WS-ED-CONFLICTS-LISTED.          26/10/15
101400     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
101500     STRING "REQUESTS READ . . . . . : " DELIMITED BY SIZE        26/10/15
101600         WS-ED-RECS-READ DELIMITED BY SIZE                        26/10/15
101700         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
101800     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
101900     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
102000     STRING "REQUESTS REFUSED  . . . : " DELIMITED BY SIZE        26/10/15
102100         WS-ED-RECS-REJECTED DELIMITED BY SIZE                    26/10/15
102200         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
102300     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
102400     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
102500     STRING "MERGES APPLIED  . . . . : " DELIMITED BY SIZE        26/10/15
102600         WS-ED-MERGES-APPLIED DELIMITED BY SIZE                   26/10/15
102700         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
102800     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
102900     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
103000     STRING "QUOTES RE-POINTED . . . : " DELIMITED BY SIZE        26/10/15
103100         WS-ED-QUOTES-MOVED DELIMITED BY SIZE                     26/10/15
103200         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
103300     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
103400     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
103500     STRING "CONTRACTS RE-POINTED  . : " DELIMITED BY SIZE        26/10/15
103600         WS-ED-CONTRS-MOVED DELIMITED BY SIZE                     26/10/15
103700         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
103800     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
103900     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
104000     STRING "ARCHIVED RE-POINTED . . : " DELIMITED BY SIZE        26/10/15
104100         WS-ED-HIST-MOVED DELIMITED BY SIZE                       26/10/15
104200         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
104300     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
104400     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
104500     STRING "SCHEDULES RE-POINTED  . : " DELIMITED BY SIZE        26/10/15
104600         WS-ED-SCHEDS-MOVED DELIMITED BY SIZE                     26/10/15
104700         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
104800     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
104900     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
105000     STRING "POLICY CONFLICTS LISTED : " DELIMITED BY SIZE        26/10/15
105100         WS-ED-CONFLICTS-LISTED DELIMITED BY SIZE                 26/10/15
105200         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
105300     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
105400 8000-EXIT.                                                       26/10/15
105500     EXIT.                                                        26/10/15
105600*                                                                 26/10/15
105700*---------------------------------------------------------        26/10/15
105800* 9000-TERMINATE                                                  26/10/15
105900*    CLOSES ALL FILES OPENED BY 1000-INITIALIZE.                  26/10/15
106000*---------------------------------------------------------        26/10/15
106100 9000-TERMINATE.                                                  26/10/15
106200     CLOSE CUST-FILE.                                             26/10/15
106300     CLOSE QUOTN-FILE.                                            26/10/15
106400     CLOSE CONTR-FILE.                                            26/10/15
106500     CLOSE QUOTN-HIST-FILE.                                       26/10/15
106600     CLOSE BILL-FILE.                                             26/10/15
106700     CLOSE MRG-REQ-FILE.                                          26/10/15
106800     CLOSE MRG-REG-FILE.                                          26/10/15
106900     CLOSE MRG-CONF-FILE.                                         26/10/15
107000     CLOSE MRG-EXCP-FILE.                                         26/10/15
107100     CLOSE AUDIT-LOG-FILE.                                        26/10/15
107200     CLOSE EXTRACT-QUEUE-FILE.                                    26/10/15
107300 9000-EXIT.                                                       26/10/15
107400     EXIT.                                                        26/10/15
