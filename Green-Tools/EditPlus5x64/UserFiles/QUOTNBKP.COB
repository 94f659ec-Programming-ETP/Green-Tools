000100 IDENTIFICATION DIVISION.                                         26/10/15
000200 PROGRAM-ID.    QUOTNBKP.                                         26/10/15
000300 AUTHOR.        D. MILLER.                                        26/10/15
000400 INSTALLATION.  HOME OFFICE - QUOTATION SYSTEMS.                  26/10/15
000500 DATE-WRITTEN.  26/10/15.                                         26/10/15
000600 DATE-COMPILED.                                                   26/10/15
000700*                                                                 26/10/15
000800* MODIFICATION HISTORY                                            26/10/15
000900* ---------------------------------------------------------       26/10/15
001000* 26/10/15  DLM  ORIGINAL PROGRAM - NIGHTLY BACKUP OF THE         26/10/15
001100*                INDEXED MASTERS.  RUNS FIRST IN THE NIGHT,       26/10/15
001200*                BEFORE QUOTNUPD, AND UNLOADS FILE.DAT,           26/10/15
001300*                CONTR.DAT, CUST.DAT, AGENT.DAT AND QUOTHIST.DAT  26/10/15
001400*                EACH TO ITS OWN SEQUENTIAL COPY (SEE CFI_BKUP),  26/10/15
001500*                HEADED WITH THE NIGHT AND TRAILED WITH THE       26/10/15
001600*                RECORD COUNT AND KEY/PREMIUM HASH.  THE COUNT,   26/10/15
001700*                HASH AND START TIME OF EACH COPY ARE LOGGED ON   26/10/15
001800*                RUN-CONTROL-FILE UNDER THE MASTER'S BACKUP ID,   26/10/15
001900*                FOR QUOTNRCV TO RELOAD AND VERIFY AGAINST.  A    26/10/15
002000*                MASTER THAT CANNOT BE COPIED LEAVES THE RUN IN   26/10/15
002100*                FLIGHT SO THE NIGHT DOES NOT START WITHOUT A     26/10/15
002200*                GOOD BACKUP.                                     26/10/15
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
003300* THE FIVE INDEXED MASTERS - EACH OPENED INPUT IN TURN AND        26/10/15
003400* READ FORWARD IN PRIMARY KEY ORDER.                              26/10/15
003500     SELECT QUOTN-FILE                                            26/10/15
003600         ASSIGN       TO "FILE.DAT"                               26/10/15
003700         ORGANIZATION IS INDEXED                                  26/10/15
003800         ACCESS MODE  IS DYNAMIC                                  26/10/15
003900         FILE STATUS  IS QUOTN-FILE-STATUS                        26/10/15
004000         RECORD KEY   IS QUOTN-NUM                                26/10/15
004100         ALTERNATE RECORD KEY IS QUOTN-CUST-POLICY-KEY            26/10/15
004200             WITH DUPLICATES.                                     26/10/15
004300*                                                                 26/10/15
004400     SELECT CONTR-FILE                                            26/10/15
004500         ASSIGN       TO "CONTR.DAT"                              26/10/15
004600         ORGANIZATION IS INDEXED                                  26/10/15
004700         ACCESS MODE  IS DYNAMIC                                  26/10/15
004800         FILE STATUS  IS CONTR-FILE-STATUS                        26/10/15
004900         RECORD KEY   IS CONTR-NUM                                26/10/15
005000         ALTERNATE RECORD KEY IS CONTR-QUOTN-NUM                  26/10/15
005100             WITH DUPLICATES.                                     26/10/15
005200*                                                                 26/10/15
005300     SELECT CUST-FILE                                             26/10/15
005400         ASSIGN       TO "CUST.DAT"                               26/10/15
005500         ORGANIZATION IS INDEXED                                  26/10/15
005600         ACCESS MODE  IS DYNAMIC                                  26/10/15
005700         FILE STATUS  IS CUST-FILE-STATUS                         26/10/15
005800         RECORD KEY   IS CUST-NUM.                                26/10/15
005900*                                                                 26/10/15
006000     SELECT AGENT-FILE                                            26/10/15
006100         ASSIGN       TO "AGENT.DAT"                              26/10/15
006200         ORGANIZATION IS INDEXED                                  26/10/15
006300         ACCESS MODE  IS DYNAMIC                                  26/10/15
006400         FILE STATUS  IS AGENT-FILE-STATUS                        26/10/15
006500         RECORD KEY   IS AGENT-NUM.                               26/10/15
006600*                                                                 26/10/15
006700     SELECT QUOTN-HIST-FILE                                       26/10/15
006800         ASSIGN       TO "QUOTHIST.DAT"                           26/10/15
006900         ORGANIZATION IS INDEXED                                  26/10/15
007000         ACCESS MODE  IS DYNAMIC                                  26/10/15
007100         FILE STATUS  IS QUOTN-HIST-FILE-STATUS                   26/10/15
007200         RECORD KEY   IS HIST-QUOTN-NUM.                          26/10/15
007300*                                                                 26/10/15
007400* THE BACKUP COPIES - ONE SEQUENTIAL FILE PER MASTER, A NEW       26/10/15
007500* VERSION EACH NIGHT.  LAYOUT IN CFI_BKUP.                        26/10/15
007600     SELECT FILE-BKP-FILE                                         26/10/15
007700         ASSIGN       TO "FILEBKP.DAT"                            26/10/15
007800         ORGANIZATION IS SEQUENTIAL                               26/10/15
007900         FILE STATUS  IS FILE-BKP-FILE-STATUS.                    26/10/15
008000*                                                                 26/10/15
008100     SELECT CONTR-BKP-FILE                                        26/10/15
008200         ASSIGN       TO "CONTRBKP.DAT"                           26/10/15
008300         ORGANIZATION IS SEQUENTIAL                               26/10/15
008400         FILE STATUS  IS CONTR-BKP-FILE-STATUS.                   26/10/15
008500*                                                                 26/10/15
008600     SELECT CUST-BKP-FILE                                         26/10/15
008700         ASSIGN       TO "CUSTBKP.DAT"                            26/10/15
008800         ORGANIZATION IS SEQUENTIAL                               26/10/15
008900         FILE STATUS  IS CUST-BKP-FILE-STATUS.                    26/10/15
009000*                                                                 26/10/15
009100     SELECT AGENT-BKP-FILE                                        26/10/15
009200         ASSIGN       TO "AGENTBKP.DAT"                           26/10/15
009300         ORGANIZATION IS SEQUENTIAL                               26/10/15
009400         FILE STATUS  IS AGENT-BKP-FILE-STATUS.                   26/10/15
009500*                                                                 26/10/15
009600     SELECT HIST-BKP-FILE                                         26/10/15
009700         ASSIGN       TO "QHISTBKP.DAT"                           26/10/15
009800         ORGANIZATION IS SEQUENTIAL                               26/10/15
009900         FILE STATUS  IS HIST-BKP-FILE-STATUS.                    26/10/15
010000*                                                                 26/10/15
010100* RUN-CONTROL-FILE IS THE RUN-CONTROL MASTER - THIS RUN FILES     26/10/15
010200* ITS OWN RECORD AND ONE RECORD PER MASTER COPIED.                26/10/15
010300     SELECT RUN-CONTROL-FILE                                      26/10/15
010400         ASSIGN       TO "RUNCTL.DAT"                             26/10/15
010500         ORGANIZATION IS INDEXED                                  26/10/15
010600         ACCESS MODE  IS DYNAMIC                                  26/10/15
010700         FILE STATUS  IS RUN-CONTROL-FILE-STATUS                  26/10/15
010800         RECORD KEY   IS RUNC-KEY.                                26/10/15
010900*                                                                 26/10/15
011000 DATA DIVISION.                                                   26/10/15
011100*                                                                 26/10/15
011200 FILE SECTION.                                                    26/10/15
011300*                                                                 26/10/15
011400 FD  QUOTN-FILE.                                                  26/10/15
011500 COPY CFI_QUOTN.                                                  26/10/15
011600*                                                                 26/10/15
011700 FD  CONTR-FILE.                                                  26/10/15
011800 COPY CFI_CONTR.                                                  26/10/15
011900*                                                                 26/10/15
012000 FD  CUST-FILE.                                                   26/10/15
012100 COPY CFI_CUST.                                                   26/10/15
012200*                                                                 26/10/15
012300 FD  AGENT-FILE.                                                  26/10/15
012400 COPY CFI_AGENT.                                                  26/10/15
012500*                                                                 26/10/15
012600* QUOTN-HIST-RECORD - THE LAYOUT QUOTNARC WRITES.                 26/10/15
012700 FD  QUOTN-HIST-FILE.                                             26/10/15
012800 01  QUOTN-HIST-RECORD.                                           26/10/15
012900     05  HIST-QUOTN-NUM             PIC 9(10).                    26/10/15
013000     05  HIST-CUST-POLICY-KEY.                                    26/10/15
013100         10  HIST-CUST-NUM          PIC X(10).                    26/10/15
013200         10  HIST-POLICY-NUM        PIC X(10).                    26/10/15
013300     05  HIST-EFF-DATE              PIC 9(08).                    26/10/15
013400     05  HIST-EXP-DATE              PIC 9(08).                    26/10/15
013500     05  HIST-STATUS                PIC X(01).                    26/10/15
013600     05  HIST-PREMIUM-AMT           PIC 9(07)V99.                 26/10/15
013700     05  HIST-AGENT-NUM             PIC X(06).                    26/10/15
013800     05  HIST-LAST-UPD-DATE         PIC 9(08).                    26/10/15
013900     05  HIST-LAST-UPD-TIME         PIC 9(06).                    26/10/15
014000     05  HIST-EXTRACT-STATUS        PIC X(01).                    26/10/15
014100     05  HIST-EXTRACT-DATE          PIC 9(08).                    26/10/15
014200     05  HIST-ARCHIVE-DATE          PIC 9(08).                    26/10/15
014300*                                                                 26/10/15
014400 FD  FILE-BKP-FILE.                                               26/10/15
014500 01  FILE-BKP-RECORD                PIC X(131).                   26/10/15
014600*                                                                 26/10/15
014700 FD  CONTR-BKP-FILE.                                              26/10/15
014800 01  CONTR-BKP-RECORD               PIC X(131).                   26/10/15
014900*                                                                 26/10/15
015000 FD  CUST-BKP-FILE.                                               26/10/15
015100 01  CUST-BKP-RECORD                PIC X(131).                   26/10/15
015200*                                                                 26/10/15
015300 FD  AGENT-BKP-FILE.                                              26/10/15
015400 01  AGENT-BKP-RECORD               PIC X(131).                   26/10/15
015500*                                                                 26/10/15
015600 FD  HIST-BKP-FILE.                                               26/10/15
015700 01  HIST-BKP-RECORD                PIC X(131).                   26/10/15
015800*                                                                 26/10/15
015900 FD  RUN-CONTROL-FILE.                                            26/10/15
016000 COPY CFI_RUNCTL.                                                 26/10/15
016100*                                                                 26/10/15
016200 WORKING-STORAGE SECTION.                                         26/10/15
016300*                                                                 26/10/15
016400 01  QUOTN-FILE-STATUS             PIC X(2).                      26/10/15
016500 01  CONTR-FILE-STATUS             PIC X(2).                      26/10/15
016600 01  CUST-FILE-STATUS              PIC X(2).                      26/10/15
016700 01  AGENT-FILE-STATUS             PIC X(2).                      26/10/15
016800 01  QUOTN-HIST-FILE-STATUS        PIC X(2).                      26/10/15
016900 01  FILE-BKP-FILE-STATUS          PIC X(2).                      26/10/15
017000 01  CONTR-BKP-FILE-STATUS         PIC X(2).                      26/10/15
017100 01  CUST-BKP-FILE-STATUS          PIC X(2).                      26/10/15
017200 01  AGENT-BKP-FILE-STATUS         PIC X(2).                      26/10/15
017300 01  HIST-BKP-FILE-STATUS          PIC X(2).                      26/10/15
017400 01  RUN-CONTROL-FILE-STATUS       PIC X(2).                      26/10/15
017500*                                                                 26/10/15
017600* RUN SWITCHES                                                    26/10/15
017700* ---------------------------------------------------------       26/10/15
017800 77  WS-RUN-PRED-PGM-ID             PIC X(08) VALUE SPACES.       26/10/15
017900 77  WS-RUN-TIME                    PIC 9(08).                    26/10/15
018000 77  WS-TODAY-DATE                  PIC 9(08).                    26/10/15
018100 77  WS-MASTER-EOF-SWITCH           PIC X(01) VALUE "N".          26/10/15
018200     88  WS-MASTER-EOF                 VALUE "Y".                 26/10/15
018300 77  WS-COPY-FAILED-SWITCH          PIC X(01) VALUE "N".          26/10/15
018400     88  WS-COPY-FAILED                VALUE "Y".                 26/10/15
018500*                                                                 26/10/15
018600* THE BACKUP COPY RECORD - BUILT HERE AND MOVED TO THE COPY       26/10/15
018700* FILE'S RECORD AREA.  SEE CFI_BKUP.                              26/10/15
018800* ---------------------------------------------------------       26/10/15
018900 COPY CFI_BKUP.                                                   26/10/15
019000*                                                                 26/10/15
019100* THE COPY IN PROGRESS - ITS MASTER-ID, SLOT IN THE TOTALS        26/10/15
019200* TABLE, START TIME, COUNT AND HASH.  THE HASH IS ADDED UP        26/10/15
019300* WIDE AND CUT TO ITS LOW-ORDER 15 DIGITS FOR THE TRAILER AND     26/10/15
019400* RUN-CONTROL RECORD.                                             26/10/15
019500* ---------------------------------------------------------       26/10/15
019600 01  WS-MASTER-ID                   PIC X(08).                    26/10/15
019700 77  WS-MST-IX                      PIC 9(01) COMP VALUE ZERO.    26/10/15
019800 01  WS-COPY-START-TIME             PIC 9(06).                    26/10/15
019900 01  WS-COPY-COUNT                  PIC 9(09) COMP.               26/10/15
020000 01  WS-COPY-HASH                   PIC 9(18) COMP.               26/10/15
020100 01  WS-COPY-HASH-15                PIC 9(15).                    26/10/15
020200 01  WS-REC-HASH                    PIC 9(18) COMP.               26/10/15
020300 01  WS-HASH-CUST-KEY               PIC X(10).                    26/10/15
020400 01  WS-HASH-CUST-KEY-N REDEFINES WS-HASH-CUST-KEY                26/10/15
020500                                    PIC 9(10).                    26/10/15
020600 01  WS-HASH-AGENT-KEY              PIC X(06).                    26/10/15
020700 01  WS-HASH-AGENT-KEY-N REDEFINES WS-HASH-AGENT-KEY              26/10/15
020800                                    PIC 9(06).                    26/10/15
020900*                                                                 26/10/15
021000* ONE ENTRY PER MASTER, IN THE ORDER THEY ARE COPIED, FOR         26/10/15
021100* THE CONTROL REPORT.                                             26/10/15
021200* ---------------------------------------------------------       26/10/15
021300 01  WS-MASTER-TABLE.                                             26/10/15
021400     05  WS-MASTER-ENTRY OCCURS 5 TIMES.                          26/10/15
021500         10  WS-MST-ID              PIC X(08).                    26/10/15
021600         10  WS-MST-COUNT           PIC 9(09) COMP.               26/10/15
021700         10  WS-MST-HASH            PIC 9(15).                    26/10/15
021800         10  WS-MST-RESULT          PIC X(08).                    26/10/15
021900*                                                                 26/10/15
022000* END-OF-RUN CONTROL TOTALS (8000-CONTROL-REPORT)                 26/10/15
022100* ---------------------------------------------------------       26/10/15
022200 01  WS-CONTROL-TOTALS.                                           26/10/15
022300     05  WS-TOT-COPIED              PIC 9(09) COMP VALUE ZERO.    26/10/15
022400     05  WS-MASTERS-COPIED          PIC 9(09) COMP VALUE ZERO.    26/10/15
022500     05  WS-MASTERS-FAILED          PIC 9(09) COMP VALUE ZERO.    26/10/15
022600     05  WS-TOT-HASH                PIC 9(18) COMP VALUE ZERO.    26/10/15
022700 01  WS-TOT-HASH-15                 PIC 9(15).                    26/10/15
022800*                                                                 26/10/15
022900 01  WS-CONTROL-REPORT-LINE        PIC X(80).                     26/10/15
023000 01  WS-CONTROL-REPORT-EDIT.                                      26/10/15
023100     05  WS-ED-MST-COUNT            PIC ZZZZZZZZ9.                26/10/15
023200     05  WS-ED-MST-HASH             PIC Z(14)9.                   26/10/15
023300     05  WS-ED-TOT-COPIED           PIC ZZZZZZZZ9.                26/10/15
023400     05  WS-ED-MASTERS-FAILED       PIC ZZZZZZZZ9.                26/10/15
023500*                                                                 26/10/15
023600 PROCEDURE DIVISION.                                              26/10/15
023700*                                                                 26/10/15
023800*---------------------------------------------------------        26/10/15
023900* 0000-MAINLINE                                                   26/10/15
024000*    DRIVES THE BACKUP - COPY EACH MASTER IN TURN, THEN           26/10/15
024100*    PRINT THE CONTROL REPORT AND CLOSE THE RUN.                  26/10/15
024200*---------------------------------------------------------        26/10/15
024300 0000-MAINLINE.                                                   26/10/15
024400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      26/10/15
024500     PERFORM 2000-BACKUP-QUOTN-FILE THRU 2000-EXIT.               26/10/15
024600     PERFORM 2100-BACKUP-CONTR-FILE THRU 2100-EXIT.               26/10/15
024700     PERFORM 2200-BACKUP-CUST-FILE THRU 2200-EXIT.                26/10/15
024800     PERFORM 2300-BACKUP-AGENT-FILE THRU 2300-EXIT.               26/10/15
024900     PERFORM 2400-BACKUP-HIST-FILE THRU 2400-EXIT.                26/10/15
025000     PERFORM 8000-CONTROL-REPORT THRU 8000-EXIT.                  26/10/15
025100     PERFORM 8900-RUN-CONTROL-END THRU 8900-EXIT.                 26/10/15
025200     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       26/10/15
025300     STOP RUN.                                                    26/10/15
025400*                                                                 26/10/15
025500*---------------------------------------------------------        26/10/15
025600* 1000-INITIALIZE                                                 26/10/15
025700*    FILES THIS RUN'S RUN-CONTROL RECORD AND CLEARS THE           26/10/15
025800*    TOTALS TABLE.  EACH MASTER AND ITS COPY ARE OPENED BY        26/10/15
025900*    THE PARAGRAPH THAT COPIES IT.                                26/10/15
026000*---------------------------------------------------------        26/10/15
026100 1000-INITIALIZE.                                                 26/10/15
026200     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     26/10/15
026300     PERFORM 1050-RUN-CONTROL-START THRU 1050-EXIT.               26/10/15
026400     INITIALIZE WS-MASTER-TABLE.                                  26/10/15
026500 1000-EXIT.                                                       26/10/15
026600     EXIT.                                                        26/10/15
026700*                                                                 26/10/15
026800*---------------------------------------------------------        26/10/15
026900* 2000-BACKUP-QUOTN-FILE                                          26/10/15
027000*    COPIES FILE.DAT TO FILEBKP.DAT.                              26/10/15
027100*---------------------------------------------------------        26/10/15
027200 2000-BACKUP-QUOTN-FILE.                                          26/10/15
027300     MOVE "BKPFILE" TO WS-MASTER-ID.                              26/10/15
027400     MOVE 1 TO WS-MST-IX.                                         26/10/15
027500     PERFORM 3000-START-COPY THRU 3000-EXIT.                      26/10/15
027600     OPEN INPUT  QUOTN-FILE.                                      26/10/15
027700     IF QUOTN-FILE-STATUS NOT = "00"                              26/10/15
027800         DISPLAY "QUOTNBKP - CANNOT OPEN QUOTN-FILE, STATUS = "   26/10/15
027900             QUOTN-FILE-STATUS                                    26/10/15
028000         PERFORM 3900-COPY-NOT-TAKEN THRU 3900-EXIT               26/10/15
028100         GO TO 2000-EXIT                                          26/10/15
028200     END-IF.                                                      26/10/15
028300     OPEN OUTPUT FILE-BKP-FILE.                                   26/10/15
028400     IF FILE-BKP-FILE-STATUS NOT = "00"                           26/10/15
028500         DISPLAY "QUOTNBKP - CANNOT OPEN FILEBKP, STATUS = "      26/10/15
028600             FILE-BKP-FILE-STATUS                                 26/10/15
028700         CLOSE QUOTN-FILE                                         26/10/15
028800         PERFORM 3900-COPY-NOT-TAKEN THRU 3900-EXIT               26/10/15
028900         GO TO 2000-EXIT                                          26/10/15
029000     END-IF.                                                      26/10/15
029100     MOVE BKUP-RECORD TO FILE-BKP-RECORD.                         26/10/15
029200     WRITE FILE-BKP-RECORD.                                       26/10/15
029210     IF FILE-BKP-FILE-STATUS NOT = "00"                           26/10/15
029220         DISPLAY "QUOTNBKP - FILEBKP HEADER WRITE FAILED, "       26/10/15
029230             "STATUS = " FILE-BKP-FILE-STATUS                     26/10/15
029240         CLOSE QUOTN-FILE                                         26/10/15
029250         CLOSE FILE-BKP-FILE                                      26/10/15
029260         PERFORM 3900-COPY-NOT-TAKEN THRU 3900-EXIT               26/10/15
029270         GO TO 2000-EXIT                                          26/10/15
029280     END-IF.                                                      26/10/15
029300     MOVE "N" TO WS-MASTER-EOF-SWITCH.                            26/10/15
029400     PERFORM 2010-UNLOAD-QUOTN-RECORD THRU 2010-EXIT              26/10/15
029500         UNTIL WS-MASTER-EOF.                                     26/10/15
029600     PERFORM 3100-END-COPY THRU 3100-EXIT.                        26/10/15
029620     IF NOT WS-COPY-FAILED                                        26/10/15
029640         MOVE BKUP-RECORD TO FILE-BKP-RECORD                      26/10/15
029660         WRITE FILE-BKP-RECORD                                    26/10/15
029680         IF FILE-BKP-FILE-STATUS NOT = "00"                       26/10/15
029700             DISPLAY "QUOTNBKP - FILEBKP TRAILER WRITE FAILED, "  26/10/15
029720                 "STATUS = " FILE-BKP-FILE-STATUS                 26/10/15
029740             SET WS-COPY-FAILED TO TRUE                           26/10/15
029760         END-IF                                                   26/10/15
029780     END-IF.                                                      26/10/15
029800     PERFORM 3150-RECORD-COPY-RESULT THRU 3150-EXIT.              26/10/15
029820     IF NOT WS-COPY-FAILED                                        26/10/15
029840         PERFORM 3200-LOG-MASTER-TOTALS THRU 3200-EXIT            26/10/15
029860     END-IF.                                                      26/10/15
029900     CLOSE QUOTN-FILE.                                            26/10/15
030000     CLOSE FILE-BKP-FILE.                                         26/10/15
030100 2000-EXIT.                                                       26/10/15
030200     EXIT.                                                        26/10/15
030300*                                                                 26/10/15
030400*---------------------------------------------------------        26/10/15
030500* 2010-UNLOAD-QUOTN-RECORD                                        26/10/15
030600*    COPIES THE NEXT QUOTATION AND ADDS IT TO THE HASH -          26/10/15
030700*    QUOTE NUMBER PLUS PREMIUM IN CENTS.                          26/10/15
030800*---------------------------------------------------------        26/10/15
030900 2010-UNLOAD-QUOTN-RECORD.                                        26/10/15
031000     READ QUOTN-FILE NEXT RECORD                                  26/10/15
031100         AT END                                                   26/10/15
031200             SET WS-MASTER-EOF TO TRUE                            26/10/15
031300             GO TO 2010-EXIT                                      26/10/15
031400     END-READ.                                                    26/10/15
031500     COMPUTE WS-REC-HASH = QUOTN-NUM + QUOTN-PREMIUM-AMT * 100.   26/10/15
031600     MOVE SPACES TO BKUP-RECORD.                                  26/10/15
031700     SET BKUP-DATA TO TRUE.                                       26/10/15
031800     MOVE QUOTN-RECORD TO BKUP-IMAGE.                             26/10/15
031900     MOVE BKUP-RECORD TO FILE-BKP-RECORD.                         26/10/15
032000     WRITE FILE-BKP-RECORD.                                       26/10/15
032100     IF FILE-BKP-FILE-STATUS NOT = "00"                           26/10/15
032200         DISPLAY "QUOTNBKP - FILEBKP WRITE FAILED, STATUS = "     26/10/15
032300             FILE-BKP-FILE-STATUS                                 26/10/15
032400         PERFORM 3800-COPY-WRITE-FAILED THRU 3800-EXIT            26/10/15
032500         GO TO 2010-EXIT                                          26/10/15
032600     END-IF.                                                      26/10/15
032700     ADD 1 TO WS-COPY-COUNT.                                      26/10/15
032800     ADD WS-REC-HASH TO WS-COPY-HASH.                             26/10/15
032900 2010-EXIT.                                                       26/10/15
033000     EXIT.                                                        26/10/15
033100*                                                                 26/10/15
033200*---------------------------------------------------------        26/10/15
033300* 2100-BACKUP-CONTR-FILE                                          26/10/15
033400*    COPIES CONTR.DAT TO CONTRBKP.DAT.                            26/10/15
033500*---------------------------------------------------------        26/10/15
033600 2100-BACKUP-CONTR-FILE.                                          26/10/15
033700     MOVE "BKPCONTR" TO WS-MASTER-ID.                             26/10/15
033800     MOVE 2 TO WS-MST-IX.                                         26/10/15
033900     PERFORM 3000-START-COPY THRU 3000-EXIT.                      26/10/15
034000     OPEN INPUT  CONTR-FILE.                                      26/10/15
034100     IF CONTR-FILE-STATUS NOT = "00"                              26/10/15
034200         DISPLAY "QUOTNBKP - CANNOT OPEN CONTR-FILE, STATUS = "   26/10/15
034300             CONTR-FILE-STATUS                                    26/10/15
034400         PERFORM 3900-COPY-NOT-TAKEN THRU 3900-EXIT               26/10/15
034500         GO TO 2100-EXIT                                          26/10/15
034600     END-IF.                                                      26/10/15
034700     OPEN OUTPUT CONTR-BKP-FILE.                                  26/10/15
034800     IF CONTR-BKP-FILE-STATUS NOT = "00"                          26/10/15
034900         DISPLAY "QUOTNBKP - CANNOT OPEN CONTRBKP, STATUS = "     26/10/15
035000             CONTR-BKP-FILE-STATUS                                26/10/15
035100         CLOSE CONTR-FILE                                         26/10/15
035200         PERFORM 3900-COPY-NOT-TAKEN THRU 3900-EXIT               26/10/15
035300         GO TO 2100-EXIT                                          26/10/15
035400     END-IF.                                                      26/10/15
035500     MOVE BKUP-RECORD TO CONTR-BKP-RECORD.                        26/10/15
035600     WRITE CONTR-BKP-RECORD.                                      26/10/15
035610     IF CONTR-BKP-FILE-STATUS NOT = "00"                          26/10/15
035620         DISPLAY "QUOTNBKP - CONTRBKP HEADER WRITE FAILED, "      26/10/15
035630             "STATUS = " CONTR-BKP-FILE-STATUS                    26/10/15
035640         CLOSE CONTR-FILE                                         26/10/15
035650         CLOSE CONTR-BKP-FILE                                     26/10/15
035660         PERFORM 3900-COPY-NOT-TAKEN THRU 3900-EXIT               26/10/15
035670         GO TO 2100-EXIT                                          26/10/15
035680     END-IF.                                                      26/10/15
035700     MOVE "N" TO WS-MASTER-EOF-SWITCH.                            26/10/15
035800     PERFORM 2110-UNLOAD-CONTR-RECORD THRU 2110-EXIT              26/10/15
035900         UNTIL WS-MASTER-EOF.                                     26/10/15
036000     PERFORM 3100-END-COPY THRU 3100-EXIT.                        26/10/15
036020     IF NOT WS-COPY-FAILED                                        26/10/15
036040         MOVE BKUP-RECORD TO CONTR-BKP-RECORD                     26/10/15
036060         WRITE CONTR-BKP-RECORD                                   26/10/15
036080         IF CONTR-BKP-FILE-STATUS NOT = "00"                      26/10/15
036100             DISPLAY "QUOTNBKP - CONTRBKP TRAILER WRITE FAILED, " 26/10/15
036120                 "STATUS = " CONTR-BKP-FILE-STATUS                26/10/15
036140             SET WS-COPY-FAILED TO TRUE                           26/10/15
036160         END-IF                                                   26/10/15
036180     END-IF.                                                      26/10/15
036200     PERFORM 3150-RECORD-COPY-RESULT THRU 3150-EXIT.              26/10/15
036220     IF NOT WS-COPY-FAILED                                        26/10/15
036240         PERFORM 3200-LOG-MASTER-TOTALS THRU 3200-EXIT            26/10/15
036260     END-IF.                                                      26/10/15
036300     CLOSE CONTR-FILE.                                            26/10/15
036400     CLOSE CONTR-BKP-FILE.                                        26/10/15
036500 2100-EXIT.                                                       26/10/15
036600     EXIT.                                                        26/10/15
036700*                                                                 26/10/15
036800*---------------------------------------------------------        26/10/15
036900* 2110-UNLOAD-CONTR-RECORD                                        26/10/15
037000*    COPIES THE NEXT CONTRACT AND ADDS IT TO THE HASH -           26/10/15
037100*    CONTRACT NUMBER PLUS PREMIUM IN CENTS.                       26/10/15
037200*---------------------------------------------------------        26/10/15
037300 2110-UNLOAD-CONTR-RECORD.                                        26/10/15
037400     READ CONTR-FILE NEXT RECORD                                  26/10/15
037500         AT END                                                   26/10/15
037600             SET WS-MASTER-EOF TO TRUE                            26/10/15
037700             GO TO 2110-EXIT                                      26/10/15
037800     END-READ.                                                    26/10/15
037900     COMPUTE WS-REC-HASH = CONTR-NUM + CONTR-PREMIUM-AMT * 100.   26/10/15
038000     MOVE SPACES TO BKUP-RECORD.                                  26/10/15
038100     SET BKUP-DATA TO TRUE.                                       26/10/15
038200     MOVE CONTR-RECORD TO BKUP-IMAGE.                             26/10/15
038300     MOVE BKUP-RECORD TO CONTR-BKP-RECORD.                        26/10/15
038400     WRITE CONTR-BKP-RECORD.                                      26/10/15
038500     IF CONTR-BKP-FILE-STATUS NOT = "00"                          26/10/15
038600         DISPLAY "QUOTNBKP - CONTRBKP WRITE FAILED, STATUS = "    26/10/15
038700             CONTR-BKP-FILE-STATUS                                26/10/15
038800         PERFORM 3800-COPY-WRITE-FAILED THRU 3800-EXIT            26/10/15
038900         GO TO 2110-EXIT                                          26/10/15
039000     END-IF.                                                      26/10/15
039100     ADD 1 TO WS-COPY-COUNT.                                      26/10/15
039200     ADD WS-REC-HASH TO WS-COPY-HASH.                             26/10/15
039300 2110-EXIT.                                                       26/10/15
039400     EXIT.                                                        26/10/15
039500*                                                                 26/10/15
039600*---------------------------------------------------------        26/10/15
039700* 2200-BACKUP-CUST-FILE                                           26/10/15
039800*    COPIES CUST.DAT TO CUSTBKP.DAT.                              26/10/15
039900*---------------------------------------------------------        26/10/15
040000 2200-BACKUP-CUST-FILE.                                           26/10/15
040100     MOVE "BKPCUST" TO WS-MASTER-ID.                              26/10/15
040200     MOVE 3 TO WS-MST-IX.                                         26/10/15
040300     PERFORM 3000-START-COPY THRU 3000-EXIT.                      26/10/15
040400     OPEN INPUT  CUST-FILE.                                       26/10/15
040500     IF CUST-FILE-STATUS NOT = "00"                               26/10/15
040600         DISPLAY "QUOTNBKP - CANNOT OPEN CUST-FILE, STATUS = "    26/10/15
040700             CUST-FILE-STATUS                                     26/10/15
040800         PERFORM 3900-COPY-NOT-TAKEN THRU 3900-EXIT               26/10/15
040900         GO TO 2200-EXIT                                          26/10/15
041000     END-IF.                                                      26/10/15
041100     OPEN OUTPUT CUST-BKP-FILE.                                   26/10/15
041200     IF CUST-BKP-FILE-STATUS NOT = "00"                           26/10/15
041300         DISPLAY "QUOTNBKP - CANNOT OPEN CUSTBKP, STATUS = "      26/10/15
041400             CUST-BKP-FILE-STATUS                                 26/10/15
041500         CLOSE CUST-FILE                                          26/10/15
041600         PERFORM 3900-COPY-NOT-TAKEN THRU 3900-EXIT               26/10/15
041700         GO TO 2200-EXIT                                          26/10/15
041800     END-IF.                                                      26/10/15
041900     MOVE BKUP-RECORD TO CUST-BKP-RECORD.                         26/10/15
042000     WRITE CUST-BKP-RECORD.                                       26/10/15
042010     IF CUST-BKP-FILE-STATUS NOT = "00"                           26/10/15
042020         DISPLAY "QUOTNBKP - CUSTBKP HEADER WRITE FAILED, "       26/10/15
042030             "STATUS = " CUST-BKP-FILE-STATUS                     26/10/15
042040         CLOSE CUST-FILE                                          26/10/15
042050         CLOSE CUST-BKP-FILE                                      26/10/15
042060         PERFORM 3900-COPY-NOT-TAKEN THRU 3900-EXIT               26/10/15
042070         GO TO 2200-EXIT                                          26/10/15
042080     END-IF.                                                      26/10/15
042100     MOVE "N" TO WS-MASTER-EOF-SWITCH.                            26/10/15
042200     PERFORM 2210-UNLOAD-CUST-RECORD THRU 2210-EXIT               26/10/15
042300         UNTIL WS-MASTER-EOF.                                     26/10/15
042400     PERFORM 3100-END-COPY THRU 3100-EXIT.                        26/10/15
042420     IF NOT WS-COPY-FAILED                                        26/10/15
042440         MOVE BKUP-RECORD TO CUST-BKP-RECORD                      26/10/15
042460         WRITE CUST-BKP-RECORD                                    26/10/15
042480         IF CUST-BKP-FILE-STATUS NOT = "00"                       26/10/15
042500             DISPLAY "QUOTNBKP - CUSTBKP TRAILER WRITE FAILED, "  26/10/15
042520                 "STATUS = " CUST-BKP-FILE-STATUS                 26/10/15
042540             SET WS-COPY-FAILED TO TRUE                           26/10/15
042560         END-IF                                                   26/10/15
042580     END-IF.                                                      26/10/15
042600     PERFORM 3150-RECORD-COPY-RESULT THRU 3150-EXIT.              26/10/15
042620     IF NOT WS-COPY-FAILED                                        26/10/15
042640         PERFORM 3200-LOG-MASTER-TOTALS THRU 3200-EXIT            26/10/15
042660     END-IF.                                                      26/10/15
042700     CLOSE CUST-FILE.                                             26/10/15
042800     CLOSE CUST-BKP-FILE.                                         26/10/15
042900 2200-EXIT.                                                       26/10/15
043000     EXIT.                                                        26/10/15
043100*                                                                 26/10/15
043200*---------------------------------------------------------        26/10/15
043300* 2210-UNLOAD-CUST-RECORD                                         26/10/15
043400*    COPIES THE NEXT CUSTOMER AND ADDS AN ALL-DIGIT               26/10/15
043500*    CUSTOMER NUMBER TO THE HASH.                                 26/10/15
043600*---------------------------------------------------------        26/10/15
043700 2210-UNLOAD-CUST-RECORD.                                         26/10/15
043800     READ CUST-FILE NEXT RECORD                                   26/10/15
043900         AT END                                                   26/10/15
044000             SET WS-MASTER-EOF TO TRUE                            26/10/15
044100             GO TO 2210-EXIT                                      26/10/15
044200     END-READ.                                                    26/10/15
044300     MOVE ZERO TO WS-REC-HASH.                                    26/10/15
044400     MOVE CUST-NUM TO WS-HASH-CUST-KEY.                           26/10/15
044500     IF WS-HASH-CUST-KEY-N NUMERIC                                26/10/15
044600         MOVE WS-HASH-CUST-KEY-N TO WS-REC-HASH                   26/10/15
044700     END-IF.                                                      26/10/15
044800     MOVE SPACES TO BKUP-RECORD.                                  26/10/15
044900     SET BKUP-DATA TO TRUE.                                       26/10/15
045000     MOVE CUST-RECORD TO BKUP-IMAGE.                              26/10/15
045100     MOVE BKUP-RECORD TO CUST-BKP-RECORD.                         26/10/15
045200     WRITE CUST-BKP-RECORD.                                       26/10/15
045300     IF CUST-BKP-FILE-STATUS NOT = "00"                           26/10/15
045400         DISPLAY "QUOTNBKP - CUSTBKP WRITE FAILED, STATUS = "     26/10/15
045500             CUST-BKP-FILE-STATUS                                 26/10/15
045600         PERFORM 3800-COPY-WRITE-FAILED THRU 3800-EXIT            26/10/15
045700         GO TO 2210-EXIT                                          26/10/15
045800     END-IF.                                                      26/10/15
045900     ADD 1 TO WS-COPY-COUNT.                                      26/10/15
046000     ADD WS-REC-HASH TO WS-COPY-HASH.                             26/10/15
046100 2210-EXIT.                                                       26/10/15
046200     EXIT.                                                        26/10/15
046300*                                                                 26/10/15
046400*---------------------------------------------------------        26/10/15
046500* 2300-BACKUP-AGENT-FILE                                          26/10/15
046600*    COPIES AGENT.DAT TO AGENTBKP.DAT.                            26/10/15
046700*---------------------------------------------------------        26/10/15
046800 2300-BACKUP-AGENT-FILE.                                          26/10/15
046900     MOVE "BKPAGENT" TO WS-MASTER-ID.                             26/10/15
047000     MOVE 4 TO WS-MST-IX.                                         26/10/15
047100     PERFORM 3000-START-COPY THRU 3000-EXIT.                      26/10/15
047200     OPEN INPUT  AGENT-FILE.                                      26/10/15
047300     IF AGENT-FILE-STATUS NOT = "00"                              26/10/15
047400         DISPLAY "QUOTNBKP - CANNOT OPEN AGENT-FILE, STATUS = "   26/10/15
047500             AGENT-FILE-STATUS                                    26/10/15
047600         PERFORM 3900-COPY-NOT-TAKEN THRU 3900-EXIT               26/10/15
047700         GO TO 2300-EXIT                                          26/10/15
047800     END-IF.                                                      26/10/15
047900     OPEN OUTPUT AGENT-BKP-FILE.                                  26/10/15
048000     IF AGENT-BKP-FILE-STATUS NOT = "00"                          26/10/15
048100         DISPLAY "QUOTNBKP - CANNOT OPEN AGENTBKP, STATUS = "     26/10/15
048200             AGENT-BKP-FILE-STATUS                                26/10/15
048300         CLOSE AGENT-FILE                                         26/10/15
048400         PERFORM 3900-COPY-NOT-TAKEN THRU 3900-EXIT               26/10/15
048500         GO TO 2300-EXIT                                          26/10/15
048600     END-IF.                                                      26/10/15
048700     MOVE BKUP-RECORD TO AGENT-BKP-RECORD.                        26/10/15
048800     WRITE AGENT-BKP-RECORD.                                      26/10/15
048810     IF AGENT-BKP-FILE-STATUS NOT = "00"                          26/10/15
048820         DISPLAY "QUOTNBKP - AGENTBKP HEADER WRITE FAILED, "      26/10/15
048830             "STATUS = " AGENT-BKP-FILE-STATUS                    26/10/15
048840         CLOSE AGENT-FILE                                         26/10/15
048850         CLOSE AGENT-BKP-FILE                                     26/10/15
048860         PERFORM 3900-COPY-NOT-TAKEN THRU 3900-EXIT               26/10/15
048870         GO TO 2300-EXIT                                          26/10/15
048880     END-IF.                                                      26/10/15
048900     MOVE "N" TO WS-MASTER-EOF-SWITCH.                            26/10/15
049000     PERFORM 2310-UNLOAD-AGENT-RECORD THRU 2310-EXIT              26/10/15
049100         UNTIL WS-MASTER-EOF.                                     26/10/15
049200     PERFORM 3100-END-COPY THRU 3100-EXIT.                        26/10/15
049220     IF NOT WS-COPY-FAILED                                        26/10/15
049240         MOVE BKUP-RECORD TO AGENT-BKP-RECORD                     26/10/15
049260         WRITE AGENT-BKP-RECORD                                   26/10/15
049280         IF AGENT-BKP-FILE-STATUS NOT = "00"                      26/10/15
049300             DISPLAY "QUOTNBKP - AGENTBKP TRAILER WRITE FAILED, " 26/10/15
049320                 "STATUS = " AGENT-BKP-FILE-STATUS                26/10/15
049340             SET WS-COPY-FAILED TO TRUE                           26/10/15
049360         END-IF                                                   26/10/15
049380     END-IF.                                                      26/10/15
049400     PERFORM 3150-RECORD-COPY-RESULT THRU 3150-EXIT.              26/10/15
049420     IF NOT WS-COPY-FAILED                                        26/10/15
049440         PERFORM 3200-LOG-MASTER-TOTALS THRU 3200-EXIT            26/10/15
049460     END-IF.                                                      26/10/15
049500     CLOSE AGENT-FILE.                                            26/10/15
049600     CLOSE AGENT-BKP-FILE.                                        26/10/15
049700 2300-EXIT.                                                       26/10/15
049800     EXIT.                                                        26/10/15
049900*                                                                 26/10/15
050000*---------------------------------------------------------        26/10/15
050100* 2310-UNLOAD-AGENT-RECORD                                        26/10/15
050200*    COPIES THE NEXT AGENT AND ADDS AN ALL-DIGIT AGENT            26/10/15
050300*    NUMBER TO THE HASH.                                          26/10/15
050400*---------------------------------------------------------        26/10/15
050500 2310-UNLOAD-AGENT-RECORD.                                        26/10/15
050600     READ AGENT-FILE NEXT RECORD                                  26/10/15
050700         AT END                                                   26/10/15
050800             SET WS-MASTER-EOF TO TRUE                            26/10/15
050900             GO TO 2310-EXIT                                      26/10/15
051000     END-READ.                                                    26/10/15
051100     MOVE ZERO TO WS-REC-HASH.                                    26/10/15
051200     MOVE AGENT-NUM TO WS-HASH-AGENT-KEY.                         26/10/15
051300     IF WS-HASH-AGENT-KEY-N NUMERIC                               26/10/15
051400         MOVE WS-HASH-AGENT-KEY-N TO WS-REC-HASH                  26/10/15
051500     END-IF.                                                      26/10/15
051600     MOVE SPACES TO BKUP-RECORD.                                  26/10/15
051700     SET BKUP-DATA TO TRUE.                                       26/10/15
051800     MOVE AGENT-RECORD TO BKUP-IMAGE.                             26/10/15
051900     MOVE BKUP-RECORD TO AGENT-BKP-RECORD.                        26/10/15
052000     WRITE AGENT-BKP-RECORD.                                      26/10/15
052100     IF AGENT-BKP-FILE-STATUS NOT = "00"                          26/10/15
052200         DISPLAY "QUOTNBKP - AGENTBKP WRITE FAILED, STATUS = "    26/10/15
052300             AGENT-BKP-FILE-STATUS                                26/10/15
052400         PERFORM 3800-COPY-WRITE-FAILED THRU 3800-EXIT            26/10/15
052500         GO TO 2310-EXIT                                          26/10/15
052600     END-IF.                                                      26/10/15
052700     ADD 1 TO WS-COPY-COUNT.                                      26/10/15
052800     ADD WS-REC-HASH TO WS-COPY-HASH.                             26/10/15
052900 2310-EXIT.                                                       26/10/15
053000     EXIT.                                                        26/10/15
053100*                                                                 26/10/15
053200*---------------------------------------------------------        26/10/15
053300* 2400-BACKUP-HIST-FILE                                           26/10/15
053400*    COPIES QUOTHIST.DAT TO QHISTBKP.DAT.                         26/10/15
053500*---------------------------------------------------------        26/10/15
053600 2400-BACKUP-HIST-FILE.                                           26/10/15
053700     MOVE "BKPQHIST" TO WS-MASTER-ID.                             26/10/15
053800     MOVE 5 TO WS-MST-IX.                                         26/10/15
053900     PERFORM 3000-START-COPY THRU 3000-EXIT.                      26/10/15
054000     OPEN INPUT  QUOTN-HIST-FILE.                                 26/10/15
054100     IF QUOTN-HIST-FILE-STATUS NOT = "00"                         26/10/15
054200         DISPLAY "QUOTNBKP - CANNOT OPEN QUOTN-HIST, STATUS = "   26/10/15
054300             QUOTN-HIST-FILE-STATUS                               26/10/15
054400         PERFORM 3900-COPY-NOT-TAKEN THRU 3900-EXIT               26/10/15
054500         GO TO 2400-EXIT                                          26/10/15
054600     END-IF.                                                      26/10/15
054700     OPEN OUTPUT HIST-BKP-FILE.                                   26/10/15
054800     IF HIST-BKP-FILE-STATUS NOT = "00"                           26/10/15
054900         DISPLAY "QUOTNBKP - CANNOT OPEN QHISTBKP, STATUS = "     26/10/15
055000             HIST-BKP-FILE-STATUS                                 26/10/15
055100         CLOSE QUOTN-HIST-FILE                                    26/10/15
055200         PERFORM 3900-COPY-NOT-TAKEN THRU 3900-EXIT               26/10/15
055300         GO TO 2400-EXIT                                          26/10/15
055400     END-IF.                                                      26/10/15
055500     MOVE BKUP-RECORD TO HIST-BKP-RECORD.                         26/10/15
055600     WRITE HIST-BKP-RECORD.                                       26/10/15
055610     IF HIST-BKP-FILE-STATUS NOT = "00"                           26/10/15
055620         DISPLAY "QUOTNBKP - QHISTBKP HEADER WRITE FAILED, "      26/10/15
055630             "STATUS = " HIST-BKP-FILE-STATUS                     26/10/15
055640         CLOSE QUOTN-HIST-FILE                                    26/10/15
055650         CLOSE HIST-BKP-FILE                                      26/10/15
055660         PERFORM 3900-COPY-NOT-TAKEN THRU 3900-EXIT               26/10/15
055670         GO TO 2400-EXIT                                          26/10/15
055680     END-IF.                                                      26/10/15
055700     MOVE "N" TO WS-MASTER-EOF-SWITCH.                            26/10/15
055800     PERFORM 2410-UNLOAD-HIST-RECORD THRU 2410-EXIT               26/10/15
055900         UNTIL WS-MASTER-EOF.                                     26/10/15
056000     PERFORM 3100-END-COPY THRU 3100-EXIT.                        26/10/15
056020     IF NOT WS-COPY-FAILED                                        26/10/15
056040         MOVE BKUP-RECORD TO HIST-BKP-RECORD                      26/10/15
056060         WRITE HIST-BKP-RECORD                                    26/10/15
056080         IF HIST-BKP-FILE-STATUS NOT = "00"                       26/10/15
056100             DISPLAY "QUOTNBKP - QHISTBKP TRAILER WRITE FAILED, " 26/10/15
056120                 "STATUS = " HIST-BKP-FILE-STATUS                 26/10/15
056140             SET WS-COPY-FAILED TO TRUE                           26/10/15
056160         END-IF                                                   26/10/15
056180     END-IF.                                                      26/10/15
056200     PERFORM 3150-RECORD-COPY-RESULT THRU 3150-EXIT.              26/10/15
056220     IF NOT WS-COPY-FAILED                                        26/10/15
056240         PERFORM 3200-LOG-MASTER-TOTALS THRU 3200-EXIT            26/10/15
056260     END-IF.                                                      26/10/15
056300     CLOSE QUOTN-HIST-FILE.                                       26/10/15
056400     CLOSE HIST-BKP-FILE.                                         26/10/15
056500 2400-EXIT.                                                       26/10/15
056600     EXIT.                                                        26/10/15
056700*                                                                 26/10/15
056800*---------------------------------------------------------        26/10/15
056900* 2410-UNLOAD-HIST-RECORD                                         26/10/15
057000*    COPIES THE NEXT ARCHIVED QUOTATION AND ADDS IT TO THE        26/10/15
057100*    HASH - QUOTE NUMBER PLUS PREMIUM IN CENTS.                   26/10/15
057200*---------------------------------------------------------        26/10/15
057300 2410-UNLOAD-HIST-RECORD.                                         26/10/15
057400     READ QUOTN-HIST-FILE NEXT RECORD                             26/10/15
057500         AT END                                                   26/10/15
057600             SET WS-MASTER-EOF TO TRUE                            26/10/15
057700             GO TO 2410-EXIT                                      26/10/15
057800     END-READ.                                                    26/10/15
057900     COMPUTE WS-REC-HASH = HIST-QUOTN-NUM                         26/10/15
058000                         + HIST-PREMIUM-AMT * 100.                26/10/15
058100     MOVE SPACES TO BKUP-RECORD.                                  26/10/15
058200     SET BKUP-DATA TO TRUE.                                       26/10/15
058300     MOVE QUOTN-HIST-RECORD TO BKUP-IMAGE.                        26/10/15
058400     MOVE BKUP-RECORD TO HIST-BKP-RECORD.                         26/10/15
058500     WRITE HIST-BKP-RECORD.                                       26/10/15
058600     IF HIST-BKP-FILE-STATUS NOT = "00"                           26/10/15
058700         DISPLAY "QUOTNBKP - QHISTBKP WRITE FAILED, STATUS = "    26/10/15
058800             HIST-BKP-FILE-STATUS                                 26/10/15
058900         PERFORM 3800-COPY-WRITE-FAILED THRU 3800-EXIT            26/10/15
059000         GO TO 2410-EXIT                                          26/10/15
059100     END-IF.                                                      26/10/15
059200     ADD 1 TO WS-COPY-COUNT.                                      26/10/15
059300     ADD WS-REC-HASH TO WS-COPY-HASH.                             26/10/15
059400 2410-EXIT.                                                       26/10/15
059500     EXIT.                                                        26/10/15
059600*                                                                 26/10/15
059700*---------------------------------------------------------        26/10/15
059800* 3000-START-COPY                                                 26/10/15
059900*    CLEARS THE COUNT AND HASH FOR THE MASTER NAMED IN            26/10/15
060000*    WS-MASTER-ID, NOTES THE TIME THE COPY STARTED, AND           26/10/15
060100*    BUILDS THE COPY'S HEADER RECORD.                             26/10/15
060200*---------------------------------------------------------        26/10/15
060300 3000-START-COPY.                                                 26/10/15
060400     MOVE WS-MASTER-ID TO WS-MST-ID(WS-MST-IX).                   26/10/15
060500     MOVE ZERO TO WS-COPY-COUNT.                                  26/10/15
060600     MOVE ZERO TO WS-COPY-HASH.                                   26/10/15
060700     MOVE "N" TO WS-COPY-FAILED-SWITCH.                           26/10/15
060800     ACCEPT WS-RUN-TIME FROM TIME.                                26/10/15
060900     MOVE WS-RUN-TIME(1:6) TO WS-COPY-START-TIME.                 26/10/15
061000     MOVE SPACES TO BKUP-RECORD.                                  26/10/15
061100     SET BKUP-HEADER TO TRUE.                                     26/10/15
061200     MOVE WS-MASTER-ID       TO BKUP-MASTER-ID.                   26/10/15
061300     MOVE WS-TODAY-DATE      TO BKUP-DATE.                        26/10/15
061400     MOVE WS-COPY-START-TIME TO BKUP-TIME.                        26/10/15
061500 3000-EXIT.                                                       26/10/15
061600     EXIT.                                                        26/10/15
061700*                                                                 26/10/15
061800*---------------------------------------------------------        26/10/15
061900* 3100-END-COPY                                                   26/10/15
062000*    BUILDS THE COPY'S TRAILER RECORD AND NOTES ITS COUNT         26/10/15
062100*    AND HASH FOR THE CONTROL REPORT.                             26/10/15
062200*---------------------------------------------------------        26/10/15
062300 3100-END-COPY.                                                   26/10/15
062400     MOVE WS-COPY-HASH TO WS-COPY-HASH-15.                        26/10/15
062500     MOVE SPACES TO BKUP-RECORD.                                  26/10/15
062600     SET BKUP-TRAILER TO TRUE.                                    26/10/15
062700     MOVE WS-MASTER-ID    TO BKUP-TRL-MASTER-ID.                  26/10/15
062800     MOVE WS-COPY-COUNT   TO BKUP-TRL-REC-COUNT.                  26/10/15
062900     MOVE WS-COPY-HASH-15 TO BKUP-TRL-HASH-TOTAL.                 26/10/15
063000     MOVE WS-COPY-COUNT   TO WS-MST-COUNT(WS-MST-IX).             26/10/15
063100     MOVE WS-COPY-HASH-15 TO WS-MST-HASH(WS-MST-IX).              26/10/15
063105 3100-EXIT.                                                       26/10/15
063110     EXIT.                                                        26/10/15
063115*                                                                 26/10/15
063120*---------------------------------------------------------        26/10/15
063125* 3150-RECORD-COPY-RESULT                                         26/10/15
063130*    ONCE THE TRAILER IS WRITTEN, OR THE COPY HAS FAILED,         26/10/15
063135*    MARKS THE MASTER COPIED OR FAILED.  A FAILED COPY            26/10/15
063140*    LEAVES THE RUN IN FLIGHT AT 8900.                            26/10/15
063145*---------------------------------------------------------        26/10/15
063150 3150-RECORD-COPY-RESULT.                                         26/10/15
063200     IF WS-COPY-FAILED                                            26/10/15
063300         MOVE "FAILED" TO WS-MST-RESULT(WS-MST-IX)                26/10/15
063400         ADD 1 TO WS-MASTERS-FAILED                               26/10/15
063500         GO TO 3150-EXIT                                          26/10/15
063600     END-IF.                                                      26/10/15
063700     MOVE "COPIED" TO WS-MST-RESULT(WS-MST-IX).                   26/10/15
063800     ADD 1 TO WS-MASTERS-COPIED.                                  26/10/15
063900     ADD WS-COPY-COUNT TO WS-TOT-COPIED.                          26/10/15
064000     ADD WS-COPY-HASH TO WS-TOT-HASH.                             26/10/15
064100 3150-EXIT.                                                       26/10/15
064300     EXIT.                                                        26/10/15
064400*                                                                 26/10/15
064500*---------------------------------------------------------        26/10/15
064600* 3200-LOG-MASTER-TOTALS                                          26/10/15
064700*    FILES THE MASTER'S RUN-CONTROL RECORD, KEYED BY TONIGHT      26/10/15
064800*    AND ITS MASTER-ID - THE COPY'S START TIME (THE POINT A       26/10/15
064900*    ROLL FORWARD STARTS FROM), RECORD COUNT AND HASH.  A         26/10/15
065000*    RERUN TONIGHT REPLACES IT, MATCHING THE NEWER COPY.          26/10/15
065050*    ONLY PERFORMED ONCE THE TRAILER IS SAFELY WRITTEN.           26/10/15
065100*---------------------------------------------------------        26/10/15
065200 3200-LOG-MASTER-TOTALS.                                          26/10/15
065300     INITIALIZE RUNC-RECORD.                                      26/10/15
065400     MOVE WS-TODAY-DATE      TO RUNC-RUN-DATE.                    26/10/15
065500     MOVE WS-MASTER-ID       TO RUNC-PGM-ID.                      26/10/15
065600     SET RUNC-STAT-COMPLETED TO TRUE.                             26/10/15
065700     MOVE WS-COPY-START-TIME TO RUNC-START-TIME.                  26/10/15
065800     ACCEPT WS-RUN-TIME FROM TIME.                                26/10/15
065900     MOVE WS-RUN-TIME(1:6)   TO RUNC-END-TIME.                    26/10/15
066000     MOVE WS-COPY-COUNT      TO RUNC-RECS-READ.                   26/10/15
066100     MOVE WS-COPY-COUNT      TO RUNC-RECS-EXTRACTED.              26/10/15
066200     MOVE WS-COPY-HASH-15    TO RUNC-HASH-TOTAL.                  26/10/15
066300     WRITE RUNC-RECORD                                            26/10/15
066400         INVALID KEY                                              26/10/15
066500             REWRITE RUNC-RECORD                                  26/10/15
066600     END-WRITE.                                                   26/10/15
066700 3200-EXIT.                                                       26/10/15
066800     EXIT.                                                        26/10/15
066900*                                                                 26/10/15
067000*---------------------------------------------------------        26/10/15
067100* 3800-COPY-WRITE-FAILED                                          26/10/15
067200*    A WRITE TO THE COPY FAILED - THE COPY IS MARKED FAILED       26/10/15
067300*    AND THE UNLOAD OF THIS MASTER STOPS.                         26/10/15
067400*---------------------------------------------------------        26/10/15
067500 3800-COPY-WRITE-FAILED.                                          26/10/15
067600     SET WS-COPY-FAILED TO TRUE.                                  26/10/15
067700     SET WS-MASTER-EOF TO TRUE.                                   26/10/15
067800 3800-EXIT.                                                       26/10/15
067900     EXIT.                                                        26/10/15
068000*                                                                 26/10/15
068100*---------------------------------------------------------        26/10/15
068200* 3900-COPY-NOT-TAKEN                                             26/10/15
068250*    THE MASTER OR ITS COPY COULD NOT BE OPENED, OR THE           26/10/15
068300*    COPY'S HEADER COULD NOT BE WRITTEN - THE COPY IS             26/10/15
068350*    RECORDED AS FAILED.                                          26/10/15
068500*---------------------------------------------------------        26/10/15
068600 3900-COPY-NOT-TAKEN.                                             26/10/15
068700     SET WS-COPY-FAILED TO TRUE.                                  26/10/15
068800     PERFORM 3100-END-COPY THRU 3100-EXIT.                        26/10/15
068850     PERFORM 3150-RECORD-COPY-RESULT THRU 3150-EXIT.              26/10/15
068900 3900-EXIT.                                                       26/10/15
069000     EXIT.                                                        26/10/15
069100*                                                                 26/10/15
069200*---------------------------------------------------------        26/10/15
069300* 8000-CONTROL-REPORT                                             26/10/15
069400*    PRINTS THE END-OF-RUN BALANCING REPORT - ONE LINE PER        26/10/15
069500*    MASTER WITH ITS COUNT AND HASH, THEN THE RUN TOTALS.         26/10/15
069600*---------------------------------------------------------        26/10/15
069700 8000-CONTROL-REPORT.                                             26/10/15
069800     DISPLAY "QUOTNBKP MASTER BACKUP CONTROL REPORT".             26/10/15
069900     MOVE 1 TO WS-MST-IX.                                         26/10/15
070000     PERFORM 8100-REPORT-ONE-MASTER THRU 8100-EXIT                26/10/15
070100         UNTIL WS-MST-IX > 5.                                     26/10/15
070200     MOVE WS-TOT-COPIED     TO WS-ED-TOT-COPIED.                  26/10/15
070300     MOVE WS-MASTERS-FAILED TO WS-ED-MASTERS-FAILED.              26/10/15
070400     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
070500     STRING "RECORDS COPIED  . . . . : " DELIMITED BY SIZE        26/10/15
070600         WS-ED-TOT-COPIED DELIMITED BY SIZE                       26/10/15
070700         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
070800     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
070900     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
071000     STRING "MASTERS NOT COPIED  . . : " DELIMITED BY SIZE        26/10/15
071100         WS-ED-MASTERS-FAILED DELIMITED BY SIZE                   26/10/15
071200         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
071300     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
071400 8000-EXIT.                                                       26/10/15
071500     EXIT.                                                        26/10/15
071600*                                                                 26/10/15
071700*---------------------------------------------------------        26/10/15
071800* 8100-REPORT-ONE-MASTER                                          26/10/15
071900*    PRINTS THE CONTROL LINE FOR THE MASTER AT WS-MST-IX,         26/10/15
072000*    THEN STEPS ON.                                               26/10/15
072100*---------------------------------------------------------        26/10/15
072200 8100-REPORT-ONE-MASTER.                                          26/10/15
072300     MOVE WS-MST-COUNT(WS-MST-IX) TO WS-ED-MST-COUNT.             26/10/15
072400     MOVE WS-MST-HASH(WS-MST-IX)  TO WS-ED-MST-HASH.              26/10/15
072500     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
072600     STRING WS-MST-ID(WS-MST-IX) DELIMITED BY SIZE                26/10/15
072700         " " DELIMITED BY SIZE                                    26/10/15
072800         WS-MST-RESULT(WS-MST-IX) DELIMITED BY SIZE               26/10/15
072900         " RECORDS " DELIMITED BY SIZE                            26/10/15
073000         WS-ED-MST-COUNT DELIMITED BY SIZE                        26/10/15
073100         " HASH " DELIMITED BY SIZE                               26/10/15
073200         WS-ED-MST-HASH DELIMITED BY SIZE                         26/10/15
073300         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
073400     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
073500     ADD 1 TO WS-MST-IX.                                          26/10/15
073600 8100-EXIT.                                                       26/10/15
073700     EXIT.                                                        26/10/15
073800*                                                                 26/10/15
073900*---------------------------------------------------------        26/10/15
074000* 9000-TERMINATE                                                  26/10/15
074100*    CLOSES THE RUN-CONTROL MASTER - EACH MASTER AND ITS          26/10/15
074200*    COPY WERE CLOSED WHEN ITS COPY WAS DONE.                     26/10/15
074300*---------------------------------------------------------        26/10/15
074400 9000-TERMINATE.                                                  26/10/15
074500     CLOSE RUN-CONTROL-FILE.                                      26/10/15
074600 9000-EXIT.                                                       26/10/15
074700     EXIT.                                                        26/10/15
074800*                                                                 26/10/15
074900*---------------------------------------------------------        26/10/15
075000* 1050-RUN-CONTROL-START                                          26/10/15
075100*    REFUSES THE RUN UNLESS THE PREDECESSOR COMPLETED             26/10/15
075200*    TODAY, THEN WRITES THIS PROGRAM'S RUN-CONTROL RECORD         26/10/15
075300*    IN-FLIGHT.  THE BACKUP RUNS FIRST IN THE NIGHT, SO IT        26/10/15
075400*    HAS NO PREDECESSOR.                                          26/10/15
075500*---------------------------------------------------------        26/10/15
075600 1050-RUN-CONTROL-START.                                          26/10/15
075700     OPEN I-O RUN-CONTROL-FILE.                                   26/10/15
075800     IF RUN-CONTROL-FILE-STATUS NOT = "00"                        26/10/15
075900         DISPLAY "QUOTNBKP - CANNOT OPEN RUNCTL, STATUS = "       26/10/15
076000             RUN-CONTROL-FILE-STATUS                              26/10/15
076100         STOP RUN                                                 26/10/15
076200     END-IF.                                                      26/10/15
076300     IF WS-RUN-PRED-PGM-ID NOT = SPACES                           26/10/15
076400         MOVE WS-TODAY-DATE TO RUNC-RUN-DATE                      26/10/15
076500         MOVE WS-RUN-PRED-PGM-ID TO RUNC-PGM-ID                   26/10/15
076600         READ RUN-CONTROL-FILE                                    26/10/15
076700             INVALID KEY                                          26/10/15
076800                 MOVE SPACE TO RUNC-STATUS                        26/10/15
076900         END-READ                                                 26/10/15
077000         IF NOT RUNC-STAT-COMPLETED                               26/10/15
077100             DISPLAY "QUOTNBKP - PREDECESSOR "                    26/10/15
077200                 WS-RUN-PRED-PGM-ID                               26/10/15
077300                 " NOT COMPLETED TODAY - RUN REFUSED"             26/10/15
077400             STOP RUN                                             26/10/15
077500         END-IF                                                   26/10/15
077600     END-IF.                                                      26/10/15
077700     INITIALIZE RUNC-RECORD.                                      26/10/15
077800     MOVE WS-TODAY-DATE TO RUNC-RUN-DATE.                         26/10/15
077900     MOVE "QUOTNBKP" TO RUNC-PGM-ID.                              26/10/15
078000     SET RUNC-STAT-IN-FLIGHT TO TRUE.                             26/10/15
078100     ACCEPT WS-RUN-TIME FROM TIME.                                26/10/15
078200     MOVE WS-RUN-TIME(1:6) TO RUNC-START-TIME.                    26/10/15
078300     WRITE RUNC-RECORD                                            26/10/15
078400         INVALID KEY                                              26/10/15
078500             REWRITE RUNC-RECORD                                  26/10/15
078600     END-WRITE.                                                   26/10/15
078700 1050-EXIT.                                                       26/10/15
078800     EXIT.                                                        26/10/15
078900*                                                                 26/10/15
079000*---------------------------------------------------------        26/10/15
079100* 8900-RUN-CONTROL-END                                            26/10/15
079200*    REWRITES THIS PROGRAM'S RUN-CONTROL RECORD COMPLETED         26/10/15
079300*    WITH THE RECORDS COPIED AND THE COMBINED HASH.               26/10/15
079400*---------------------------------------------------------        26/10/15
079500 8900-RUN-CONTROL-END.                                            26/10/15
079600*    A MASTER NOT COPIED LEAVES THE RUN IN FLIGHT ON              26/10/15
079700*    PURPOSE - QUOTNUPD MUST NOT START THE NIGHT WITHOUT A        26/10/15
079800*    GOOD BACKUP.  OPERATIONS CLEARS THE FAULT AND RERUNS.        26/10/15
079900     IF WS-MASTERS-FAILED > ZERO                                  26/10/15
080000         DISPLAY "QUOTNBKP - RUN LEFT IN FLIGHT - SEE LOG"        26/10/15
080100         GO TO 8900-EXIT                                          26/10/15
080200     END-IF.                                                      26/10/15
080300     MOVE WS-TODAY-DATE TO RUNC-RUN-DATE.                         26/10/15
080400     MOVE "QUOTNBKP" TO RUNC-PGM-ID.                              26/10/15
080500     READ RUN-CONTROL-FILE                                        26/10/15
080600         INVALID KEY                                              26/10/15
080700             DISPLAY "QUOTNBKP - RUN CONTROL RECORD LOST"         26/10/15
080800             GO TO 8900-EXIT                                      26/10/15
080900     END-READ.                                                    26/10/15
081000     MOVE WS-TOT-HASH TO WS-TOT-HASH-15.                          26/10/15
081100     MOVE WS-TOT-COPIED  TO RUNC-RECS-READ.                       26/10/15
081200     MOVE WS-TOT-COPIED  TO RUNC-RECS-EXTRACTED.                  26/10/15
081300     MOVE WS-TOT-HASH-15 TO RUNC-HASH-TOTAL.                      26/10/15
081400     SET RUNC-STAT-COMPLETED TO TRUE.                             26/10/15
081500     ACCEPT WS-RUN-TIME FROM TIME.                                26/10/15
081600     MOVE WS-RUN-TIME(1:6) TO RUNC-END-TIME.                      26/10/15
081700     REWRITE RUNC-RECORD                                          26/10/15
081800         INVALID KEY                                              26/10/15
081900             DISPLAY "QUOTNBKP - RUN CONTROL REWRITE FAILED"      26/10/15
082000     END-REWRITE.                                                 26/10/15
082100 8900-EXIT.                                                       26/10/15
082200     EXIT.                                                        26/10/15
