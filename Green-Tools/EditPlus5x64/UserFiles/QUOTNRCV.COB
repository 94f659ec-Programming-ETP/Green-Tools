000100 IDENTIFICATION DIVISION.                                         26/10/15
000200 PROGRAM-ID.    QUOTNRCV.                                         26/10/15
000300 AUTHOR.        D. MILLER.                                        26/10/15
000400 INSTALLATION.  HOME OFFICE - QUOTATION SYSTEMS.                  26/10/15
000500 DATE-WRITTEN.  26/10/15.                                         26/10/15
000600 DATE-COMPILED.                                                   26/10/15
000700*                                                                 26/10/15
000800* MODIFICATION HISTORY                                            26/10/15
000900* ---------------------------------------------------------       26/10/15
001000* 26/10/15  DLM  ORIGINAL PROGRAM - MASTER RECOVERY, RUN BY       26/10/15
001100*                THE DUTY OPERATOR FROM THE CONSOLE IN THE        26/10/15
001200*                STYLE OF QUOTNOPS.  THE OPERATOR SIGNS ON,       26/10/15
001300*                PICKS THE MASTER AND THE NIGHT WHOSE QUOTNBKP    26/10/15
001400*                COPY IS TO BE RELOADED, AND FOR FILE.DAT THE     26/10/15
001500*                DATE AND TIME TO ROLL FORWARD TO.  THE COPY'S    26/10/15
001600*                HEADER IS CHECKED AGAINST THE NIGHT'S RUN-       26/10/15
001700*                CONTROL RECORD BEFORE ANYTHING IS TOUCHED, AND   26/10/15
001800*                NOTHING IS RELOADED WITHOUT A CONFIRMED "Y".     26/10/15
001900*                THE MASTER IS REBUILT FROM THE COPY THROUGH      26/10/15
002000*                ITS INDEX, WHICH REBUILDS THE QUOTN-FILE         26/10/15
002100*                CUSTOMER/POLICY ALTERNATE KEY AS IT GOES.        26/10/15
002200*                FILE.DAT IS THEN ROLLED FORWARD BY RE-APPLYING   26/10/15
002300*                THE AFTER IMAGES ON THE AUDIT LOG LOGGED FROM    26/10/15
002400*                THE BACKUP UP TO THE POINT ASKED FOR.  THE       26/10/15
002500*                VERIFICATION LISTING TIES THE RELOAD TO THE      26/10/15
002600*                COPY'S TRAILER AND THE RUN-CONTROL TOTALS, THE   26/10/15
002700*                RECOVERED FILE TO EACH LATER NIGHT'S BACKUP      26/10/15
002800*                TOTALS AS THE ROLL FORWARD PASSES IT, AND THE    26/10/15
002900*                ALTERNATE KEY PATH TO THE PRIMARY.  THE          26/10/15
003000*                RECOVERY IS WRITTEN TO THE OPERATIONS AUDIT      26/10/15
003100*                TRAIL UNDER THE OPERATOR'S ID.                   26/10/15
003200*                                                                 26/10/15
003300* OPERATING NOTE - QUOTNRCV RELOADS FROM THE CURRENT VERSION      26/10/15
003400* OF THE MASTER'S COPY.  TO GO BACK TO AN EARLIER NIGHT, MAKE     26/10/15
003500* THAT NIGHT'S VERSION OF THE COPY THE CURRENT ONE FIRST - A      26/10/15
003600* COPY FOR ANY OTHER NIGHT IS REFUSED.  AFTER A RECOVERY,         26/10/15
003700* RERUN QUOTNBKP BEFORE THE NIGHT IS STARTED.                     26/10/15
003800*                                                                 26/10/15
003900 ENVIRONMENT DIVISION.                                            26/10/15
004000*                                                                 26/10/15
004100 CONFIGURATION SECTION.                                           26/10/15
004200 SOURCE-COMPUTER. VAX-VMS.                                        26/10/15
004300 OBJECT-COMPUTER. VAX-VMS.                                        26/10/15
004400 SPECIAL-NAMES.   CONSOLE IS TERMINAL-CONSOLE.                    26/10/15
004500*                                                                 26/10/15
004600 INPUT-OUTPUT SECTION.                                            26/10/15
004700 FILE-CONTROL.                                                    26/10/15
004800*                                                                 26/10/15
004900* THE FIVE INDEXED MASTERS - ONLY THE ONE BEING RECOVERED IS      26/10/15
005000* OPENED, OUTPUT FOR THE RELOAD.  QUOTN-FILE IS THEN OPENED       26/10/15
005100* I-O FOR THE ROLL FORWARD AND INPUT FOR THE VERIFICATION.        26/10/15
005200     SELECT QUOTN-FILE                                            26/10/15
005300         ASSIGN       TO "FILE.DAT"                               26/10/15
005400         ORGANIZATION IS INDEXED                                  26/10/15
005500         ACCESS MODE  IS DYNAMIC                                  26/10/15
005600         FILE STATUS  IS QUOTN-FILE-STATUS                        26/10/15
005700         RECORD KEY   IS QUOTN-NUM                                26/10/15
005800         ALTERNATE RECORD KEY IS QUOTN-CUST-POLICY-KEY            26/10/15
005900             WITH DUPLICATES.                                     26/10/15
006000*                                                                 26/10/15
006100     SELECT CONTR-FILE                                            26/10/15
006200         ASSIGN       TO "CONTR.DAT"                              26/10/15
006300         ORGANIZATION IS INDEXED                                  26/10/15
006400         ACCESS MODE  IS DYNAMIC                                  26/10/15
006500         FILE STATUS  IS CONTR-FILE-STATUS                        26/10/15
006600         RECORD KEY   IS CONTR-NUM                                26/10/15
006700         ALTERNATE RECORD KEY IS CONTR-QUOTN-NUM                  26/10/15
006800             WITH DUPLICATES.                                     26/10/15
006900*                                                                 26/10/15
007000     SELECT CUST-FILE                                             26/10/15
007100         ASSIGN       TO "CUST.DAT"                               26/10/15
007200         ORGANIZATION IS INDEXED                                  26/10/15
007300         ACCESS MODE  IS DYNAMIC                                  26/10/15
007400         FILE STATUS  IS CUST-FILE-STATUS                         26/10/15
007500         RECORD KEY   IS CUST-NUM.                                26/10/15
007600*                                                                 26/10/15
007700     SELECT AGENT-FILE                                            26/10/15
007800         ASSIGN       TO "AGENT.DAT"                              26/10/15
007900         ORGANIZATION IS INDEXED                                  26/10/15
008000         ACCESS MODE  IS DYNAMIC                                  26/10/15
008100         FILE STATUS  IS AGENT-FILE-STATUS                        26/10/15
008200         RECORD KEY   IS AGENT-NUM.                               26/10/15
008300*                                                                 26/10/15
008400     SELECT QUOTN-HIST-FILE                                       26/10/15
008500         ASSIGN       TO "QUOTHIST.DAT"                           26/10/15
008600         ORGANIZATION IS INDEXED                                  26/10/15
008700         ACCESS MODE  IS DYNAMIC                                  26/10/15
008800         FILE STATUS  IS QUOTN-HIST-FILE-STATUS                   26/10/15
008900         RECORD KEY   IS HIST-QUOTN-NUM.                          26/10/15
009000*                                                                 26/10/15
009100* THE QUOTNBKP COPIES - LAYOUT IN CFI_BKUP.                       26/10/15
009200     SELECT FILE-BKP-FILE                                         26/10/15
009300         ASSIGN       TO "FILEBKP.DAT"                            26/10/15
009400         ORGANIZATION IS SEQUENTIAL                               26/10/15
009500         FILE STATUS  IS FILE-BKP-FILE-STATUS.                    26/10/15
009600*                                                                 26/10/15
009700     SELECT CONTR-BKP-FILE                                        26/10/15
009800         ASSIGN       TO "CONTRBKP.DAT"                           26/10/15
009900         ORGANIZATION IS SEQUENTIAL                               26/10/15
010000         FILE STATUS  IS CONTR-BKP-FILE-STATUS.                   26/10/15
010100*                                                                 26/10/15
010200     SELECT CUST-BKP-FILE                                         26/10/15
010300         ASSIGN       TO "CUSTBKP.DAT"                            26/10/15
010400         ORGANIZATION IS SEQUENTIAL                               26/10/15
010500         FILE STATUS  IS CUST-BKP-FILE-STATUS.                    26/10/15
010600*                                                                 26/10/15
010700     SELECT AGENT-BKP-FILE                                        26/10/15
010800         ASSIGN       TO "AGENTBKP.DAT"                           26/10/15
010900         ORGANIZATION IS SEQUENTIAL                               26/10/15
011000         FILE STATUS  IS AGENT-BKP-FILE-STATUS.                   26/10/15
011100*                                                                 26/10/15
011200     SELECT HIST-BKP-FILE                                         26/10/15
011300         ASSIGN       TO "QHISTBKP.DAT"                           26/10/15
011400         ORGANIZATION IS SEQUENTIAL                               26/10/15
011500         FILE STATUS  IS HIST-BKP-FILE-STATUS.                    26/10/15
011600*                                                                 26/10/15
011700* AUDIT-LOG-FILE IS THE IMAGE LOG EVERY PROGRAM THAT CHANGES      26/10/15
011800* A QUOTN-RECORD APPENDS TO - BEFORE IMAGE THEN AFTER IMAGE,      26/10/15
011900* EACH STAMPED WITH THE DATE AND TIME IT WAS LOGGED.              26/10/15
012000     SELECT AUDIT-LOG-FILE                                        26/10/15
012100         ASSIGN       TO "ONLAUDIT.DAT"                           26/10/15
012200         ORGANIZATION IS SEQUENTIAL                               26/10/15
012300         FILE STATUS  IS AUDIT-LOG-FILE-STATUS.                   26/10/15
012400*                                                                 26/10/15
012500* RUN-CONTROL-FILE HOLDS QUOTNBKP'S COUNT, HASH AND START TIME    26/10/15
012600* FOR EACH MASTER EACH NIGHT - READ ONLY HERE.                    26/10/15
012700     SELECT RUN-CONTROL-FILE                                      26/10/15
012800         ASSIGN       TO "RUNCTL.DAT"                             26/10/15
012900         ORGANIZATION IS INDEXED                                  26/10/15
013000         ACCESS MODE  IS DYNAMIC                                  26/10/15
013100         FILE STATUS  IS RUN-CONTROL-FILE-STATUS                  26/10/15
013200         RECORD KEY   IS RUNC-KEY.                                26/10/15
013300*                                                                 26/10/15
013400* OPS-AUDIT-FILE IS THE QUOTNOPS OVERRIDE AUDIT TRAIL - EVERY     26/10/15
013500* RECOVERY IS LOGGED THERE WITH THE OPERATOR'S ID.                26/10/15
013600     SELECT OPS-AUDIT-FILE                                        26/10/15
013700         ASSIGN       TO "OPSAUDIT.DAT"                           26/10/15
013800         ORGANIZATION IS SEQUENTIAL                               26/10/15
013900         FILE STATUS  IS OPS-AUDIT-FILE-STATUS.                   26/10/15
014000*                                                                 26/10/15
014100* RCV-LIST-FILE IS THE PRINTED VERIFICATION LISTING.              26/10/15
014200     SELECT RCV-LIST-FILE                                         26/10/15
014300         ASSIGN       TO "RCVLIST.DAT"                            26/10/15
014400         ORGANIZATION IS SEQUENTIAL                               26/10/15
014500         FILE STATUS  IS RCV-LIST-FILE-STATUS.                    26/10/15
014600*                                                                 26/10/15
014700 DATA DIVISION.                                                   26/10/15
014800*                                                                 26/10/15
014900 FILE SECTION.                                                    26/10/15
015000*                                                                 26/10/15
015100 FD  QUOTN-FILE.                                                  26/10/15
015200 COPY CFI_QUOTN.                                                  26/10/15
015300*                                                                 26/10/15
015400 FD  CONTR-FILE.                                                  26/10/15
015500 COPY CFI_CONTR.                                                  26/10/15
015600*                                                                 26/10/15
015700 FD  CUST-FILE.                                                   26/10/15
015800 COPY CFI_CUST.                                                   26/10/15
015900*                                                                 26/10/15
016000 FD  AGENT-FILE.                                                  26/10/15
016100 COPY CFI_AGENT.                                                  26/10/15
016200*                                                                 26/10/15
016300* QUOTN-HIST-RECORD - THE LAYOUT QUOTNARC WRITES.                 26/10/15
016400 FD  QUOTN-HIST-FILE.                                             26/10/15
016500 01  QUOTN-HIST-RECORD.                                           26/10/15
016600     05  HIST-QUOTN-NUM             PIC 9(10).                    26/10/15
016700     05  HIST-CUST-POLICY-KEY.                                    26/10/15
016800         10  HIST-CUST-NUM          PIC X(10).                    26/10/15
016900         10  HIST-POLICY-NUM        PIC X(10).                    26/10/15
017000     05  HIST-EFF-DATE              PIC 9(08).                    26/10/15
017100     05  HIST-EXP-DATE              PIC 9(08).                    26/10/15
017200     05  HIST-STATUS                PIC X(01).                    26/10/15
017300     05  HIST-PREMIUM-AMT           PIC 9(07)V99.                 26/10/15
017400     05  HIST-AGENT-NUM             PIC X(06).                    26/10/15
017500     05  HIST-LAST-UPD-DATE         PIC 9(08).                    26/10/15
017600     05  HIST-LAST-UPD-TIME         PIC 9(06).                    26/10/15
017700     05  HIST-EXTRACT-STATUS        PIC X(01).                    26/10/15
017800     05  HIST-EXTRACT-DATE          PIC 9(08).                    26/10/15
017900     05  HIST-ARCHIVE-DATE          PIC 9(08).                    26/10/15
018000*                                                                 26/10/15
018100 FD  FILE-BKP-FILE.                                               26/10/15
018200 01  FILE-BKP-RECORD                PIC X(131).                   26/10/15
018300*                                                                 26/10/15
018400 FD  CONTR-BKP-FILE.                                              26/10/15
018500 01  CONTR-BKP-RECORD               PIC X(131).                   26/10/15
018600*                                                                 26/10/15
018700 FD  CUST-BKP-FILE.                                               26/10/15
018800 01  CUST-BKP-RECORD                PIC X(131).                   26/10/15
018900*                                                                 26/10/15
019000 FD  AGENT-BKP-FILE.                                              26/10/15
019100 01  AGENT-BKP-RECORD               PIC X(131).                   26/10/15
019200*                                                                 26/10/15
019300 FD  HIST-BKP-FILE.                                               26/10/15
019400 01  HIST-BKP-RECORD                PIC X(131).                   26/10/15
019500*                                                                 26/10/15
019600* AUDIT-LOG-RECORD - 99-BYTE IMAGE, SOURCE TAG AND STAMP.         26/10/15
019700 FD  AUDIT-LOG-FILE.                                              26/10/15
019800 01  AUDIT-LOG-RECORD.                                            26/10/15
019900     05  AUDL-IMAGE                 PIC X(99).                    26/10/15
020000     05  AUDL-SOURCE-PGM-ID         PIC X(08).                    26/10/15
020100     05  AUDL-LOG-STAMP.                                          26/10/15
020200         10  AUDL-LOG-DATE          PIC 9(08).                    26/10/15
020300         10  AUDL-LOG-TIME          PIC 9(08).                    26/10/15
020400         10  AUDL-USER-ID           PIC X(08).                    26/10/15
020500*                                                                 26/10/15
020600 FD  RUN-CONTROL-FILE.                                            26/10/15
020700 COPY CFI_RUNCTL.                                                 26/10/15
020800*                                                                 26/10/15
020900 FD  OPS-AUDIT-FILE.                                              26/10/15
021000 01  OPS-AUDIT-RECORD               PIC X(80).                    26/10/15
021100*                                                                 26/10/15
021200 FD  RCV-LIST-FILE.                                               26/10/15
021300 01  RCV-LIST-RECORD                PIC X(132).                   26/10/15
021400*                                                                 26/10/15
021500 WORKING-STORAGE SECTION.                                         26/10/15
021600*                                                                 26/10/15
021700 01  QUOTN-FILE-STATUS             PIC X(2).                      26/10/15
021800 01  CONTR-FILE-STATUS             PIC X(2).                      26/10/15
021900 01  CUST-FILE-STATUS              PIC X(2).                      26/10/15
022000 01  AGENT-FILE-STATUS             PIC X(2).                      26/10/15
022100 01  QUOTN-HIST-FILE-STATUS        PIC X(2).                      26/10/15
022200 01  FILE-BKP-FILE-STATUS          PIC X(2).                      26/10/15
022300 01  CONTR-BKP-FILE-STATUS         PIC X(2).                      26/10/15
022400 01  CUST-BKP-FILE-STATUS          PIC X(2).                      26/10/15
022500 01  AGENT-BKP-FILE-STATUS         PIC X(2).                      26/10/15
022600 01  HIST-BKP-FILE-STATUS          PIC X(2).                      26/10/15
022700 01  AUDIT-LOG-FILE-STATUS         PIC X(2).                      26/10/15
022800 01  RUN-CONTROL-FILE-STATUS       PIC X(2).                      26/10/15
022900 01  OPS-AUDIT-FILE-STATUS         PIC X(2).                      26/10/15
023000 01  RCV-LIST-FILE-STATUS          PIC X(2).                      26/10/15
023100*                                                                 26/10/15
023200* RUN SWITCHES                                                    26/10/15
023300* ---------------------------------------------------------       26/10/15
023400 77  WS-TODAY-DATE                  PIC 9(08).                    26/10/15
023500 77  WS-RUN-TIME                    PIC 9(08).                    26/10/15
023600 77  WS-ABANDON-SWITCH              PIC X(01) VALUE "N".          26/10/15
023700     88  WS-ABANDONED                  VALUE "Y".                 26/10/15
023800 77  WS-POINT-OK-SWITCH             PIC X(01) VALUE "N".          26/10/15
023900     88  WS-POINT-OK                   VALUE "Y".                 26/10/15
024000 77  WS-COPY-EOF-SWITCH             PIC X(01) VALUE "N".          26/10/15
024100     88  WS-COPY-EOF                   VALUE "Y".                 26/10/15
024200 77  WS-RELOAD-SWITCH               PIC X(01) VALUE "N".          26/10/15
024300     88  WS-RELOAD-DONE                VALUE "Y".                 26/10/15
024400 77  WS-TRAILER-SWITCH              PIC X(01) VALUE "N".          26/10/15
024500     88  WS-TRAILER-SEEN               VALUE "Y".                 26/10/15
024600 77  WS-LOG-EOF-SWITCH              PIC X(01) VALUE "N".          26/10/15
024700     88  AUDIT-LOG-EOF                 VALUE "Y".                 26/10/15
024800 77  WS-RUNC-EOF-SWITCH             PIC X(01) VALUE "N".          26/10/15
024900     88  RUN-CONTROL-EOF               VALUE "Y".                 26/10/15
025000 77  WS-SCAN-EOF-SWITCH             PIC X(01) VALUE "N".          26/10/15
025100     88  WS-SCAN-EOF                   VALUE "Y".                 26/10/15
025200*                                                                 26/10/15
025300* OPERATOR'S CHOICES - THE MASTER, THE BACKUP NIGHT, AND FOR      26/10/15
025400* FILE.DAT THE POINT TO ROLL FORWARD TO.                          26/10/15
025500* ---------------------------------------------------------       26/10/15
025600 01  WS-OPERATOR-ID                 PIC X(08).                    26/10/15
025700 01  WS-MASTER-CODE                 PIC X(01).                    26/10/15
025800     88  WS-MST-QUOTN                   VALUE "F".                26/10/15
025900     88  WS-MST-CONTR                   VALUE "C".                26/10/15
026000     88  WS-MST-CUST                    VALUE "U".                26/10/15
026100     88  WS-MST-AGENT                   VALUE "A".                26/10/15
026200     88  WS-MST-HIST                    VALUE "H".                26/10/15
026300     88  WS-MST-EXIT                    VALUE "X".                26/10/15
026400     88  WS-MST-VALID                   VALUE "F" "C" "U" "A"     26/10/15
026500                                              "H" "X".            26/10/15
026600 01  WS-MASTER-ID                   PIC X(08).                    26/10/15
026700 01  WS-MASTER-FILE-NAME            PIC X(12).                    26/10/15
026800 01  WS-COPY-FILE-NAME              PIC X(12).                    26/10/15
026900 01  WS-KEY-NIGHT                   PIC 9(08).                    26/10/15
027000 01  WS-KEY-POINT-DATE              PIC 9(08).                    26/10/15
027100 01  WS-KEY-POINT-TIME              PIC 9(06).                    26/10/15
027200 01  WS-CONFIRM-CODE                PIC X(01).                    26/10/15
027300     88  WS-CONFIRMED                   VALUE "Y".                26/10/15
027400*                                                                 26/10/15
027500* THE FILE STATUS OF WHICHEVER COPY OR MASTER IS IN USE.          26/10/15
027600* ---------------------------------------------------------       26/10/15
027700 01  WS-COPY-STATUS                 PIC X(2).                     26/10/15
027800 01  WS-MASTER-STATUS               PIC X(2).                     26/10/15
027900*                                                                 26/10/15
028000* THE BACKUP COPY RECORD - MOVED IN FROM THE COPY FILE'S          26/10/15
028100* RECORD AREA.  SEE CFI_BKUP.                                     26/10/15
028200* ---------------------------------------------------------       26/10/15
028300 COPY CFI_BKUP.                                                   26/10/15
028400*                                                                 26/10/15
028500* POINTS IN TIME - DATE FOLLOWED BY HHMMSSCC, SO ONE 16-DIGIT     26/10/15
028600* COMPARE ORDERS THEM.  THE BACKUP POINT IS WHEN THE NIGHT'S      26/10/15
028700* COPY OF THE MASTER STARTED; THE TARGET IS THE OPERATOR'S        26/10/15
028800* ROLL-FORWARD POINT, TO THE END OF THE SECOND KEYED.             26/10/15
028900* ---------------------------------------------------------       26/10/15
029000 01  WS-BKP-POINT.                                                26/10/15
029100     05  WS-BKP-DATE                PIC 9(08).                    26/10/15
029200     05  WS-BKP-HMS                 PIC 9(06).                    26/10/15
029300     05  WS-BKP-CC                  PIC 9(02).                    26/10/15
029400 01  WS-BKP-POINT-N REDEFINES WS-BKP-POINT                        26/10/15
029500                                    PIC 9(16).                    26/10/15
029600 01  WS-TARGET-POINT.                                             26/10/15
029700     05  WS-TARGET-DATE             PIC 9(08).                    26/10/15
029800     05  WS-TARGET-HMS              PIC 9(06).                    26/10/15
029900     05  WS-TARGET-CC               PIC 9(02).                    26/10/15
030000 01  WS-TARGET-POINT-N REDEFINES WS-TARGET-POINT                  26/10/15
030100                                    PIC 9(16).                    26/10/15
030200 01  WS-PAIR-POINT.                                               26/10/15
030300     05  WS-PAIR-DATE               PIC 9(08).                    26/10/15
030400     05  WS-PAIR-TIME               PIC 9(08).                    26/10/15
030500 01  WS-PAIR-POINT-N REDEFINES WS-PAIR-POINT                      26/10/15
030600                                    PIC 9(16).                    26/10/15
030700 01  WS-WORK-POINT.                                               26/10/15
030800     05  WS-WORK-DATE               PIC 9(08).                    26/10/15
030900     05  WS-WORK-HMS                PIC 9(06).                    26/10/15
031000     05  WS-WORK-CC                 PIC 9(02).                    26/10/15
031100 01  WS-WORK-POINT-N REDEFINES WS-WORK-POINT                      26/10/15
031200                                    PIC 9(16).                    26/10/15
031300*                                                                 26/10/15
031400* THE NIGHT'S BACKUP TOTALS FROM RUN-CONTROL, AND THE COPY'S      26/10/15
031500* OWN TRAILER TOTALS.                                             26/10/15
031600* ---------------------------------------------------------       26/10/15
031700 01  WS-RUNC-COUNT                  PIC 9(09).                    26/10/15
031800 01  WS-RUNC-HASH                   PIC 9(15).                    26/10/15
031900 01  WS-TRL-COUNT                   PIC 9(09).                    26/10/15
032000 01  WS-TRL-HASH                    PIC 9(15).                    26/10/15
032100*                                                                 26/10/15
032200* RELOAD AND ROLL-FORWARD TOTALS.  THE RUNNING COUNT AND          26/10/15
032300* HASH FOLLOW QUOTN-FILE THROUGH THE ROLL FORWARD - EACH          26/10/15
032400* RE-APPLIED IMAGE TAKES OUT THE HASH OF THE RECORD IT            26/10/15
032500* REPLACES AND PUTS IN ITS OWN.  HASHES ARE KEPT WIDE AND         26/10/15
032600* CUT TO 15 DIGITS ONLY TO COMPARE, AS QUOTNBKP DOES.             26/10/15
032700* ---------------------------------------------------------       26/10/15
032800 01  WS-LOAD-COUNT                  PIC 9(09) COMP.               26/10/15
032900 01  WS-LOAD-HASH                   PIC 9(18) COMP.               26/10/15
033000 01  WS-LOAD-REJECTED               PIC 9(09) COMP.               26/10/15
033100 01  WS-RUN-COUNT                   PIC S9(09) COMP.              26/10/15
033200 01  WS-RUN-HASH                    PIC S9(18) COMP.              26/10/15
033300 01  WS-REC-HASH                    PIC 9(18) COMP.               26/10/15
033400 01  WS-OLD-HASH                    PIC 9(18) COMP.               26/10/15
033500 01  WS-HASH-CUST-KEY               PIC X(10).                    26/10/15
033600 01  WS-HASH-CUST-KEY-N REDEFINES WS-HASH-CUST-KEY                26/10/15
033700                                    PIC 9(10).                    26/10/15
033800 01  WS-HASH-AGENT-KEY              PIC X(06).                    26/10/15
033900 01  WS-HASH-AGENT-KEY-N REDEFINES WS-HASH-AGENT-KEY              26/10/15
034000                                    PIC 9(06).                    26/10/15
034100*                                                                 26/10/15
034200* THE IMAGE PAIR BEING RE-APPLIED.                                26/10/15
034300* ---------------------------------------------------------       26/10/15
034400 01  WS-BEFORE-IMAGE                PIC X(99).                    26/10/15
034500 01  WS-AFTER-IMAGE                 PIC X(99).                    26/10/15
034600*                                                                 26/10/15
034700* LATER NIGHTS' BACKUPS OF FILE.DAT UP TO THE TARGET - WHEN       26/10/15
034800* THE ROLL FORWARD PASSES ONE, THE RECOVERED FILE MUST MATCH      26/10/15
034900* THAT NIGHT'S COUNT AND HASH.                                    26/10/15
035000* ---------------------------------------------------------       26/10/15
035100 77  WS-CK-MAX                      PIC 9(03) COMP VALUE 100.     26/10/15
035200 77  WS-CK-USED                     PIC 9(03) COMP VALUE ZERO.    26/10/15
035300 77  WS-CK-IX                       PIC 9(03) COMP VALUE ZERO.    26/10/15
035400 77  WS-CK-FULL-SWITCH              PIC X(01) VALUE "N".          26/10/15
035500     88  WS-CK-FULL                    VALUE "Y".                 26/10/15
035600 01  WS-NIGHT-CHECK-TABLE.                                        26/10/15
035700     05  WS-NIGHT-CHECK-ENTRY OCCURS 100 TIMES.                   26/10/15
035800         10  WS-CK-DATE             PIC 9(08).                    26/10/15
035900         10  WS-CK-POINT            PIC 9(16).                    26/10/15
036000         10  WS-CK-COUNT            PIC 9(09).                    26/10/15
036100         10  WS-CK-HASH             PIC 9(15).                    26/10/15
036200*                                                                 26/10/15
036300* ROLL-FORWARD COUNTS - FOR THE RUN AND FOR THE LOG DATE IN       26/10/15
036400* PROGRESS.                                                       26/10/15
036500* ---------------------------------------------------------       26/10/15
036600 01  WS-ROLL-TOTALS.                                              26/10/15
036700     05  WS-PAIRS-READ              PIC 9(09) COMP VALUE ZERO.    26/10/15
036800     05  WS-PAIRS-UNSTAMPED         PIC 9(09) COMP VALUE ZERO.    26/10/15
036900     05  WS-PAIRS-BEFORE-BKP        PIC 9(09) COMP VALUE ZERO.    26/10/15
037000     05  WS-PAIRS-AFTER-POINT       PIC 9(09) COMP VALUE ZERO.    26/10/15
037100     05  WS-PAIRS-UNUSABLE          PIC 9(09) COMP VALUE ZERO.    26/10/15
037200     05  WS-ADDS-APPLIED            PIC 9(09) COMP VALUE ZERO.    26/10/15
037300     05  WS-CHANGES-APPLIED         PIC 9(09) COMP VALUE ZERO.    26/10/15
037400     05  WS-REMOVALS-APPLIED        PIC 9(09) COMP VALUE ZERO.    26/10/15
037500     05  WS-REMOVALS-NOT-ON-FILE    PIC 9(09) COMP VALUE ZERO.    26/10/15
037600     05  WS-APPLY-FAILED            PIC 9(09) COMP VALUE ZERO.    26/10/15
037700 01  WS-DAY-DATE                    PIC 9(08) VALUE ZERO.         26/10/15
037800 01  WS-DAY-TOTALS.                                               26/10/15
037900     05  WS-DAY-ADDS                PIC 9(09) COMP.               26/10/15
038000     05  WS-DAY-CHANGES             PIC 9(09) COMP.               26/10/15
038100     05  WS-DAY-REMOVALS            PIC 9(09) COMP.               26/10/15
038200*                                                                 26/10/15
038300* VERIFICATION - THE RECOVERED FILE READ BY PRIMARY KEY AND       26/10/15
038400* AGAIN DOWN THE ALTERNATE KEY, AND THE CHECKS THAT FAILED.       26/10/15
038500* ---------------------------------------------------------       26/10/15
038600 01  WS-SCAN-COUNT                  PIC 9(09) COMP.               26/10/15
038700 01  WS-SCAN-HASH                   PIC 9(18) COMP.               26/10/15
038800 01  WS-ALT-COUNT                   PIC 9(09) COMP.               26/10/15
038900 01  WS-ALT-HASH                    PIC 9(18) COMP.               26/10/15
039000 01  WS-CHECKS-DIFFER               PIC 9(05) COMP VALUE ZERO.    26/10/15
039100*                                                                 26/10/15
039200* CHECK-LINE WORK FIELDS - THE CALLER LEAVES THE LABEL, THE       26/10/15
039300* FIGURES FOUND AND THE FIGURES EXPECTED HERE.                    26/10/15
039400* ---------------------------------------------------------       26/10/15
039500 01  WS-LINE-LABEL                  PIC X(24).                    26/10/15
039600 01  WS-LINE-COUNT                  PIC 9(09).                    26/10/15
039700 01  WS-LINE-HASH                   PIC 9(15).                    26/10/15
039800 01  WS-EXP-COUNT                   PIC 9(09).                    26/10/15
039900 01  WS-EXP-HASH                    PIC 9(15).                    26/10/15
040000 01  WS-CHECK-TEXT                  PIC X(14).                    26/10/15
040100 01  WS-ED-COUNT                    PIC ZZZZZZZZ9.                26/10/15
040200 01  WS-ED-HASH                     PIC Z(14)9.                   26/10/15
040300 01  WS-ED-EXP-COUNT                PIC ZZZZZZZZ9.                26/10/15
040400 01  WS-ED-EXP-HASH                 PIC Z(14)9.                   26/10/15
040500 01  WS-ED-TOTAL                    PIC ZZZZZZZZ9.                26/10/15
040600 01  WS-ED-DAY-ADDS                 PIC ZZZZZZZZ9.                26/10/15
040700 01  WS-ED-DAY-CHANGES              PIC ZZZZZZZZ9.                26/10/15
040800 01  WS-ED-DAY-REMOVALS             PIC ZZZZZZZZ9.                26/10/15
040900 01  WS-ED-DIFFER                   PIC ZZZZ9.                    26/10/15
041000 01  WS-DISPLAY-LINE                PIC X(100).                   26/10/15
041100*                                                                 26/10/15
041200* AUDIT-TRAIL WORK FIELDS, AS IN QUOTNOPS.                        26/10/15
041300* ---------------------------------------------------------       26/10/15
041400 01  WS-AUDIT-ACTION-TEXT           PIC X(20).                    26/10/15
041500 01  WS-AUDIT-KEY-TEXT              PIC X(20).                    26/10/15
041600*                                                                 26/10/15
041700 PROCEDURE DIVISION.                                              26/10/15
041800*                                                                 26/10/15
041900*---------------------------------------------------------        26/10/15
042000* 0000-MAINLINE                                                   26/10/15
042100*    DRIVES THE RECOVERY - TAKE THE OPERATOR'S CHOICES,           26/10/15
042200*    RELOAD THE MASTER FROM THE NIGHT'S COPY, ROLL FILE.DAT       26/10/15
042300*    FORWARD AND VERIFY IT, THEN PRINT THE RESULT.  IF THE        26/10/15
042400*    RELOAD DID NOT COMPLETE NOTHING IS ROLLED FORWARD.           26/10/15
042500*---------------------------------------------------------        26/10/15
042600 0000-MAINLINE.                                                   26/10/15
042700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      26/10/15
042800     PERFORM 1200-CHOOSE-RECOVERY THRU 1200-EXIT.                 26/10/15
042900     IF WS-ABANDONED                                              26/10/15
043000         PERFORM 7950-PRINT-ABANDONED THRU 7950-EXIT              26/10/15
043100         PERFORM 9000-TERMINATE THRU 9000-EXIT                    26/10/15
043200         STOP RUN                                                 26/10/15
043300     END-IF.                                                      26/10/15
043400     PERFORM 3000-RELOAD-MASTER THRU 3000-EXIT.                   26/10/15
043420     IF NOT WS-RELOAD-DONE                                        26/10/15
043440         MOVE SPACES TO RCV-LIST-RECORD                           26/10/15
043460         WRITE RCV-LIST-RECORD                                    26/10/15
043480         MOVE "RELOAD NOT COMPLETED - MASTER NOT RECOVERED"       26/10/15
043500             TO RCV-LIST-RECORD                                   26/10/15
043520         WRITE RCV-LIST-RECORD                                    26/10/15
043540     END-IF.                                                      26/10/15
043560     IF WS-RELOAD-DONE AND WS-MST-QUOTN                           26/10/15
043600         PERFORM 4000-ROLL-FORWARD THRU 4000-EXIT                 26/10/15
043700         PERFORM 5000-VERIFY-QUOTN-FILE THRU 5000-EXIT            26/10/15
043750     END-IF.                                                      26/10/15
043800     IF WS-RELOAD-DONE AND NOT WS-MST-QUOTN                       26/10/15
043900         MOVE SPACES TO RCV-LIST-RECORD                           26/10/15
044000         WRITE RCV-LIST-RECORD                                    26/10/15
044100         STRING "NO AFTER-IMAGE LOG IS KEPT FOR THIS MASTER - "   26/10/15
044200             DELIMITED BY SIZE                                    26/10/15
044300             "IT IS RECOVERED TO THE NIGHT'S COPY ONLY"           26/10/15
044400             DELIMITED BY SIZE                                    26/10/15
044500             INTO RCV-LIST-RECORD                                 26/10/15
044600         WRITE RCV-LIST-RECORD                                    26/10/15
044700     END-IF.                                                      26/10/15
044800     PERFORM 7900-PRINT-RESULT THRU 7900-EXIT.                    26/10/15
044900     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       26/10/15
045000     STOP RUN.                                                    26/10/15
045100*                                                                 26/10/15
045200*---------------------------------------------------------        26/10/15
045300* 1000-INITIALIZE                                                 26/10/15
045400*    OPENS RUN-CONTROL, THE OPERATIONS AUDIT TRAIL AND THE        26/10/15
045500*    LISTING, PRINTS THE HEADING AND SIGNS THE OPERATOR ON.       26/10/15
045600*---------------------------------------------------------        26/10/15
045700 1000-INITIALIZE.                                                 26/10/15
045800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     26/10/15
045900     OPEN INPUT  RUN-CONTROL-FILE.                                26/10/15
046000     IF RUN-CONTROL-FILE-STATUS NOT = "00"                        26/10/15
046100         DISPLAY "QUOTNRCV - CANNOT OPEN RUNCTL, STATUS = "       26/10/15
046200             RUN-CONTROL-FILE-STATUS                              26/10/15
046300         STOP RUN                                                 26/10/15
046400     END-IF.                                                      26/10/15
046500     OPEN EXTEND OPS-AUDIT-FILE.                                  26/10/15
046600     IF OPS-AUDIT-FILE-STATUS NOT = "00"                          26/10/15
046700         DISPLAY "QUOTNRCV - CANNOT OPEN OPSAUDIT, STATUS = "     26/10/15
046800             OPS-AUDIT-FILE-STATUS                                26/10/15
046900         STOP RUN                                                 26/10/15
047000     END-IF.                                                      26/10/15
047100     OPEN OUTPUT RCV-LIST-FILE.                                   26/10/15
047200     IF RCV-LIST-FILE-STATUS NOT = "00"                           26/10/15
047300         DISPLAY "QUOTNRCV - CANNOT OPEN RCVLIST, STATUS = "      26/10/15
047400             RCV-LIST-FILE-STATUS                                 26/10/15
047500         STOP RUN                                                 26/10/15
047600     END-IF.                                                      26/10/15
047700     MOVE SPACES TO RCV-LIST-RECORD.                              26/10/15
047800     STRING "QUOTNRCV MASTER RECOVERY VERIFICATION LISTING "      26/10/15
047900         DELIMITED BY SIZE                                        26/10/15
048000         WS-TODAY-DATE DELIMITED BY SIZE                          26/10/15
048100         INTO RCV-LIST-RECORD.                                    26/10/15
048200     WRITE RCV-LIST-RECORD.                                       26/10/15
048300     DISPLAY "QUOTNRCV - MASTER FILE RECOVERY"                    26/10/15
048400         UPON TERMINAL-CONSOLE.                                   26/10/15
048500     MOVE SPACES TO WS-OPERATOR-ID.                               26/10/15
048600     PERFORM 1100-SIGN-ON THRU 1100-EXIT                          26/10/15
048700         UNTIL WS-OPERATOR-ID NOT = SPACES.                       26/10/15
048800 1000-EXIT.                                                       26/10/15
048900     EXIT.                                                        26/10/15
049000*                                                                 26/10/15
049100*---------------------------------------------------------        26/10/15
049200* 1100-SIGN-ON                                                    26/10/15
049300*    ASKS FOR THE OPERATOR ID - EVERY RECOVERY IS AUDITED         26/10/15
049400*    UNDER IT.                                                    26/10/15
049500*---------------------------------------------------------        26/10/15
049600 1100-SIGN-ON.                                                    26/10/15
049700     DISPLAY "OPERATOR ID: " UPON TERMINAL-CONSOLE.               26/10/15
049800     ACCEPT WS-OPERATOR-ID FROM TERMINAL-CONSOLE.                 26/10/15
049900 1100-EXIT.                                                       26/10/15
050000     EXIT.                                                        26/10/15
050100*                                                                 26/10/15
050200*---------------------------------------------------------        26/10/15
050300* 1200-CHOOSE-RECOVERY                                            26/10/15
050400*    TAKES THE MASTER, THE NIGHT AND THE ROLL-FORWARD POINT,      26/10/15
050500*    CHECKS THE COPY IS THAT NIGHT'S, AND ASKS THE OPERATOR       26/10/15
050600*    TO CONFIRM.  ANY STEP MAY ABANDON THE RECOVERY, AND          26/10/15
050700*    NOTHING HAS BEEN CHANGED UNTIL IT IS CONFIRMED.              26/10/15
050800*---------------------------------------------------------        26/10/15
050900 1200-CHOOSE-RECOVERY.                                            26/10/15
051000     MOVE SPACE TO WS-MASTER-CODE.                                26/10/15
051100     PERFORM 1210-CHOOSE-MASTER THRU 1210-EXIT                    26/10/15
051200         UNTIL WS-MST-VALID.                                      26/10/15
051300     IF WS-MST-EXIT                                               26/10/15
051400         SET WS-ABANDONED TO TRUE                                 26/10/15
051500         GO TO 1200-EXIT                                          26/10/15
051600     END-IF.                                                      26/10/15
051700     PERFORM 1300-CHOOSE-NIGHT THRU 1300-EXIT.                    26/10/15
051800     IF WS-ABANDONED                                              26/10/15
051900         GO TO 1200-EXIT                                          26/10/15
052000     END-IF.                                                      26/10/15
052100     PERFORM 1400-CHECK-COPY-HEADER THRU 1400-EXIT.               26/10/15
052200     IF WS-ABANDONED                                              26/10/15
052300         GO TO 1200-EXIT                                          26/10/15
052400     END-IF.                                                      26/10/15
052500     IF WS-MST-QUOTN                                              26/10/15
052600         MOVE "N" TO WS-POINT-OK-SWITCH                           26/10/15
052700         PERFORM 1500-CHOOSE-POINT THRU 1500-EXIT                 26/10/15
052800             UNTIL WS-POINT-OK                                    26/10/15
052900     END-IF.                                                      26/10/15
053000     PERFORM 1600-CONFIRM THRU 1600-EXIT.                         26/10/15
053100 1200-EXIT.                                                       26/10/15
053200     EXIT.                                                        26/10/15
053300*                                                                 26/10/15
053400*---------------------------------------------------------        26/10/15
053500* 1210-CHOOSE-MASTER                                              26/10/15
053600*    SHOWS THE MASTERS AND TAKES THE OPERATOR'S CHOICE, THEN      26/10/15
053700*    SETS THE MASTER-ID QUOTNBKP LOGS IT UNDER.                   26/10/15
053800*---------------------------------------------------------        26/10/15
053900 1210-CHOOSE-MASTER.                                              26/10/15
054000     DISPLAY "MASTER TO RECOVER -" UPON TERMINAL-CONSOLE.         26/10/15
054100     DISPLAY "  F = FILE.DAT      C = CONTR.DAT    U = CUST.DAT"  26/10/15
054200         UPON TERMINAL-CONSOLE.                                   26/10/15
054300     DISPLAY "  A = AGENT.DAT     H = QUOTHIST.DAT X = EXIT"      26/10/15
054400         UPON TERMINAL-CONSOLE.                                   26/10/15
054500     ACCEPT WS-MASTER-CODE FROM TERMINAL-CONSOLE.                 26/10/15
054600     IF NOT WS-MST-VALID                                          26/10/15
054700         DISPLAY "QUOTNRCV - NOT A MASTER CODE, RE-ENTER"         26/10/15
054800             UPON TERMINAL-CONSOLE                                26/10/15
054900         GO TO 1210-EXIT                                          26/10/15
055000     END-IF.                                                      26/10/15
055100     IF WS-MST-QUOTN                                              26/10/15
055200         MOVE "BKPFILE"      TO WS-MASTER-ID                      26/10/15
055300         MOVE "FILE.DAT"     TO WS-MASTER-FILE-NAME               26/10/15
055400         MOVE "FILEBKP.DAT"  TO WS-COPY-FILE-NAME                 26/10/15
055500     END-IF.                                                      26/10/15
055600     IF WS-MST-CONTR                                              26/10/15
055700         MOVE "BKPCONTR"     TO WS-MASTER-ID                      26/10/15
055800         MOVE "CONTR.DAT"    TO WS-MASTER-FILE-NAME               26/10/15
055900         MOVE "CONTRBKP.DAT" TO WS-COPY-FILE-NAME                 26/10/15
056000     END-IF.                                                      26/10/15
056100     IF WS-MST-CUST                                               26/10/15
056200         MOVE "BKPCUST"      TO WS-MASTER-ID                      26/10/15
056300         MOVE "CUST.DAT"     TO WS-MASTER-FILE-NAME               26/10/15
056400         MOVE "CUSTBKP.DAT"  TO WS-COPY-FILE-NAME                 26/10/15
056500     END-IF.                                                      26/10/15
056600     IF WS-MST-AGENT                                              26/10/15
056700         MOVE "BKPAGENT"     TO WS-MASTER-ID                      26/10/15
056800         MOVE "AGENT.DAT"    TO WS-MASTER-FILE-NAME               26/10/15
056900         MOVE "AGENTBKP.DAT" TO WS-COPY-FILE-NAME                 26/10/15
057000     END-IF.                                                      26/10/15
057100     IF WS-MST-HIST                                               26/10/15
057200         MOVE "BKPQHIST"     TO WS-MASTER-ID                      26/10/15
057300         MOVE "QUOTHIST.DAT" TO WS-MASTER-FILE-NAME               26/10/15
057400         MOVE "QHISTBKP.DAT" TO WS-COPY-FILE-NAME                 26/10/15
057500     END-IF.                                                      26/10/15
057600 1210-EXIT.                                                       26/10/15
057700     EXIT.                                                        26/10/15
057800*                                                                 26/10/15
057900*---------------------------------------------------------        26/10/15
058000* 1300-CHOOSE-NIGHT                                               26/10/15
058100*    TAKES THE NIGHT WHOSE COPY IS TO BE RELOADED AND READS       26/10/15
058200*    ITS RUN-CONTROL RECORD.  A NIGHT WITH NO COMPLETED COPY      26/10/15
058300*    OF THE MASTER ABANDONS THE RECOVERY.                         26/10/15
058400*---------------------------------------------------------        26/10/15
058500 1300-CHOOSE-NIGHT.                                               26/10/15
058600     DISPLAY "BACKUP NIGHT TO RELOAD (YYYYMMDD, 0 = TODAY): "     26/10/15
058700         UPON TERMINAL-CONSOLE.                                   26/10/15
058800     ACCEPT WS-KEY-NIGHT FROM TERMINAL-CONSOLE.                   26/10/15
058900     IF WS-KEY-NIGHT NOT NUMERIC OR WS-KEY-NIGHT = ZERO           26/10/15
059000         MOVE WS-TODAY-DATE TO WS-KEY-NIGHT                       26/10/15
059100     END-IF.                                                      26/10/15
059200     MOVE WS-KEY-NIGHT TO RUNC-RUN-DATE.                          26/10/15
059300     MOVE WS-MASTER-ID TO RUNC-PGM-ID.                            26/10/15
059400     READ RUN-CONTROL-FILE                                        26/10/15
059500         INVALID KEY                                              26/10/15
059600             MOVE SPACE TO RUNC-STATUS                            26/10/15
059700     END-READ.                                                    26/10/15
059800     IF NOT RUNC-STAT-COMPLETED                                   26/10/15
059900         DISPLAY "QUOTNRCV - NO COMPLETED BACKUP OF "             26/10/15
060000             WS-MASTER-FILE-NAME " FOR " WS-KEY-NIGHT             26/10/15
060100             UPON TERMINAL-CONSOLE                                26/10/15
060200         SET WS-ABANDONED TO TRUE                                 26/10/15
060300         GO TO 1300-EXIT                                          26/10/15
060400     END-IF.                                                      26/10/15
060500     MOVE RUNC-RECS-EXTRACTED TO WS-RUNC-COUNT.                   26/10/15
060600     MOVE RUNC-HASH-TOTAL     TO WS-RUNC-HASH.                    26/10/15
060700     MOVE WS-KEY-NIGHT        TO WS-BKP-DATE.                     26/10/15
060800     MOVE RUNC-START-TIME     TO WS-BKP-HMS.                      26/10/15
060900     MOVE ZERO                TO WS-BKP-CC.                       26/10/15
061000 1300-EXIT.                                                       26/10/15
061100     EXIT.                                                        26/10/15
061200*                                                                 26/10/15
061300*---------------------------------------------------------        26/10/15
061400* 1400-CHECK-COPY-HEADER                                          26/10/15
061500*    READS THE COPY'S HEADER - IT MUST BE THIS MASTER'S           26/10/15
061600*    COPY, TAKEN ON THE NIGHT CHOSEN AT THE TIME RUN-CONTROL      26/10/15
061700*    RECORDS.  ANY OTHER COPY IS REFUSED.                         26/10/15
061800*---------------------------------------------------------        26/10/15
061900 1400-CHECK-COPY-HEADER.                                          26/10/15
062000     PERFORM 6000-OPEN-COPY THRU 6000-EXIT.                       26/10/15
062100     IF WS-COPY-STATUS NOT = "00"                                 26/10/15
062200         DISPLAY "QUOTNRCV - CANNOT OPEN " WS-COPY-FILE-NAME      26/10/15
062300             ", STATUS = " WS-COPY-STATUS                         26/10/15
062400             UPON TERMINAL-CONSOLE                                26/10/15
062500         SET WS-ABANDONED TO TRUE                                 26/10/15
062600         GO TO 1400-EXIT                                          26/10/15
062700     END-IF.                                                      26/10/15
062800     MOVE "N" TO WS-COPY-EOF-SWITCH.                              26/10/15
062900     PERFORM 6100-READ-COPY THRU 6100-EXIT.                       26/10/15
063000     PERFORM 6200-CLOSE-COPY THRU 6200-EXIT.                      26/10/15
063100     IF WS-COPY-EOF                                               26/10/15
063200         OR NOT BKUP-HEADER                                       26/10/15
063300         OR BKUP-MASTER-ID NOT = WS-MASTER-ID                     26/10/15
063400         OR BKUP-DATE NOT = WS-BKP-DATE                           26/10/15
063500         OR BKUP-TIME NOT = WS-BKP-HMS                            26/10/15
063600         DISPLAY "QUOTNRCV - " WS-COPY-FILE-NAME                  26/10/15
063700             " IS NOT THE COPY TAKEN ON " WS-BKP-DATE             26/10/15
063800             UPON TERMINAL-CONSOLE                                26/10/15
063900         DISPLAY "MAKE THE COPY FOR " WS-BKP-DATE                 26/10/15
064000             " THE CURRENT VERSION AND RERUN"                     26/10/15
064100             UPON TERMINAL-CONSOLE                                26/10/15
064200         SET WS-ABANDONED TO TRUE                                 26/10/15
064300     END-IF.                                                      26/10/15
064400 1400-EXIT.                                                       26/10/15
064500     EXIT.                                                        26/10/15
064600*                                                                 26/10/15
064700*---------------------------------------------------------        26/10/15
064800* 1500-CHOOSE-POINT                                               26/10/15
064900*    TAKES THE DATE AND TIME FILE.DAT IS TO BE ROLLED             26/10/15
065000*    FORWARD TO.  EVERY CHANGE LOGGED UP TO THE END OF THAT       26/10/15
065100*    SECOND IS RE-APPLIED.  A POINT BEFORE THE BACKUP WAS         26/10/15
065200*    TAKEN IS REFUSED.                                            26/10/15
065300*---------------------------------------------------------        26/10/15
065400 1500-CHOOSE-POINT.                                               26/10/15
065500     DISPLAY "ROLL FORWARD TO DATE (YYYYMMDD, 0 = END OF LOG): "  26/10/15
065600         UPON TERMINAL-CONSOLE.                                   26/10/15
065700     ACCEPT WS-KEY-POINT-DATE FROM TERMINAL-CONSOLE.              26/10/15
065800     IF WS-KEY-POINT-DATE NOT NUMERIC                             26/10/15
065900         DISPLAY "QUOTNRCV - DATE MUST BE NUMERIC, RE-ENTER"      26/10/15
066000             UPON TERMINAL-CONSOLE                                26/10/15
066100         GO TO 1500-EXIT                                          26/10/15
066200     END-IF.                                                      26/10/15
066300     IF WS-KEY-POINT-DATE = ZERO                                  26/10/15
066400         MOVE ALL "9" TO WS-TARGET-POINT                          26/10/15
066500         SET WS-POINT-OK TO TRUE                                  26/10/15
066600         GO TO 1500-EXIT                                          26/10/15
066700     END-IF.                                                      26/10/15
066800     DISPLAY "ROLL FORWARD TO TIME (HHMMSS, 0 = END OF DAY): "    26/10/15
066900         UPON TERMINAL-CONSOLE.                                   26/10/15
067000     ACCEPT WS-KEY-POINT-TIME FROM TERMINAL-CONSOLE.              26/10/15
067100     IF WS-KEY-POINT-TIME NOT NUMERIC                             26/10/15
067200         OR WS-KEY-POINT-TIME > 235959                            26/10/15
067300         DISPLAY "QUOTNRCV - NOT A TIME OF DAY, RE-ENTER"         26/10/15
067400             UPON TERMINAL-CONSOLE                                26/10/15
067500         GO TO 1500-EXIT                                          26/10/15
067600     END-IF.                                                      26/10/15
067700     IF WS-KEY-POINT-TIME = ZERO                                  26/10/15
067800         MOVE 235959 TO WS-KEY-POINT-TIME                         26/10/15
067900     END-IF.                                                      26/10/15
068000     MOVE WS-KEY-POINT-DATE TO WS-TARGET-DATE.                    26/10/15
068100     MOVE WS-KEY-POINT-TIME TO WS-TARGET-HMS.                     26/10/15
068200     MOVE 99                TO WS-TARGET-CC.                      26/10/15
068300     IF WS-TARGET-POINT-N < WS-BKP-POINT-N                        26/10/15
068400         DISPLAY "QUOTNRCV - THAT IS BEFORE THE BACKUP WAS TAKEN" 26/10/15
068500             " AT " WS-BKP-DATE " " WS-BKP-HMS                    26/10/15
068600             UPON TERMINAL-CONSOLE                                26/10/15
068700         GO TO 1500-EXIT                                          26/10/15
068800     END-IF.                                                      26/10/15
068900     SET WS-POINT-OK TO TRUE.                                     26/10/15
069000 1500-EXIT.                                                       26/10/15
069100     EXIT.                                                        26/10/15
069200*                                                                 26/10/15
069300*---------------------------------------------------------        26/10/15
069400* 1600-CONFIRM                                                    26/10/15
069500*    SAYS WHAT IS ABOUT TO HAPPEN AND WAITS FOR A "Y" -           26/10/15
069600*    ANYTHING ELSE ABANDONS THE RECOVERY.  THE CHOICES ARE        26/10/15
069700*    PRINTED AT THE HEAD OF THE LISTING.                          26/10/15
069800*---------------------------------------------------------        26/10/15
069900 1600-CONFIRM.                                                    26/10/15
070000     DISPLAY "THE CURRENT CONTENTS OF " WS-MASTER-FILE-NAME       26/10/15
070100         " WILL BE REPLACED BY" UPON TERMINAL-CONSOLE.            26/10/15
070200     DISPLAY "THE COPY IN " WS-COPY-FILE-NAME " TAKEN "           26/10/15
070300         WS-BKP-DATE " " WS-BKP-HMS UPON TERMINAL-CONSOLE.        26/10/15
070400     IF WS-MST-QUOTN                                              26/10/15
070500         IF WS-TARGET-DATE = 99999999                             26/10/15
070600             DISPLAY "THEN ROLLED FORWARD TO THE END OF THE LOG"  26/10/15
070700                 UPON TERMINAL-CONSOLE                            26/10/15
070800         ELSE                                                     26/10/15
070900             DISPLAY "THEN ROLLED FORWARD TO " WS-TARGET-DATE " " 26/10/15
071000                 WS-TARGET-HMS UPON TERMINAL-CONSOLE              26/10/15
071100         END-IF                                                   26/10/15
071200     END-IF.                                                      26/10/15
071300     DISPLAY "ENTER Y TO PROCEED, ANY OTHER KEY TO ABANDON: "     26/10/15
071400         UPON TERMINAL-CONSOLE.                                   26/10/15
071500     ACCEPT WS-CONFIRM-CODE FROM TERMINAL-CONSOLE.                26/10/15
071600     IF NOT WS-CONFIRMED                                          26/10/15
071700         SET WS-ABANDONED TO TRUE                                 26/10/15
071800         GO TO 1600-EXIT                                          26/10/15
071900     END-IF.                                                      26/10/15
072000     MOVE SPACES TO RCV-LIST-RECORD.                              26/10/15
072100     STRING "OPERATOR " DELIMITED BY SIZE                         26/10/15
072200         WS-OPERATOR-ID DELIMITED BY SIZE                         26/10/15
072300         "  MASTER " DELIMITED BY SIZE                            26/10/15
072400         WS-MASTER-FILE-NAME DELIMITED BY SIZE                    26/10/15
072500         "  RELOADED FROM " DELIMITED BY SIZE                     26/10/15
072600         WS-COPY-FILE-NAME DELIMITED BY SIZE                      26/10/15
072700         "  TAKEN " DELIMITED BY SIZE                             26/10/15
072800         WS-BKP-DATE DELIMITED BY SIZE                            26/10/15
072900         " " DELIMITED BY SIZE                                    26/10/15
073000         WS-BKP-HMS DELIMITED BY SIZE                             26/10/15
073100         INTO RCV-LIST-RECORD.                                    26/10/15
073200     WRITE RCV-LIST-RECORD.                                       26/10/15
073300     IF WS-MST-QUOTN                                              26/10/15
073400         MOVE SPACES TO RCV-LIST-RECORD                           26/10/15
073500         IF WS-TARGET-DATE = 99999999                             26/10/15
073600             MOVE "ROLLED FORWARD TO THE END OF THE AUDIT LOG"    26/10/15
073700                 TO RCV-LIST-RECORD                               26/10/15
073800         ELSE                                                     26/10/15
073900             STRING "ROLLED FORWARD TO " DELIMITED BY SIZE        26/10/15
074000                 WS-TARGET-DATE DELIMITED BY SIZE                 26/10/15
074100                 " " DELIMITED BY SIZE                            26/10/15
074200                 WS-TARGET-HMS DELIMITED BY SIZE                  26/10/15
074300                 INTO RCV-LIST-RECORD                             26/10/15
074400         END-IF                                                   26/10/15
074500         WRITE RCV-LIST-RECORD                                    26/10/15
074600     END-IF.                                                      26/10/15
074700 1600-EXIT.                                                       26/10/15
074800     EXIT.                                                        26/10/15
074900*                                                                 26/10/15
075000*---------------------------------------------------------        26/10/15
075100* 3000-RELOAD-MASTER                                              26/10/15
075200*    EMPTIES THE MASTER AND WRITES EVERY RECORD ON THE COPY       26/10/15
075300*    BACK THROUGH ITS INDEX, SO BOTH KEYS ARE REBUILT, THEN       26/10/15
075400*    TIES THE RELOAD TO THE TRAILER AND RUN-CONTROL.              26/10/15
075500*---------------------------------------------------------        26/10/15
075600 3000-RELOAD-MASTER.                                              26/10/15
075700     MOVE "RECOVER MASTER" TO WS-AUDIT-ACTION-TEXT.               26/10/15
075800     MOVE SPACES TO WS-AUDIT-KEY-TEXT.                            26/10/15
075900     STRING WS-MASTER-ID DELIMITED BY SPACE                       26/10/15
076000         " " DELIMITED BY SIZE                                    26/10/15
076100         WS-BKP-DATE DELIMITED BY SIZE                            26/10/15
076200         INTO WS-AUDIT-KEY-TEXT.                                  26/10/15
076300     PERFORM 6500-WRITE-AUDIT-TRAIL THRU 6500-EXIT.               26/10/15
076400     DISPLAY "QUOTNRCV - RELOADING " WS-MASTER-FILE-NAME          26/10/15
076500         UPON TERMINAL-CONSOLE.                                   26/10/15
076600     MOVE ZERO TO WS-LOAD-COUNT.                                  26/10/15
076700     MOVE ZERO TO WS-LOAD-HASH.                                   26/10/15
076800     MOVE ZERO TO WS-LOAD-REJECTED.                               26/10/15
076900     MOVE ZERO TO WS-TRL-COUNT.                                   26/10/15
077000     MOVE ZERO TO WS-TRL-HASH.                                    26/10/15
077100     MOVE "N" TO WS-TRAILER-SWITCH.                               26/10/15
077200     PERFORM 6000-OPEN-COPY THRU 6000-EXIT.                       26/10/15
077300     IF WS-COPY-STATUS NOT = "00"                                 26/10/15
077400         DISPLAY "QUOTNRCV - CANNOT OPEN " WS-COPY-FILE-NAME      26/10/15
077500             ", STATUS = " WS-COPY-STATUS                         26/10/15
077600             UPON TERMINAL-CONSOLE                                26/10/15
077700         ADD 1 TO WS-CHECKS-DIFFER                                26/10/15
077800         GO TO 3000-EXIT                                          26/10/15
077900     END-IF.                                                      26/10/15
078000     PERFORM 6300-OPEN-MASTER-OUTPUT THRU 6300-EXIT.              26/10/15
078100     IF WS-MASTER-STATUS NOT = "00"                               26/10/15
078200         DISPLAY "QUOTNRCV - CANNOT OPEN " WS-MASTER-FILE-NAME    26/10/15
078300             ", STATUS = " WS-MASTER-STATUS                       26/10/15
078400             UPON TERMINAL-CONSOLE                                26/10/15
078500         PERFORM 6200-CLOSE-COPY THRU 6200-EXIT                   26/10/15
078600         ADD 1 TO WS-CHECKS-DIFFER                                26/10/15
078700         GO TO 3000-EXIT                                          26/10/15
078800     END-IF.                                                      26/10/15
078900     MOVE "N" TO WS-COPY-EOF-SWITCH.                              26/10/15
079000     PERFORM 6100-READ-COPY THRU 6100-EXIT.                       26/10/15
079100     PERFORM 3100-LOAD-COPY-RECORD THRU 3100-EXIT                 26/10/15
079200         UNTIL WS-COPY-EOF.                                       26/10/15
079300     PERFORM 6200-CLOSE-COPY THRU 6200-EXIT.                      26/10/15
079400     PERFORM 6400-CLOSE-MASTER THRU 6400-EXIT.                    26/10/15
079500     PERFORM 7100-PRINT-RELOAD-CHECKS THRU 7100-EXIT.             26/10/15
079600     SET WS-RELOAD-DONE TO TRUE.                                  26/10/15
079700 3000-EXIT.                                                       26/10/15
079800     EXIT.                                                        26/10/15
079900*                                                                 26/10/15
080000*---------------------------------------------------------        26/10/15
080100* 3100-LOAD-COPY-RECORD                                           26/10/15
080200*    READS THE NEXT RECORD OFF THE COPY.  A DATA RECORD IS        26/10/15
080300*    WRITTEN TO THE MASTER; THE TRAILER'S TOTALS ARE KEPT         26/10/15
080400*    AND END THE RELOAD.                                          26/10/15
080500*---------------------------------------------------------        26/10/15
080600 3100-LOAD-COPY-RECORD.                                           26/10/15
080700     PERFORM 6100-READ-COPY THRU 6100-EXIT.                       26/10/15
080800     IF WS-COPY-EOF                                               26/10/15
080900         GO TO 3100-EXIT                                          26/10/15
081000     END-IF.                                                      26/10/15
081100     IF BKUP-TRAILER                                              26/10/15
081200         SET WS-TRAILER-SEEN TO TRUE                              26/10/15
081300         MOVE BKUP-TRL-REC-COUNT  TO WS-TRL-COUNT                 26/10/15
081400         MOVE BKUP-TRL-HASH-TOTAL TO WS-TRL-HASH                  26/10/15
081500         SET WS-COPY-EOF TO TRUE                                  26/10/15
081600         GO TO 3100-EXIT                                          26/10/15
081700     END-IF.                                                      26/10/15
081800     IF BKUP-DATA                                                 26/10/15
081900         PERFORM 3200-WRITE-MASTER-RECORD THRU 3200-EXIT          26/10/15
082000     END-IF.                                                      26/10/15
082100 3100-EXIT.                                                       26/10/15
082200     EXIT.                                                        26/10/15
082300*                                                                 26/10/15
082400*---------------------------------------------------------        26/10/15
082500* 3200-WRITE-MASTER-RECORD                                        26/10/15
082600*    WRITES THE COPY'S IMAGE TO THE MASTER BEING RELOADED         26/10/15
082700*    AND ADDS IT TO THE HASH THE WAY QUOTNBKP DID.  A             26/10/15
082800*    DUPLICATE ALTERNATE KEY (STATUS 02) IS A GOOD WRITE.         26/10/15
082900*---------------------------------------------------------        26/10/15
083000 3200-WRITE-MASTER-RECORD.                                        26/10/15
083100     MOVE ZERO TO WS-REC-HASH.                                    26/10/15
083200     IF WS-MST-QUOTN                                              26/10/15
083300         MOVE BKUP-IMAGE TO QUOTN-RECORD                          26/10/15
083400         PERFORM 4900-QUOTN-RECORD-HASH THRU 4900-EXIT            26/10/15
083500         WRITE QUOTN-RECORD                                       26/10/15
083600             INVALID KEY                                          26/10/15
083700                 CONTINUE                                         26/10/15
083800         END-WRITE                                                26/10/15
083900         MOVE QUOTN-FILE-STATUS TO WS-MASTER-STATUS               26/10/15
084000     END-IF.                                                      26/10/15
084100     IF WS-MST-CONTR                                              26/10/15
084200         MOVE BKUP-IMAGE TO CONTR-RECORD                          26/10/15
084300         COMPUTE WS-REC-HASH = CONTR-NUM                          26/10/15
084400                             + CONTR-PREMIUM-AMT * 100            26/10/15
084500         WRITE CONTR-RECORD                                       26/10/15
084600             INVALID KEY                                          26/10/15
084700                 CONTINUE                                         26/10/15
084800         END-WRITE                                                26/10/15
084900         MOVE CONTR-FILE-STATUS TO WS-MASTER-STATUS               26/10/15
085000     END-IF.                                                      26/10/15
085100     IF WS-MST-CUST                                               26/10/15
085200         MOVE BKUP-IMAGE TO CUST-RECORD                           26/10/15
085300         MOVE CUST-NUM TO WS-HASH-CUST-KEY                        26/10/15
085400         IF WS-HASH-CUST-KEY-N NUMERIC                            26/10/15
085500             MOVE WS-HASH-CUST-KEY-N TO WS-REC-HASH               26/10/15
085600         END-IF                                                   26/10/15
085700         WRITE CUST-RECORD                                        26/10/15
085800             INVALID KEY                                          26/10/15
085900                 CONTINUE                                         26/10/15
086000         END-WRITE                                                26/10/15
086100         MOVE CUST-FILE-STATUS TO WS-MASTER-STATUS                26/10/15
086200     END-IF.                                                      26/10/15
086300     IF WS-MST-AGENT                                              26/10/15
086400         MOVE BKUP-IMAGE TO AGENT-RECORD                          26/10/15
086500         MOVE AGENT-NUM TO WS-HASH-AGENT-KEY                      26/10/15
086600         IF WS-HASH-AGENT-KEY-N NUMERIC                           26/10/15
086700             MOVE WS-HASH-AGENT-KEY-N TO WS-REC-HASH              26/10/15
086800         END-IF                                                   26/10/15
086900         WRITE AGENT-RECORD                                       26/10/15
087000             INVALID KEY                                          26/10/15
087100                 CONTINUE                                         26/10/15
087200         END-WRITE                                                26/10/15
087300         MOVE AGENT-FILE-STATUS TO WS-MASTER-STATUS               26/10/15
087400     END-IF.                                                      26/10/15
087500     IF WS-MST-HIST                                               26/10/15
087600         MOVE BKUP-IMAGE TO QUOTN-HIST-RECORD                     26/10/15
087700         COMPUTE WS-REC-HASH = HIST-QUOTN-NUM                     26/10/15
087800                             + HIST-PREMIUM-AMT * 100             26/10/15
087900         WRITE QUOTN-HIST-RECORD                                  26/10/15
088000             INVALID KEY                                          26/10/15
088100                 CONTINUE                                         26/10/15
088200         END-WRITE                                                26/10/15
088300         MOVE QUOTN-HIST-FILE-STATUS TO WS-MASTER-STATUS          26/10/15
088400     END-IF.                                                      26/10/15
088500     IF WS-MASTER-STATUS NOT = "00"                               26/10/15
088600         AND WS-MASTER-STATUS NOT = "02"                          26/10/15
088700         ADD 1 TO WS-LOAD-REJECTED                                26/10/15
088800         DISPLAY "QUOTNRCV - RELOAD WRITE FAILED, STATUS = "      26/10/15
088900             WS-MASTER-STATUS UPON TERMINAL-CONSOLE               26/10/15
089000         GO TO 3200-EXIT                                          26/10/15
089100     END-IF.                                                      26/10/15
089200     ADD 1 TO WS-LOAD-COUNT.                                      26/10/15
089300     ADD WS-REC-HASH TO WS-LOAD-HASH.                             26/10/15
089400 3200-EXIT.                                                       26/10/15
089500     EXIT.                                                        26/10/15
089600*                                                                 26/10/15
089700*---------------------------------------------------------        26/10/15
089800* 4000-ROLL-FORWARD                                               26/10/15
089900*    RE-APPLIES TO FILE.DAT EVERY IMAGE PAIR LOGGED FROM THE      26/10/15
090000*    BACKUP UP TO THE CHOSEN POINT, KEEPING A RUNNING COUNT       26/10/15
090100*    AND HASH OF THE FILE.  EACH LATER NIGHT'S BACKUP THE         26/10/15
090200*    ROLL FORWARD PASSES IS CHECKED AGAINST THE RUNNING           26/10/15
090300*    TOTALS AS IT IS REACHED.                                     26/10/15
090400*---------------------------------------------------------        26/10/15
090500 4000-ROLL-FORWARD.                                               26/10/15
090600     MOVE WS-LOAD-COUNT TO WS-RUN-COUNT.                          26/10/15
090700     MOVE WS-LOAD-HASH  TO WS-RUN-HASH.                           26/10/15
090800     PERFORM 4100-LOAD-NIGHT-CHECKS THRU 4100-EXIT.               26/10/15
090900     DISPLAY "QUOTNRCV - ROLLING FORWARD FILE.DAT"                26/10/15
091000         UPON TERMINAL-CONSOLE.                                   26/10/15
091100     OPEN I-O    QUOTN-FILE.                                      26/10/15
091200     IF QUOTN-FILE-STATUS NOT = "00"                              26/10/15
091300         DISPLAY "QUOTNRCV - CANNOT OPEN QUOTN-FILE, STATUS = "   26/10/15
091400             QUOTN-FILE-STATUS UPON TERMINAL-CONSOLE              26/10/15
091500         ADD 1 TO WS-CHECKS-DIFFER                                26/10/15
091600         GO TO 4000-EXIT                                          26/10/15
091700     END-IF.                                                      26/10/15
091800     OPEN INPUT  AUDIT-LOG-FILE.                                  26/10/15
091900     IF AUDIT-LOG-FILE-STATUS NOT = "00"                          26/10/15
092000         DISPLAY "QUOTNRCV - CANNOT OPEN ONLAUDIT, STATUS = "     26/10/15
092100             AUDIT-LOG-FILE-STATUS UPON TERMINAL-CONSOLE          26/10/15
092200         CLOSE QUOTN-FILE                                         26/10/15
092300         ADD 1 TO WS-CHECKS-DIFFER                                26/10/15
092400         GO TO 4000-EXIT                                          26/10/15
092500     END-IF.                                                      26/10/15
092600     MOVE SPACES TO RCV-LIST-RECORD.                              26/10/15
092700     WRITE RCV-LIST-RECORD.                                       26/10/15
092800     MOVE "ROLL FORWARD FROM THE AUDIT LOG - CHANGES BY LOG DATE" 26/10/15
092900         TO RCV-LIST-RECORD.                                      26/10/15
093000     WRITE RCV-LIST-RECORD.                                       26/10/15
093100     MOVE ZERO TO WS-DAY-DATE.                                    26/10/15
093200     PERFORM 4310-SET-NEXT-CHECK THRU 4310-EXIT.                  26/10/15
093300     MOVE "N" TO WS-LOG-EOF-SWITCH.                               26/10/15
093400     PERFORM 4200-APPLY-IMAGE-PAIR THRU 4200-EXIT                 26/10/15
093500         UNTIL AUDIT-LOG-EOF.                                     26/10/15
093600     IF WS-DAY-DATE NOT = ZERO                                    26/10/15
093700         PERFORM 4700-PRINT-DAY-LINE THRU 4700-EXIT               26/10/15
093800     END-IF.                                                      26/10/15
093900     MOVE ALL "9" TO WS-PAIR-POINT.                               26/10/15
094000     PERFORM 4300-CHECK-NIGHT-BACKUP THRU 4300-EXIT               26/10/15
094100         UNTIL WS-CK-IX > WS-CK-USED.                             26/10/15
094200     CLOSE AUDIT-LOG-FILE.                                        26/10/15
094300     CLOSE QUOTN-FILE.                                            26/10/15
094400     PERFORM 4800-PRINT-ROLL-TOTALS THRU 4800-EXIT.               26/10/15
094500 4000-EXIT.                                                       26/10/15
094600     EXIT.                                                        26/10/15
094700*                                                                 26/10/15
094800*---------------------------------------------------------        26/10/15
094900* 4100-LOAD-NIGHT-CHECKS                                          26/10/15
095000*    TABLES THE COUNT AND HASH OF EVERY COMPLETED FILE.DAT        26/10/15
095100*    BACKUP TAKEN AFTER THE ONE RELOADED, UP TO THE POINT         26/10/15
095200*    BEING ROLLED FORWARD TO.                                     26/10/15
095300*---------------------------------------------------------        26/10/15
095400 4100-LOAD-NIGHT-CHECKS.                                          26/10/15
095500     MOVE ZERO TO WS-CK-USED.                                     26/10/15
095600     MOVE "N" TO WS-CK-FULL-SWITCH.                               26/10/15
095700     MOVE "N" TO WS-RUNC-EOF-SWITCH.                              26/10/15
095800     MOVE WS-BKP-DATE TO RUNC-RUN-DATE.                           26/10/15
095900     MOVE HIGH-VALUES TO RUNC-PGM-ID.                             26/10/15
096000     START RUN-CONTROL-FILE KEY IS GREATER THAN RUNC-KEY          26/10/15
096100         INVALID KEY                                              26/10/15
096200             SET RUN-CONTROL-EOF TO TRUE                          26/10/15
096300     END-START.                                                   26/10/15
096400     PERFORM 4110-LOAD-ONE-CHECK THRU 4110-EXIT                   26/10/15
096500         UNTIL RUN-CONTROL-EOF.                                   26/10/15
096600     IF WS-CK-FULL                                                26/10/15
096700         DISPLAY "QUOTNRCV - ONLY THE FIRST 100 LATER BACKUPS ARE"26/10/15
096800             " CHECKED" UPON TERMINAL-CONSOLE                     26/10/15
096900     END-IF.                                                      26/10/15
097000 4100-EXIT.                                                       26/10/15
097100     EXIT.                                                        26/10/15
097200*                                                                 26/10/15
097300*---------------------------------------------------------        26/10/15
097400* 4110-LOAD-ONE-CHECK                                             26/10/15
097500*    READS THE NEXT RUN-CONTROL RECORD AND TABLES IT IF IT        26/10/15
097600*    IS A COMPLETED FILE.DAT BACKUP NO LATER THAN THE POINT.      26/10/15
097700*---------------------------------------------------------        26/10/15
097800 4110-LOAD-ONE-CHECK.                                             26/10/15
097900     READ RUN-CONTROL-FILE NEXT RECORD                            26/10/15
098000         AT END                                                   26/10/15
098100             SET RUN-CONTROL-EOF TO TRUE                          26/10/15
098200             GO TO 4110-EXIT                                      26/10/15
098300     END-READ.                                                    26/10/15
098400     IF RUNC-RUN-DATE > WS-TARGET-DATE                            26/10/15
098500         SET RUN-CONTROL-EOF TO TRUE                              26/10/15
098600         GO TO 4110-EXIT                                          26/10/15
098700     END-IF.                                                      26/10/15
098800     IF RUNC-PGM-ID NOT = "BKPFILE"                               26/10/15
098900         OR NOT RUNC-STAT-COMPLETED                               26/10/15
099000         GO TO 4110-EXIT                                          26/10/15
099100     END-IF.                                                      26/10/15
099200     MOVE RUNC-RUN-DATE   TO WS-WORK-DATE.                        26/10/15
099300     MOVE RUNC-START-TIME TO WS-WORK-HMS.                         26/10/15
099400     MOVE ZERO            TO WS-WORK-CC.                          26/10/15
099500     IF WS-WORK-POINT-N > WS-TARGET-POINT-N                       26/10/15
099600         GO TO 4110-EXIT                                          26/10/15
099700     END-IF.                                                      26/10/15
099800     IF WS-CK-USED NOT < WS-CK-MAX                                26/10/15
099900         SET WS-CK-FULL TO TRUE                                   26/10/15
100000         SET RUN-CONTROL-EOF TO TRUE                              26/10/15
100100         GO TO 4110-EXIT                                          26/10/15
100200     END-IF.                                                      26/10/15
100300     ADD 1 TO WS-CK-USED.                                         26/10/15
100400     MOVE RUNC-RUN-DATE       TO WS-CK-DATE(WS-CK-USED).          26/10/15
100500     MOVE WS-WORK-POINT-N     TO WS-CK-POINT(WS-CK-USED).         26/10/15
100600     MOVE RUNC-RECS-EXTRACTED TO WS-CK-COUNT(WS-CK-USED).         26/10/15
100700     MOVE RUNC-HASH-TOTAL     TO WS-CK-HASH(WS-CK-USED).          26/10/15
100800 4110-EXIT.                                                       26/10/15
100900     EXIT.                                                        26/10/15
101000*                                                                 26/10/15
101100*---------------------------------------------------------        26/10/15
101200* 4200-APPLY-IMAGE-PAIR                                           26/10/15
101300*    READS ONE BEFORE IMAGE AND ITS AFTER IMAGE AND, IF THE       26/10/15
101400*    PAIR WAS LOGGED BETWEEN THE BACKUP AND THE POINT,            26/10/15
101500*    RE-APPLIES IT - A BLANK BEFORE IMAGE IS AN ADD, A BLANK      26/10/15
101600*    AFTER IMAGE A REMOVAL, ANYTHING ELSE A CHANGE.  PAIRS        26/10/15
101700*    LOGGED BEFORE THE LOG WAS STAMPED ARE OLDER THAN ANY         26/10/15
101800*    BACKUP AND ARE PASSED OVER.                                  26/10/15
101900*---------------------------------------------------------        26/10/15
102000 4200-APPLY-IMAGE-PAIR.                                           26/10/15
102100     READ AUDIT-LOG-FILE NEXT RECORD                              26/10/15
102200         AT END                                                   26/10/15
102300             SET AUDIT-LOG-EOF TO TRUE                            26/10/15
102400             GO TO 4200-EXIT                                      26/10/15
102500     END-READ.                                                    26/10/15
102600     MOVE AUDL-IMAGE TO WS-BEFORE-IMAGE.                          26/10/15
102700     READ AUDIT-LOG-FILE NEXT RECORD                              26/10/15
102800         AT END                                                   26/10/15
102900             SET AUDIT-LOG-EOF TO TRUE                            26/10/15
102910             ADD 1 TO WS-APPLY-FAILED                             26/10/15
102920             MOVE SPACES TO RCV-LIST-RECORD                       26/10/15
103000             MOVE "LOG ENDS MID-PAIR - LAST IMAGE NOT APPLIED"    26/10/15
103100                 TO RCV-LIST-RECORD                               26/10/15
103200             WRITE RCV-LIST-RECORD                                26/10/15
103300             GO TO 4200-EXIT                                      26/10/15
103400     END-READ.                                                    26/10/15
103500     MOVE AUDL-IMAGE TO WS-AFTER-IMAGE.                           26/10/15
103600     ADD 1 TO WS-PAIRS-READ.                                      26/10/15
103700     IF AUDL-LOG-DATE NOT NUMERIC OR AUDL-LOG-DATE = ZERO         26/10/15
103800         OR AUDL-LOG-TIME NOT NUMERIC                             26/10/15
103900         ADD 1 TO WS-PAIRS-UNSTAMPED                              26/10/15
104000         GO TO 4200-EXIT                                          26/10/15
104100     END-IF.                                                      26/10/15
104200     MOVE AUDL-LOG-DATE TO WS-PAIR-DATE.                          26/10/15
104300     MOVE AUDL-LOG-TIME TO WS-PAIR-TIME.                          26/10/15
104400     IF WS-PAIR-POINT-N < WS-BKP-POINT-N                          26/10/15
104500         ADD 1 TO WS-PAIRS-BEFORE-BKP                             26/10/15
104600         GO TO 4200-EXIT                                          26/10/15
104700     END-IF.                                                      26/10/15
104800     IF WS-PAIR-POINT-N > WS-TARGET-POINT-N                       26/10/15
104900         ADD 1 TO WS-PAIRS-AFTER-POINT                            26/10/15
105000         GO TO 4200-EXIT                                          26/10/15
105100     END-IF.                                                      26/10/15
105200     PERFORM 4300-CHECK-NIGHT-BACKUP THRU 4300-EXIT               26/10/15
105300         UNTIL WS-WORK-POINT-N > WS-PAIR-POINT-N.                 26/10/15
105400     IF WS-PAIR-DATE NOT = WS-DAY-DATE                            26/10/15
105500         IF WS-DAY-DATE NOT = ZERO                                26/10/15
105600             PERFORM 4700-PRINT-DAY-LINE THRU 4700-EXIT           26/10/15
105700         END-IF                                                   26/10/15
105800         MOVE WS-PAIR-DATE TO WS-DAY-DATE                         26/10/15
105900         INITIALIZE WS-DAY-TOTALS                                 26/10/15
106000     END-IF.                                                      26/10/15
106100     IF WS-BEFORE-IMAGE = SPACES AND WS-AFTER-IMAGE = SPACES      26/10/15
106200         ADD 1 TO WS-PAIRS-UNUSABLE                               26/10/15
106300         GO TO 4200-EXIT                                          26/10/15
106400     END-IF.                                                      26/10/15
106500     IF WS-AFTER-IMAGE = SPACES                                   26/10/15
106600         PERFORM 4500-APPLY-REMOVAL THRU 4500-EXIT                26/10/15
106700     ELSE                                                         26/10/15
106800         PERFORM 4400-APPLY-AFTER-IMAGE THRU 4400-EXIT            26/10/15
106900     END-IF.                                                      26/10/15
107000 4200-EXIT.                                                       26/10/15
107100     EXIT.                                                        26/10/15
107200*                                                                 26/10/15
107300*---------------------------------------------------------        26/10/15
107400* 4300-CHECK-NIGHT-BACKUP                                         26/10/15
107500*    THE ROLL FORWARD HAS REACHED THE NEXT TABLED BACKUP -        26/10/15
107600*    FILE.DAT MUST NOW HOLD WHAT THAT NIGHT'S COPY HELD.          26/10/15
107700*---------------------------------------------------------        26/10/15
107800 4300-CHECK-NIGHT-BACKUP.                                         26/10/15
107900     MOVE SPACES TO WS-LINE-LABEL.                                26/10/15
108000     STRING "BACKUP OF " DELIMITED BY SIZE                        26/10/15
108100         WS-CK-DATE(WS-CK-IX) DELIMITED BY SIZE                   26/10/15
108200         INTO WS-LINE-LABEL.                                      26/10/15
108300     MOVE WS-RUN-COUNT          TO WS-LINE-COUNT.                 26/10/15
108400     MOVE WS-RUN-HASH           TO WS-LINE-HASH.                  26/10/15
108500     MOVE WS-CK-COUNT(WS-CK-IX) TO WS-EXP-COUNT.                  26/10/15
108600     MOVE WS-CK-HASH(WS-CK-IX)  TO WS-EXP-HASH.                   26/10/15
108700     PERFORM 7800-PRINT-CHECK-LINE THRU 7800-EXIT.                26/10/15
108800     ADD 1 TO WS-CK-IX.                                           26/10/15
108900     PERFORM 4310-SET-NEXT-CHECK THRU 4310-EXIT.                  26/10/15
109000 4300-EXIT.                                                       26/10/15
109100     EXIT.                                                        26/10/15
109200*                                                                 26/10/15
109300*---------------------------------------------------------        26/10/15
109400* 4310-SET-NEXT-CHECK                                             26/10/15
109500*    PUTS THE POINT OF THE NEXT TABLED BACKUP IN THE WORK         26/10/15
109600*    POINT - ALL NINES ONCE THE TABLE IS USED UP.                 26/10/15
109700*---------------------------------------------------------        26/10/15
109800 4310-SET-NEXT-CHECK.                                             26/10/15
109900     IF WS-CK-IX = ZERO                                           26/10/15
110000         MOVE 1 TO WS-CK-IX                                       26/10/15
110100     END-IF.                                                      26/10/15
110200     IF WS-CK-IX > WS-CK-USED                                     26/10/15
110300         MOVE ALL "9" TO WS-WORK-POINT                            26/10/15
110400     ELSE                                                         26/10/15
110500         MOVE WS-CK-POINT(WS-CK-IX) TO WS-WORK-POINT-N            26/10/15
110600     END-IF.                                                      26/10/15
110700 4310-EXIT.                                                       26/10/15
110800     EXIT.                                                        26/10/15
110900*                                                                 26/10/15
111000*---------------------------------------------------------        26/10/15
111100* 4400-APPLY-AFTER-IMAGE                                          26/10/15
111200*    PUTS THE AFTER IMAGE ON FILE.DAT - WRITTEN IF THE            26/10/15
111300*    QUOTATION IS NOT ON FILE, REWRITTEN OVER IT IF IT IS.        26/10/15
111400*    RE-APPLYING A CHANGE ALREADY ON THE FILE LEAVES IT AS        26/10/15
111500*    IT WAS.                                                      26/10/15
111600*---------------------------------------------------------        26/10/15
111700 4400-APPLY-AFTER-IMAGE.                                          26/10/15
111800     MOVE WS-AFTER-IMAGE TO QUOTN-RECORD.                         26/10/15
111900     READ QUOTN-FILE                                              26/10/15
112000         INVALID KEY                                              26/10/15
112100             PERFORM 4410-WRITE-AFTER-IMAGE THRU 4410-EXIT        26/10/15
112200             GO TO 4400-EXIT                                      26/10/15
112300     END-READ.                                                    26/10/15
112400     PERFORM 4900-QUOTN-RECORD-HASH THRU 4900-EXIT.               26/10/15
112500     MOVE WS-REC-HASH TO WS-OLD-HASH.                             26/10/15
112600     MOVE WS-AFTER-IMAGE TO QUOTN-RECORD.                         26/10/15
112700     REWRITE QUOTN-RECORD                                         26/10/15
112800         INVALID KEY                                              26/10/15
112900             CONTINUE                                             26/10/15
113000     END-REWRITE.                                                 26/10/15
113100     IF QUOTN-FILE-STATUS NOT = "00"                              26/10/15
113200         AND QUOTN-FILE-STATUS NOT = "02"                         26/10/15
113300         PERFORM 4950-APPLY-FAILED THRU 4950-EXIT                 26/10/15
113400         GO TO 4400-EXIT                                          26/10/15
113500     END-IF.                                                      26/10/15
113600     PERFORM 4900-QUOTN-RECORD-HASH THRU 4900-EXIT.               26/10/15
113700     SUBTRACT WS-OLD-HASH FROM WS-RUN-HASH.                       26/10/15
113800     ADD WS-REC-HASH TO WS-RUN-HASH.                              26/10/15
113900     IF WS-BEFORE-IMAGE = SPACES                                  26/10/15
114000         ADD 1 TO WS-ADDS-APPLIED                                 26/10/15
114100         ADD 1 TO WS-DAY-ADDS                                     26/10/15
114200     ELSE                                                         26/10/15
114300         ADD 1 TO WS-CHANGES-APPLIED                              26/10/15
114400         ADD 1 TO WS-DAY-CHANGES                                  26/10/15
114500     END-IF.                                                      26/10/15
114600 4400-EXIT.                                                       26/10/15
114700     EXIT.                                                        26/10/15
114800*                                                                 26/10/15
114900*---------------------------------------------------------        26/10/15
115000* 4410-WRITE-AFTER-IMAGE                                          26/10/15
115100*    WRITES AN AFTER IMAGE WHOSE QUOTATION IS NOT ON FILE.        26/10/15
115200*---------------------------------------------------------        26/10/15
115300 4410-WRITE-AFTER-IMAGE.                                          26/10/15
115400     MOVE WS-AFTER-IMAGE TO QUOTN-RECORD.                         26/10/15
115500     WRITE QUOTN-RECORD                                           26/10/15
115600         INVALID KEY                                              26/10/15
115700             CONTINUE                                             26/10/15
115800     END-WRITE.                                                   26/10/15
115900     IF QUOTN-FILE-STATUS NOT = "00"                              26/10/15
116000         AND QUOTN-FILE-STATUS NOT = "02"                         26/10/15
116100         PERFORM 4950-APPLY-FAILED THRU 4950-EXIT                 26/10/15
116200         GO TO 4410-EXIT                                          26/10/15
116300     END-IF.                                                      26/10/15
116400     PERFORM 4900-QUOTN-RECORD-HASH THRU 4900-EXIT.               26/10/15
116500     ADD 1 TO WS-RUN-COUNT.                                       26/10/15
116600     ADD WS-REC-HASH TO WS-RUN-HASH.                              26/10/15
116700     IF WS-BEFORE-IMAGE = SPACES                                  26/10/15
116800         ADD 1 TO WS-ADDS-APPLIED                                 26/10/15
116900         ADD 1 TO WS-DAY-ADDS                                     26/10/15
117000     ELSE                                                         26/10/15
117100         ADD 1 TO WS-CHANGES-APPLIED                              26/10/15
117200         ADD 1 TO WS-DAY-CHANGES                                  26/10/15
117300     END-IF.                                                      26/10/15
117400 4410-EXIT.                                                       26/10/15
117500     EXIT.                                                        26/10/15
117600*                                                                 26/10/15
117700*---------------------------------------------------------        26/10/15
117800* 4500-APPLY-REMOVAL                                              26/10/15
117900*    DELETES THE QUOTATION IN THE BEFORE IMAGE.  ONE ALREADY      26/10/15
118000*    GONE IS COUNTED, NOT FAILED - THE REMOVAL MAY BE ON THE      26/10/15
118100*    COPY ALREADY.                                                26/10/15
118200*---------------------------------------------------------        26/10/15
118300 4500-APPLY-REMOVAL.                                              26/10/15
118400     MOVE WS-BEFORE-IMAGE TO QUOTN-RECORD.                        26/10/15
118500     READ QUOTN-FILE                                              26/10/15
118600         INVALID KEY                                              26/10/15
118700             ADD 1 TO WS-REMOVALS-NOT-ON-FILE                     26/10/15
118800             GO TO 4500-EXIT                                      26/10/15
118900     END-READ.                                                    26/10/15
119000     PERFORM 4900-QUOTN-RECORD-HASH THRU 4900-EXIT.               26/10/15
119100     DELETE QUOTN-FILE RECORD                                     26/10/15
119200         INVALID KEY                                              26/10/15
119300             CONTINUE                                             26/10/15
119400     END-DELETE.                                                  26/10/15
119500     IF QUOTN-FILE-STATUS NOT = "00"                              26/10/15
119600         PERFORM 4950-APPLY-FAILED THRU 4950-EXIT                 26/10/15
119700         GO TO 4500-EXIT                                          26/10/15
119800     END-IF.                                                      26/10/15
119900     SUBTRACT 1 FROM WS-RUN-COUNT.                                26/10/15
120000     SUBTRACT WS-REC-HASH FROM WS-RUN-HASH.                       26/10/15
120100     ADD 1 TO WS-REMOVALS-APPLIED.                                26/10/15
120200     ADD 1 TO WS-DAY-REMOVALS.                                    26/10/15
120300 4500-EXIT.                                                       26/10/15
120400     EXIT.                                                        26/10/15
120500*                                                                 26/10/15
120600*---------------------------------------------------------        26/10/15
120700* 4700-PRINT-DAY-LINE                                             26/10/15
120800*    PRINTS THE CHANGES RE-APPLIED FOR ONE LOG DATE.              26/10/15
120900*---------------------------------------------------------        26/10/15
121000 4700-PRINT-DAY-LINE.                                             26/10/15
121100     MOVE WS-DAY-ADDS     TO WS-ED-DAY-ADDS.                      26/10/15
121200     MOVE WS-DAY-CHANGES  TO WS-ED-DAY-CHANGES.                   26/10/15
121300     MOVE WS-DAY-REMOVALS TO WS-ED-DAY-REMOVALS.                  26/10/15
121400     MOVE SPACES TO RCV-LIST-RECORD.                              26/10/15
121500     STRING "  LOG DATE " DELIMITED BY SIZE                       26/10/15
121600         WS-DAY-DATE DELIMITED BY SIZE                            26/10/15
121700         "  ADDS " DELIMITED BY SIZE                              26/10/15
121800         WS-ED-DAY-ADDS DELIMITED BY SIZE                         26/10/15
121900         "  CHANGES " DELIMITED BY SIZE                           26/10/15
122000         WS-ED-DAY-CHANGES DELIMITED BY SIZE                      26/10/15
122100         "  REMOVALS " DELIMITED BY SIZE                          26/10/15
122200         WS-ED-DAY-REMOVALS DELIMITED BY SIZE                     26/10/15
122300         INTO RCV-LIST-RECORD.                                    26/10/15
122400     WRITE RCV-LIST-RECORD.                                       26/10/15
122500 4700-EXIT.                                                       26/10/15
122600     EXIT.                                                        26/10/15
122700*                                                                 26/10/15
122800*---------------------------------------------------------        26/10/15
122900* 4800-PRINT-ROLL-TOTALS                                          26/10/15
123000*    PRINTS THE ROLL-FORWARD COUNTS.  A PAIR THAT COULD NOT       26/10/15
123100*    BE APPLIED FAILS THE RECOVERY.                               26/10/15
123200*---------------------------------------------------------        26/10/15
123300 4800-PRINT-ROLL-TOTALS.                                          26/10/15
123400     MOVE SPACES TO RCV-LIST-RECORD.                              26/10/15
123500     WRITE RCV-LIST-RECORD.                                       26/10/15
123600     MOVE "IMAGE PAIRS READ  . . . . . . . :" TO WS-LINE-LABEL.   26/10/15
123700     MOVE WS-PAIRS-READ TO WS-ED-TOTAL.                           26/10/15
123800     PERFORM 7850-PRINT-TOTAL-LINE THRU 7850-EXIT.                26/10/15
123900     MOVE "  LOGGED BEFORE STAMPING  . . . :" TO WS-LINE-LABEL.   26/10/15
124000     MOVE WS-PAIRS-UNSTAMPED TO WS-ED-TOTAL.                      26/10/15
124100     PERFORM 7850-PRINT-TOTAL-LINE THRU 7850-EXIT.                26/10/15
124200     MOVE "  LOGGED BEFORE THE BACKUP  . . :" TO WS-LINE-LABEL.   26/10/15
124300     MOVE WS-PAIRS-BEFORE-BKP TO WS-ED-TOTAL.                     26/10/15
124400     PERFORM 7850-PRINT-TOTAL-LINE THRU 7850-EXIT.                26/10/15
124500     MOVE "  LOGGED AFTER THE POINT  . . . :" TO WS-LINE-LABEL.   26/10/15
124600     MOVE WS-PAIRS-AFTER-POINT TO WS-ED-TOTAL.                    26/10/15
124700     PERFORM 7850-PRINT-TOTAL-LINE THRU 7850-EXIT.                26/10/15
124800     MOVE "  BLANK BEFORE AND AFTER  . . . :" TO WS-LINE-LABEL.   26/10/15
124900     MOVE WS-PAIRS-UNUSABLE TO WS-ED-TOTAL.                       26/10/15
125000     PERFORM 7850-PRINT-TOTAL-LINE THRU 7850-EXIT.                26/10/15
125100     MOVE "ADDS RE-APPLIED . . . . . . . . :" TO WS-LINE-LABEL.   26/10/15
125200     MOVE WS-ADDS-APPLIED TO WS-ED-TOTAL.                         26/10/15
125300     PERFORM 7850-PRINT-TOTAL-LINE THRU 7850-EXIT.                26/10/15
125400     MOVE "CHANGES RE-APPLIED  . . . . . . :" TO WS-LINE-LABEL.   26/10/15
125500     MOVE WS-CHANGES-APPLIED TO WS-ED-TOTAL.                      26/10/15
125600     PERFORM 7850-PRINT-TOTAL-LINE THRU 7850-EXIT.                26/10/15
125700     MOVE "REMOVALS RE-APPLIED . . . . . . :" TO WS-LINE-LABEL.   26/10/15
125800     MOVE WS-REMOVALS-APPLIED TO WS-ED-TOTAL.                     26/10/15
125900     PERFORM 7850-PRINT-TOTAL-LINE THRU 7850-EXIT.                26/10/15
126000     MOVE "REMOVALS ALREADY OFF FILE . . . :" TO WS-LINE-LABEL.   26/10/15
126100     MOVE WS-REMOVALS-NOT-ON-FILE TO WS-ED-TOTAL.                 26/10/15
126200     PERFORM 7850-PRINT-TOTAL-LINE THRU 7850-EXIT.                26/10/15
126300     MOVE "PAIRS THAT COULD NOT BE APPLIED :" TO WS-LINE-LABEL.   26/10/15
126400     MOVE WS-APPLY-FAILED TO WS-ED-TOTAL.                         26/10/15
126500     PERFORM 7850-PRINT-TOTAL-LINE THRU 7850-EXIT.                26/10/15
126600     IF WS-APPLY-FAILED > ZERO                                    26/10/15
126700         ADD 1 TO WS-CHECKS-DIFFER                                26/10/15
126800     END-IF.                                                      26/10/15
126900 4800-EXIT.                                                       26/10/15
127000     EXIT.                                                        26/10/15
127100*                                                                 26/10/15
127200*---------------------------------------------------------        26/10/15
127300* 4900-QUOTN-RECORD-HASH                                          26/10/15
127400*    THE QUOTNBKP HASH OF THE QUOTN-RECORD IN THE RECORD          26/10/15
127500*    AREA - QUOTE NUMBER PLUS PREMIUM IN CENTS.                   26/10/15
127600*---------------------------------------------------------        26/10/15
127700 4900-QUOTN-RECORD-HASH.                                          26/10/15
127800     COMPUTE WS-REC-HASH = QUOTN-NUM + QUOTN-PREMIUM-AMT * 100.   26/10/15
127900 4900-EXIT.                                                       26/10/15
128000     EXIT.                                                        26/10/15
128100*                                                                 26/10/15
128200*---------------------------------------------------------        26/10/15
128300* 4950-APPLY-FAILED                                               26/10/15
128400*    AN IMAGE COULD NOT BE PUT ON FILE.DAT - COUNTED, AND         26/10/15
128500*    SHOWN WITH ITS QUOTE NUMBER.                                 26/10/15
128600*---------------------------------------------------------        26/10/15
128700 4950-APPLY-FAILED.                                               26/10/15
128800     ADD 1 TO WS-APPLY-FAILED.                                    26/10/15
128900     MOVE SPACES TO RCV-LIST-RECORD.                              26/10/15
129000     STRING "  QUOTE " DELIMITED BY SIZE                          26/10/15
129100         QUOTN-NUM DELIMITED BY SIZE                              26/10/15
129200         " LOGGED " DELIMITED BY SIZE                             26/10/15
129300         WS-PAIR-DATE DELIMITED BY SIZE                           26/10/15
129400         " " DELIMITED BY SIZE                                    26/10/15
129500         WS-PAIR-TIME DELIMITED BY SIZE                           26/10/15
129600         " NOT APPLIED, STATUS = " DELIMITED BY SIZE              26/10/15
129700         QUOTN-FILE-STATUS DELIMITED BY SIZE                      26/10/15
129800         INTO RCV-LIST-RECORD.                                    26/10/15
129900     WRITE RCV-LIST-RECORD.                                       26/10/15
130000 4950-EXIT.                                                       26/10/15
130100     EXIT.                                                        26/10/15
130200*                                                                 26/10/15
130300*---------------------------------------------------------        26/10/15
130400* 5000-VERIFY-QUOTN-FILE                                          26/10/15
130500*    READS THE RECOVERED FILE.DAT BY QUOTE NUMBER AND TIES        26/10/15
130600*    IT TO THE ROLL FORWARD, THEN READS IT DOWN THE               26/10/15
130700*    CUSTOMER/POLICY KEY AND TIES THAT TO THE FIRST READ -        26/10/15
130800*    PROOF THE ALTERNATE INDEX WAS REBUILT WHOLE.                 26/10/15
130900*---------------------------------------------------------        26/10/15
131000 5000-VERIFY-QUOTN-FILE.                                          26/10/15
131100     OPEN INPUT  QUOTN-FILE.                                      26/10/15
131200     IF QUOTN-FILE-STATUS NOT = "00"                              26/10/15
131300         DISPLAY "QUOTNRCV - CANNOT OPEN QUOTN-FILE, STATUS = "   26/10/15
131400             QUOTN-FILE-STATUS UPON TERMINAL-CONSOLE              26/10/15
131500         ADD 1 TO WS-CHECKS-DIFFER                                26/10/15
131600         GO TO 5000-EXIT                                          26/10/15
131700     END-IF.                                                      26/10/15
131800     MOVE ZERO TO WS-SCAN-COUNT.                                  26/10/15
131900     MOVE ZERO TO WS-SCAN-HASH.                                   26/10/15
132000     MOVE "N" TO WS-SCAN-EOF-SWITCH.                              26/10/15
132100     PERFORM 5100-SCAN-PRIMARY THRU 5100-EXIT                     26/10/15
132200         UNTIL WS-SCAN-EOF.                                       26/10/15
132300     MOVE ZERO TO WS-ALT-COUNT.                                   26/10/15
132400     MOVE ZERO TO WS-ALT-HASH.                                    26/10/15
132500     MOVE "N" TO WS-SCAN-EOF-SWITCH.                              26/10/15
132600     MOVE LOW-VALUES TO QUOTN-CUST-POLICY-KEY.                    26/10/15
132700     START QUOTN-FILE KEY IS NOT LESS THAN QUOTN-CUST-POLICY-KEY  26/10/15
132800         INVALID KEY                                              26/10/15
132900             SET WS-SCAN-EOF TO TRUE                              26/10/15
133000     END-START.                                                   26/10/15
133100     PERFORM 5200-SCAN-ALTERNATE THRU 5200-EXIT                   26/10/15
133200         UNTIL WS-SCAN-EOF.                                       26/10/15
133300     CLOSE QUOTN-FILE.                                            26/10/15
133400     MOVE SPACES TO RCV-LIST-RECORD.                              26/10/15
133500     WRITE RCV-LIST-RECORD.                                       26/10/15
133600     MOVE "FILE.DAT AS RECOVERED" TO WS-LINE-LABEL.               26/10/15
133700     MOVE WS-SCAN-COUNT TO WS-LINE-COUNT.                         26/10/15
133800     MOVE WS-SCAN-HASH  TO WS-LINE-HASH.                          26/10/15
133900     MOVE WS-RUN-COUNT  TO WS-EXP-COUNT.                          26/10/15
134000     MOVE WS-RUN-HASH   TO WS-EXP-HASH.                           26/10/15
134100     PERFORM 7800-PRINT-CHECK-LINE THRU 7800-EXIT.                26/10/15
134200     MOVE "CUSTOMER/POLICY KEY PATH" TO WS-LINE-LABEL.            26/10/15
134300     MOVE WS-ALT-COUNT  TO WS-LINE-COUNT.                         26/10/15
134400     MOVE WS-ALT-HASH   TO WS-LINE-HASH.                          26/10/15
134500     MOVE WS-SCAN-COUNT TO WS-EXP-COUNT.                          26/10/15
134600     MOVE WS-SCAN-HASH  TO WS-EXP-HASH.                           26/10/15
134700     PERFORM 7800-PRINT-CHECK-LINE THRU 7800-EXIT.                26/10/15
134800 5000-EXIT.                                                       26/10/15
134900     EXIT.                                                        26/10/15
135000*                                                                 26/10/15
135100*---------------------------------------------------------        26/10/15
135200* 5100-SCAN-PRIMARY                                               26/10/15
135300*    COUNTS AND HASHES THE NEXT QUOTATION BY QUOTE NUMBER.        26/10/15
135400*---------------------------------------------------------        26/10/15
135500 5100-SCAN-PRIMARY.                                               26/10/15
135600     READ QUOTN-FILE NEXT RECORD                                  26/10/15
135700         AT END                                                   26/10/15
135800             SET WS-SCAN-EOF TO TRUE                              26/10/15
135900             GO TO 5100-EXIT                                      26/10/15
136000     END-READ.                                                    26/10/15
136100     PERFORM 4900-QUOTN-RECORD-HASH THRU 4900-EXIT.               26/10/15
136200     ADD 1 TO WS-SCAN-COUNT.                                      26/10/15
136300     ADD WS-REC-HASH TO WS-SCAN-HASH.                             26/10/15
136400 5100-EXIT.                                                       26/10/15
136500     EXIT.                                                        26/10/15
136600*                                                                 26/10/15
136700*---------------------------------------------------------        26/10/15
136800* 5200-SCAN-ALTERNATE                                             26/10/15
136900*    COUNTS AND HASHES THE NEXT QUOTATION DOWN THE                26/10/15
137000*    CUSTOMER/POLICY KEY.                                         26/10/15
137100*---------------------------------------------------------        26/10/15
137200 5200-SCAN-ALTERNATE.                                             26/10/15
137300     READ QUOTN-FILE NEXT RECORD                                  26/10/15
137400         AT END                                                   26/10/15
137500             SET WS-SCAN-EOF TO TRUE                              26/10/15
137600             GO TO 5200-EXIT                                      26/10/15
137700     END-READ.                                                    26/10/15
137800     PERFORM 4900-QUOTN-RECORD-HASH THRU 4900-EXIT.               26/10/15
137900     ADD 1 TO WS-ALT-COUNT.                                       26/10/15
138000     ADD WS-REC-HASH TO WS-ALT-HASH.                              26/10/15
138100 5200-EXIT.                                                       26/10/15
138200     EXIT.                                                        26/10/15
138300*                                                                 26/10/15
138400*---------------------------------------------------------        26/10/15
138500* 6000-OPEN-COPY                                                  26/10/15
138600*    OPENS THE CHOSEN MASTER'S COPY INPUT, LEAVING ITS FILE       26/10/15
138700*    STATUS IN WS-COPY-STATUS.                                    26/10/15
138800*---------------------------------------------------------        26/10/15
138900 6000-OPEN-COPY.                                                  26/10/15
139000     IF WS-MST-QUOTN                                              26/10/15
139100         OPEN INPUT FILE-BKP-FILE                                 26/10/15
139200         MOVE FILE-BKP-FILE-STATUS TO WS-COPY-STATUS              26/10/15
139300     END-IF.                                                      26/10/15
139400     IF WS-MST-CONTR                                              26/10/15
139500         OPEN INPUT CONTR-BKP-FILE                                26/10/15
139600         MOVE CONTR-BKP-FILE-STATUS TO WS-COPY-STATUS             26/10/15
139700     END-IF.                                                      26/10/15
139800     IF WS-MST-CUST                                               26/10/15
139900         OPEN INPUT CUST-BKP-FILE                                 26/10/15
140000         MOVE CUST-BKP-FILE-STATUS TO WS-COPY-STATUS              26/10/15
140100     END-IF.                                                      26/10/15
140200     IF WS-MST-AGENT                                              26/10/15
140300         OPEN INPUT AGENT-BKP-FILE                                26/10/15
140400         MOVE AGENT-BKP-FILE-STATUS TO WS-COPY-STATUS             26/10/15
140500     END-IF.                                                      26/10/15
140600     IF WS-MST-HIST                                               26/10/15
140700         OPEN INPUT HIST-BKP-FILE                                 26/10/15
140800         MOVE HIST-BKP-FILE-STATUS TO WS-COPY-STATUS              26/10/15
140900     END-IF.                                                      26/10/15
141000 6000-EXIT.                                                       26/10/15
141100     EXIT.                                                        26/10/15
141200*                                                                 26/10/15
141300*---------------------------------------------------------        26/10/15
141400* 6100-READ-COPY                                                  26/10/15
141500*    READS THE NEXT RECORD OFF THE CHOSEN COPY INTO               26/10/15
141600*    BKUP-RECORD, OR SETS WS-COPY-EOF.                            26/10/15
141700*---------------------------------------------------------        26/10/15
141800 6100-READ-COPY.                                                  26/10/15
141900     IF WS-MST-QUOTN                                              26/10/15
142000         READ FILE-BKP-FILE                                       26/10/15
142100             AT END                                               26/10/15
142200                 SET WS-COPY-EOF TO TRUE                          26/10/15
142300                 GO TO 6100-EXIT                                  26/10/15
142400         END-READ                                                 26/10/15
142500         MOVE FILE-BKP-RECORD TO BKUP-RECORD                      26/10/15
142600     END-IF.                                                      26/10/15
142700     IF WS-MST-CONTR                                              26/10/15
142800         READ CONTR-BKP-FILE                                      26/10/15
142900             AT END                                               26/10/15
143000                 SET WS-COPY-EOF TO TRUE                          26/10/15
143100                 GO TO 6100-EXIT                                  26/10/15
143200         END-READ                                                 26/10/15
143300         MOVE CONTR-BKP-RECORD TO BKUP-RECORD                     26/10/15
143400     END-IF.                                                      26/10/15
143500     IF WS-MST-CUST                                               26/10/15
143600         READ CUST-BKP-FILE                                       26/10/15
143700             AT END                                               26/10/15
143800                 SET WS-COPY-EOF TO TRUE                          26/10/15
143900                 GO TO 6100-EXIT                                  26/10/15
144000         END-READ                                                 26/10/15
144100         MOVE CUST-BKP-RECORD TO BKUP-RECORD                      26/10/15
144200     END-IF.                                                      26/10/15
144300     IF WS-MST-AGENT                                              26/10/15
144400         READ AGENT-BKP-FILE                                      26/10/15
144500             AT END                                               26/10/15
144600                 SET WS-COPY-EOF TO TRUE                          26/10/15
144700                 GO TO 6100-EXIT                                  26/10/15
144800         END-READ                                                 26/10/15
144900         MOVE AGENT-BKP-RECORD TO BKUP-RECORD                     26/10/15
145000     END-IF.                                                      26/10/15
145100     IF WS-MST-HIST                                               26/10/15
145200         READ HIST-BKP-FILE                                       26/10/15
145300             AT END                                               26/10/15
145400                 SET WS-COPY-EOF TO TRUE                          26/10/15
145500                 GO TO 6100-EXIT                                  26/10/15
145600         END-READ                                                 26/10/15
145700         MOVE HIST-BKP-RECORD TO BKUP-RECORD                      26/10/15
145800     END-IF.                                                      26/10/15
145900 6100-EXIT.                                                       26/10/15
146000     EXIT.                                                        26/10/15
146100*                                                                 26/10/15
146200*---------------------------------------------------------        26/10/15
146300* 6200-CLOSE-COPY                                                 26/10/15
146400*    CLOSES THE CHOSEN MASTER'S COPY.                             26/10/15
146500*---------------------------------------------------------        26/10/15
146600 6200-CLOSE-COPY.                                                 26/10/15
146700     IF WS-MST-QUOTN                                              26/10/15
146800         CLOSE FILE-BKP-FILE                                      26/10/15
146900     END-IF.                                                      26/10/15
147000     IF WS-MST-CONTR                                              26/10/15
147100         CLOSE CONTR-BKP-FILE                                     26/10/15
147200     END-IF.                                                      26/10/15
147300     IF WS-MST-CUST                                               26/10/15
147400         CLOSE CUST-BKP-FILE                                      26/10/15
147500     END-IF.                                                      26/10/15
147600     IF WS-MST-AGENT                                              26/10/15
147700         CLOSE AGENT-BKP-FILE                                     26/10/15
147800     END-IF.                                                      26/10/15
147900     IF WS-MST-HIST                                               26/10/15
148000         CLOSE HIST-BKP-FILE                                      26/10/15
148100     END-IF.                                                      26/10/15
148200 6200-EXIT.                                                       26/10/15
148300     EXIT.                                                        26/10/15
148400*                                                                 26/10/15
148500*---------------------------------------------------------        26/10/15
148600* 6300-OPEN-MASTER-OUTPUT                                         26/10/15
148700*    OPENS THE CHOSEN MASTER OUTPUT FOR THE RELOAD - THIS IS      26/10/15
148800*    THE POINT ITS OLD CONTENTS ARE GONE.  ITS FILE STATUS        26/10/15
148900*    IS LEFT IN WS-MASTER-STATUS.                                 26/10/15
149000*---------------------------------------------------------        26/10/15
149100 6300-OPEN-MASTER-OUTPUT.                                         26/10/15
149200     IF WS-MST-QUOTN                                              26/10/15
149300         OPEN OUTPUT QUOTN-FILE                                   26/10/15
149400         MOVE QUOTN-FILE-STATUS TO WS-MASTER-STATUS               26/10/15
149500     END-IF.                                                      26/10/15
149600     IF WS-MST-CONTR                                              26/10/15
149700         OPEN OUTPUT CONTR-FILE                                   26/10/15
149800         MOVE CONTR-FILE-STATUS TO WS-MASTER-STATUS               26/10/15
149900     END-IF.                                                      26/10/15
150000     IF WS-MST-CUST                                               26/10/15
150100         OPEN OUTPUT CUST-FILE                                    26/10/15
150200         MOVE CUST-FILE-STATUS TO WS-MASTER-STATUS                26/10/15
150300     END-IF.                                                      26/10/15
150400     IF WS-MST-AGENT                                              26/10/15
150500         OPEN OUTPUT AGENT-FILE                                   26/10/15
150600         MOVE AGENT-FILE-STATUS TO WS-MASTER-STATUS               26/10/15
150700     END-IF.                                                      26/10/15
150800     IF WS-MST-HIST                                               26/10/15
150900         OPEN OUTPUT QUOTN-HIST-FILE                              26/10/15
151000         MOVE QUOTN-HIST-FILE-STATUS TO WS-MASTER-STATUS          26/10/15
151100     END-IF.                                                      26/10/15
151200 6300-EXIT.                                                       26/10/15
151300     EXIT.                                                        26/10/15
151400*                                                                 26/10/15
151500*---------------------------------------------------------        26/10/15
151600* 6400-CLOSE-MASTER                                               26/10/15
151700*    CLOSES THE CHOSEN MASTER AFTER THE RELOAD.                   26/10/15
151800*---------------------------------------------------------        26/10/15
151900 6400-CLOSE-MASTER.                                               26/10/15
152000     IF WS-MST-QUOTN                                              26/10/15
152100         CLOSE QUOTN-FILE                                         26/10/15
152200     END-IF.                                                      26/10/15
152300     IF WS-MST-CONTR                                              26/10/15
152400         CLOSE CONTR-FILE                                         26/10/15
152500     END-IF.                                                      26/10/15
152600     IF WS-MST-CUST                                               26/10/15
152700         CLOSE CUST-FILE                                          26/10/15
152800     END-IF.                                                      26/10/15
152900     IF WS-MST-AGENT                                              26/10/15
153000         CLOSE AGENT-FILE                                         26/10/15
153100     END-IF.                                                      26/10/15
153200     IF WS-MST-HIST                                               26/10/15
153300         CLOSE QUOTN-HIST-FILE                                    26/10/15
153400     END-IF.                                                      26/10/15
153500 6400-EXIT.                                                       26/10/15
153600     EXIT.                                                        26/10/15
153700*                                                                 26/10/15
153800*---------------------------------------------------------        26/10/15
153900* 6500-WRITE-AUDIT-TRAIL                                          26/10/15
154000*    WRITES ONE LINE TO THE OPERATIONS AUDIT TRAIL - DATE,        26/10/15
154100*    TIME, OPERATOR, ACTION AND KEY, AS QUOTNOPS DOES.            26/10/15
154200*---------------------------------------------------------        26/10/15
154300 6500-WRITE-AUDIT-TRAIL.                                          26/10/15
154400     ACCEPT WS-RUN-TIME FROM TIME.                                26/10/15
154500     MOVE SPACES TO OPS-AUDIT-RECORD.                             26/10/15
154600     STRING WS-TODAY-DATE DELIMITED BY SIZE                       26/10/15
154700         " " DELIMITED BY SIZE                                    26/10/15
154800         WS-RUN-TIME(1:6) DELIMITED BY SIZE                       26/10/15
154900         " " DELIMITED BY SIZE                                    26/10/15
155000         WS-OPERATOR-ID DELIMITED BY SIZE                         26/10/15
155100         " " DELIMITED BY SIZE                                    26/10/15
155200         WS-AUDIT-ACTION-TEXT DELIMITED BY SIZE                   26/10/15
155300         " " DELIMITED BY SIZE                                    26/10/15
155400         WS-AUDIT-KEY-TEXT DELIMITED BY SIZE                      26/10/15
155500         INTO OPS-AUDIT-RECORD.                                   26/10/15
155600     WRITE OPS-AUDIT-RECORD.                                      26/10/15
155700     IF OPS-AUDIT-FILE-STATUS NOT = "00"                          26/10/15
155800         DISPLAY "QUOTNRCV - AUDIT WRITE FAILED, STATUS = "       26/10/15
155900             OPS-AUDIT-FILE-STATUS                                26/10/15
156000             UPON TERMINAL-CONSOLE                                26/10/15
156100     END-IF.                                                      26/10/15
156200 6500-EXIT.                                                       26/10/15
156300     EXIT.                                                        26/10/15
156400*                                                                 26/10/15
156500*---------------------------------------------------------        26/10/15
156600* 7100-PRINT-RELOAD-CHECKS                                        26/10/15
156700*    TIES THE COPY'S TRAILER, AND THE RECORDS RELOADED, TO        26/10/15
156800*    THE COUNT AND HASH RUN-CONTROL HOLDS FOR THE NIGHT.          26/10/15
156900*---------------------------------------------------------        26/10/15
157000 7100-PRINT-RELOAD-CHECKS.                                        26/10/15
157100     MOVE SPACES TO RCV-LIST-RECORD.                              26/10/15
157200     WRITE RCV-LIST-RECORD.                                       26/10/15
157300     MOVE "RELOAD OF THE NIGHT'S COPY" TO RCV-LIST-RECORD.        26/10/15
157400     WRITE RCV-LIST-RECORD.                                       26/10/15
157500     IF NOT WS-TRAILER-SEEN                                       26/10/15
157600         MOVE "  THE COPY HAS NO TRAILER - IT WAS CUT SHORT"      26/10/15
157700             TO RCV-LIST-RECORD                                   26/10/15
157800         WRITE RCV-LIST-RECORD                                    26/10/15
157900         ADD 1 TO WS-CHECKS-DIFFER                                26/10/15
158000     ELSE                                                         26/10/15
158100         MOVE "COPY TRAILER" TO WS-LINE-LABEL                     26/10/15
158200         MOVE WS-TRL-COUNT   TO WS-LINE-COUNT                     26/10/15
158300         MOVE WS-TRL-HASH    TO WS-LINE-HASH                      26/10/15
158400         MOVE WS-RUNC-COUNT  TO WS-EXP-COUNT                      26/10/15
158500         MOVE WS-RUNC-HASH   TO WS-EXP-HASH                       26/10/15
158600         PERFORM 7800-PRINT-CHECK-LINE THRU 7800-EXIT             26/10/15
158700     END-IF.                                                      26/10/15
158800     MOVE "RECORDS RELOADED" TO WS-LINE-LABEL.                    26/10/15
158900     MOVE WS-LOAD-COUNT TO WS-LINE-COUNT.                         26/10/15
159000     MOVE WS-LOAD-HASH  TO WS-LINE-HASH.                          26/10/15
159100     MOVE WS-RUNC-COUNT TO WS-EXP-COUNT.                          26/10/15
159200     MOVE WS-RUNC-HASH  TO WS-EXP-HASH.                           26/10/15
159300     PERFORM 7800-PRINT-CHECK-LINE THRU 7800-EXIT.                26/10/15
159400     IF WS-LOAD-REJECTED > ZERO                                   26/10/15
159500         MOVE "RECORDS NOT RELOADED  . . . . . :" TO WS-LINE-LABEL26/10/15
159600         MOVE WS-LOAD-REJECTED TO WS-ED-TOTAL                     26/10/15
159700         PERFORM 7850-PRINT-TOTAL-LINE THRU 7850-EXIT             26/10/15
159800         ADD 1 TO WS-CHECKS-DIFFER                                26/10/15
159900     END-IF.                                                      26/10/15
160000 7100-EXIT.                                                       26/10/15
160100     EXIT.                                                        26/10/15
160200*                                                                 26/10/15
160300*---------------------------------------------------------        26/10/15
160400* 7800-PRINT-CHECK-LINE                                           26/10/15
160500*    PRINTS ONE VERIFICATION LINE - THE FIGURES FOUND, THE        26/10/15
160600*    FIGURES EXPECTED, AND WHETHER THEY AGREE.  A CHECK THAT      26/10/15
160700*    DOES NOT AGREE IS COUNTED AND SHOWN ON THE CONSOLE.          26/10/15
160800*---------------------------------------------------------        26/10/15
160900 7800-PRINT-CHECK-LINE.                                           26/10/15
161000     IF WS-LINE-COUNT = WS-EXP-COUNT                              26/10/15
161100         AND WS-LINE-HASH = WS-EXP-HASH                           26/10/15
161200         MOVE "AGREES" TO WS-CHECK-TEXT                           26/10/15
161300     ELSE                                                         26/10/15
161400         MOVE "DOES NOT AGREE" TO WS-CHECK-TEXT                   26/10/15
161500         ADD 1 TO WS-CHECKS-DIFFER                                26/10/15
161600         DISPLAY "QUOTNRCV - CHECK FAILED - " WS-LINE-LABEL       26/10/15
161700             UPON TERMINAL-CONSOLE                                26/10/15
161800     END-IF.                                                      26/10/15
161900     MOVE WS-LINE-COUNT TO WS-ED-COUNT.                           26/10/15
162000     MOVE WS-LINE-HASH  TO WS-ED-HASH.                            26/10/15
162100     MOVE WS-EXP-COUNT  TO WS-ED-EXP-COUNT.                       26/10/15
162200     MOVE WS-EXP-HASH   TO WS-ED-EXP-HASH.                        26/10/15
162300     MOVE SPACES TO RCV-LIST-RECORD.                              26/10/15
162400     STRING "  " DELIMITED BY SIZE                                26/10/15
162500         WS-LINE-LABEL DELIMITED BY SIZE                          26/10/15
162600         " RECORDS " DELIMITED BY SIZE                            26/10/15
162700         WS-ED-COUNT DELIMITED BY SIZE                            26/10/15
162800         " HASH " DELIMITED BY SIZE                               26/10/15
162900         WS-ED-HASH DELIMITED BY SIZE                             26/10/15
163000         "  EXPECTED " DELIMITED BY SIZE                          26/10/15
163100         WS-ED-EXP-COUNT DELIMITED BY SIZE                        26/10/15
163200         " " DELIMITED BY SIZE                                    26/10/15
163300         WS-ED-EXP-HASH DELIMITED BY SIZE                         26/10/15
163400         "  " DELIMITED BY SIZE                                   26/10/15
163500         WS-CHECK-TEXT DELIMITED BY SIZE                          26/10/15
163600         INTO RCV-LIST-RECORD.                                    26/10/15
163700     WRITE RCV-LIST-RECORD.                                       26/10/15
163800 7800-EXIT.                                                       26/10/15
163900     EXIT.                                                        26/10/15
164000*                                                                 26/10/15
164100*---------------------------------------------------------        26/10/15
164200* 7850-PRINT-TOTAL-LINE                                           26/10/15
164300*    PRINTS A LABEL AND A COUNT.                                  26/10/15
164400*---------------------------------------------------------        26/10/15
164500 7850-PRINT-TOTAL-LINE.                                           26/10/15
164600     MOVE SPACES TO RCV-LIST-RECORD.                              26/10/15
164700     STRING "  " DELIMITED BY SIZE                                26/10/15
164800         WS-LINE-LABEL DELIMITED BY SIZE                          26/10/15
164900         " " DELIMITED BY SIZE                                    26/10/15
165000         WS-ED-TOTAL DELIMITED BY SIZE                            26/10/15
165100         INTO RCV-LIST-RECORD.                                    26/10/15
165200     WRITE RCV-LIST-RECORD.                                       26/10/15
165300 7850-EXIT.                                                       26/10/15
165400     EXIT.                                                        26/10/15
165500*                                                                 26/10/15
165600*---------------------------------------------------------        26/10/15
165700* 7900-PRINT-RESULT                                               26/10/15
165800*    PRINTS THE OUTCOME ON THE LISTING AND THE CONSOLE AND        26/10/15
165900*    AUDITS IT.  ANY CHECK THAT DOES NOT AGREE MEANS THE          26/10/15
166000*    FILE MUST BE HELD.                                           26/10/15
166100*---------------------------------------------------------        26/10/15
166200 7900-PRINT-RESULT.                                               26/10/15
166300     MOVE SPACES TO RCV-LIST-RECORD.                              26/10/15
166400     WRITE RCV-LIST-RECORD.                                       26/10/15
166500     IF WS-CHECKS-DIFFER = ZERO                                   26/10/15
166600         MOVE "RESULT - RECOVERY VERIFIED, RELEASE THE FILE"      26/10/15
166700             TO WS-DISPLAY-LINE                                   26/10/15
166800         MOVE "RECOVERY VERIFIED" TO WS-AUDIT-ACTION-TEXT         26/10/15
166900     ELSE                                                         26/10/15
167000         MOVE WS-CHECKS-DIFFER TO WS-ED-DIFFER                    26/10/15
167100         MOVE SPACES TO WS-DISPLAY-LINE                           26/10/15
167200         STRING "RESULT - " DELIMITED BY SIZE                     26/10/15
167300             WS-ED-DIFFER DELIMITED BY SIZE                       26/10/15
167400             " CHECKS DO NOT AGREE - HOLD THE FILE AND CALL THE " 26/10/15
167500             DELIMITED BY SIZE                                    26/10/15
167600             "ON-CALL PROGRAMMER" DELIMITED BY SIZE               26/10/15
167700             INTO WS-DISPLAY-LINE                                 26/10/15
167800         MOVE "RECOVERY NOT AGREED" TO WS-AUDIT-ACTION-TEXT       26/10/15
167900     END-IF.                                                      26/10/15
168000     MOVE WS-DISPLAY-LINE TO RCV-LIST-RECORD.                     26/10/15
168100     WRITE RCV-LIST-RECORD.                                       26/10/15
168200     DISPLAY WS-DISPLAY-LINE UPON TERMINAL-CONSOLE.               26/10/15
168300     PERFORM 6500-WRITE-AUDIT-TRAIL THRU 6500-EXIT.               26/10/15
168400     DISPLAY "QUOTNRCV - LISTING IS IN RCVLIST.DAT"               26/10/15
168500         UPON TERMINAL-CONSOLE.                                   26/10/15
168600 7900-EXIT.                                                       26/10/15
168700     EXIT.                                                        26/10/15
168800*                                                                 26/10/15
168900*---------------------------------------------------------        26/10/15
169000* 7950-PRINT-ABANDONED                                            26/10/15
169100*    THE OPERATOR ABANDONED THE RECOVERY, OR IT WAS REFUSED,      26/10/15
169200*    BEFORE ANY MASTER WAS TOUCHED.                               26/10/15
169300*---------------------------------------------------------        26/10/15
169400 7950-PRINT-ABANDONED.                                            26/10/15
169500     MOVE "RECOVERY ABANDONED - NOTHING CHANGED"                  26/10/15
169600         TO RCV-LIST-RECORD.                                      26/10/15
169700     WRITE RCV-LIST-RECORD.                                       26/10/15
169800     DISPLAY "QUOTNRCV - RECOVERY ABANDONED - NOTHING CHANGED"    26/10/15
169900         UPON TERMINAL-CONSOLE.                                   26/10/15
170000     MOVE "RECOVERY ABANDONED" TO WS-AUDIT-ACTION-TEXT.           26/10/15
170100     MOVE WS-MASTER-ID TO WS-AUDIT-KEY-TEXT.                      26/10/15
170200     PERFORM 6500-WRITE-AUDIT-TRAIL THRU 6500-EXIT.               26/10/15
170300 7950-EXIT.                                                       26/10/15
170400     EXIT.                                                        26/10/15
170500*                                                                 26/10/15
170600*---------------------------------------------------------        26/10/15
170700* 9000-TERMINATE                                                  26/10/15
170800*    CLOSES RUN-CONTROL, THE AUDIT TRAIL AND THE LISTING -        26/10/15
170900*    THE MASTERS AND COPIES ARE CLOSED AS EACH STEP ENDS.         26/10/15
171000*---------------------------------------------------------        26/10/15
171100 9000-TERMINATE.                                                  26/10/15
171200     CLOSE RUN-CONTROL-FILE.                                      26/10/15
171300     CLOSE OPS-AUDIT-FILE.                                        26/10/15
171400     CLOSE RCV-LIST-FILE.                                         26/10/15
171500 9000-EXIT.                                                       26/10/15
171600     EXIT.                                                        26/10/15
