000074*                BEFORE/AFTER IMAGE PAIRS (ADDS LOG A BLANK       26/09/01
000075*                BEFORE IMAGE) TO THE SHARED AUDIT LOG WITH       26/09/01
000076*                A SOURCE-PROGRAM TAG FOR QUOTNAUD.               26/09/01
000077* 26/10/15  DLM  MERGED-AWAY CUSTOMERS REJECTED (E134); "N",      26/10/15
000078*                "M", "D" COVERAGE-LINE TRANSACTIONS; DATED RATE  26/10/15
000079*                BANDS; DATED PAIRS; RUN WAITS FOR QUOTNBKP.      26/10/15
000080 ENVIRONMENT DIVISION.                                            95/03/22
000090*                                                                 95/03/22
000100 CONFIGURATION SECTION.                                           95/03/22
000210         RECORD KEY   IS QUOTN-NUM                                26/08/09
000220         ALTERNATE RECORD KEY IS QUOTN-CUST-POLICY-KEY            26/08/09
000230             WITH DUPLICATES.                                     26/08/09
000231*                                                                 26/10/15
000232* COVG-FILE HOLDS THE COVERAGE LINES BEHIND EACH QUOTE'S          26/10/15
000233* PREMIUM - SEE 2150-FILE-COVERAGE-TRANS.                         26/10/15
000234     SELECT COVG-FILE                                             26/10/15
000235         ASSIGN       TO "COVERAGE.DAT"                           26/10/15
000236         ORGANIZATION IS INDEXED                                  26/10/15
000237         ACCESS MODE  IS DYNAMIC                                  26/10/15
000238         FILE STATUS  IS COVG-FILE-STATUS                         26/10/15
000239         RECORD KEY   IS COVG-KEY.                                26/10/15
000240*                                                                 26/08/09
000250* QUOTN-TRANS-FILE IS THE INCOMING TRANSACTION FILE OF NEW        26/08/09
000260* AND CHANGED QUOTATIONS TO BE EDITED AND FILED AGAINST           26/08/09
000710* RATE-FILE IS THE UNDERWRITING RATE TABLE MAINTAINED BY          26/08/21
000720* QUOTNRTL - READ HERE SO 3000-EDIT-QUOTN-RECORD CAN HOLD         26/08/21
000730* A KEYED PREMIUM AGAINST THE EXPECTED RANGE FOR THE              26/08/21
000740* QUOTE'S TERM, USING THE BAND IN FORCE ON ITS EFFECTIVE DATE.    26/10/15
000750     SELECT RATE-FILE                                             26/08/21
000760         ASSIGN       TO "RATE.DAT"                               26/08/21
000770         ORGANIZATION IS INDEXED                                  26/08/21
000780         ACCESS MODE  IS DYNAMIC                                  26/08/21
000790         FILE STATUS  IS RATE-FILE-STATUS                         26/08/21
000800         RECORD KEY   IS RATE-KEY.                                26/10/15
000801*                                                                 26/10/15
000802* COVRATE-FILE IS THE COVERAGE CODE TABLE - THE SAME              26/10/15
000803* REASONABLENESS EDIT AS RATE-FILE, PER COVERAGE LINE.            26/10/15
000804     SELECT COVRATE-FILE                                          26/10/15
000805         ASSIGN       TO "COVRATE.DAT"                            26/10/15
000806         ORGANIZATION IS INDEXED                                  26/10/15
000807         ACCESS MODE  IS DYNAMIC                                  26/10/15
000808         FILE STATUS  IS COVRATE-FILE-STATUS                      26/10/15
000809         RECORD KEY   IS CVRT-COVERAGE-CODE.                      26/10/15
000810*                                                                 26/08/21
000820* PREM-EXCP-FILE IS THE DAILY PREMIUM EXCEPTION LISTING -         26/08/21
000830* ONE LINE PER ACCEPTED QUOTE WHOSE KEYED PREMIUM FALLS           26/08/21
001272*        A WITHDRAWAL CARRIES ONLY THE QUOTE NUMBER - THE         26/09/01
001274*        REMAINING FIELDS MAY BE LEFT BLANK BY THE DESK.          26/09/01
001276         88  QTRAN-WITHDRAW             VALUE "W".                26/09/01
001277*        "N", "M" AND "D" ADD, CHANGE OR DELETE ONE COVERAGE      26/10/15
001278*        LINE - SEE QUOTN-COVG-TRANS-RECORD BELOW.                26/10/15
001279         88  QTRAN-COVG-LINE            VALUE "N" "M" "D".        26/10/15
001280     05  QTRAN-QUOTN-NUM            PIC 9(10).                    26/08/09
001290     05  QTRAN-CUST-NUM             PIC X(10).                    26/08/09
001300     05  QTRAN-POLICY-NUM           PIC X(10).                    26/08/09
001380     05  QTRAN-PREMIUM-AMT          PIC 9(07)V99.                 26/08/09
001390     05  QTRAN-AGENT-NUM            PIC X(06).                    26/08/09
001400*                                                                 26/08/09
001401* QUOTN-COVG-TRANS-RECORD - THE TRANSACTION RECORD AS LAID OUT    26/10/15
001402* FOR A COVERAGE-LINE TRANSACTION (QTRAN-COVG-LINE).              26/10/15
001403 01  QUOTN-COVG-TRANS-RECORD.                                     26/10/15
001404     05  QCOV-CODE                  PIC X(01).                    26/10/15
001405         88  QCOV-ADD-LINE              VALUE "N".                26/10/15
001406         88  QCOV-CHANGE-LINE           VALUE "M".                26/10/15
001407         88  QCOV-DELETE-LINE           VALUE "D".                26/10/15
001408     05  QCOV-QUOTN-NUM             PIC 9(10).                    26/10/15
001409     05  QCOV-LINE-NUM              PIC 9(03).                    26/10/15
001410*                                                                 26/08/09
001411*    THE AMOUNTS AND COVERAGE CODE ARE NOT EDITED FOR A "D".      26/10/15
001412     05  QCOV-COVERAGE-CODE         PIC X(04).                    26/10/15
001413     05  QCOV-LIMIT-AMT             PIC 9(09)V99.                 26/10/15
001414     05  QCOV-PREMIUM-AMT           PIC 9(07)V99.                 26/10/15
001415     05  FILLER                     PIC X(25).                    26/10/15
001416*                                                                 26/10/15
001420* QUOTN-REJECT-RECORD - ONE ENTRY PER QUOTE RECORD THAT           26/08/09
001430* FAILED EDIT, WITH THE REASON AND THE ORIGINAL INPUT DATA        26/08/09
001440* SO THE SOURCE RECORD CAN BE CORRECTED AND RESUBMITTED.          26/08/09
001658     05  CKPT-HASH-TOTAL            PIC 9(15) COMP.               26/08/21
001660     05  CKPT-DATE                  PIC 9(08).                    26/08/09
001670     05  CKPT-TIME                  PIC 9(06).                    26/08/09
001671     05  CKPT-COVG-ADDED            PIC 9(09) COMP.               26/10/15
001672     05  CKPT-COVG-CHANGED          PIC 9(09) COMP.               26/10/15
001673     05  CKPT-COVG-DELETED          PIC 9(09) COMP.               26/10/15
001680*                                                                 26/08/21
001690 FD  AGENT-FILE.                                                  26/08/21
001700 COPY CFI_AGENT.                                                  26/08/21
001710*                                                                 26/08/21
001711 FD  COVG-FILE.                                                   26/10/15
001712 COPY CFI_COVG.                                                   26/10/15
001713*                                                                 26/10/15
001720 FD  RATE-FILE.                                                   26/08/21
001730 COPY CFI_RATE.                                                   26/08/21
001740*                                                                 26/08/21
001741 FD  COVRATE-FILE.                                                26/10/15
001742 COPY CFI_CVRT.                                                   26/10/15
001743*                                                                 26/10/15
001750 FD  PREM-EXCP-FILE.                                              26/08/21
001760 01  PREM-EXCP-RECORD               PIC X(80).                    26/08/21
001770*                                                                 26/08/21
001876 COPY CFI_CUST.                                                   26/09/01
001877*                                                                 26/09/01
001878* AUDIT-LOG-RECORD - SEE QUOTNONL AND QUOTNAUD FOR THE            26/09/01
001879* SHARED LAYOUT - 99-BYTE IMAGE, SOURCE TAG AND STAMP.            26/10/15
001881 FD  AUDIT-LOG-FILE.                                              26/09/01
001882 01  AUDIT-LOG-RECORD.                                            26/09/01
001883     05  AUDL-IMAGE                 PIC X(99).                    26/09/01
001884     05  AUDL-SOURCE-PGM-ID         PIC X(08).                    26/09/01
001885     05  AUDL-LOG-STAMP.                                          26/10/15
001886         10  AUDL-LOG-DATE          PIC 9(08).                    26/10/15
001887         10  AUDL-LOG-TIME          PIC 9(08).                    26/10/15
001888         10  AUDL-USER-ID           PIC X(08).                    26/10/15
001889                                                                  26/09/01
001890 WORKING-STORAGE SECTION.                                         95/03/22
001900*                                                                 95/03/22
001960 01  AGENT-FILE-STATUS             PIC X(2).                      26/08/21
001965 01  CUST-FILE-STATUS              PIC X(2).                      26/09/01
001967 01  AUDIT-LOG-FILE-STATUS         PIC X(2).                      26/09/01
001968 01  COVG-FILE-STATUS              PIC X(2).                      26/10/15
001969 01  COVRATE-FILE-STATUS           PIC X(2).                      26/10/15
001970 01  RATE-FILE-STATUS              PIC X(2).                      26/08/21
001980 01  PREM-EXCP-FILE-STATUS         PIC X(2).                      26/08/21
001990 01  EXTRACT-QUEUE-FILE-STATUS     PIC X(2).                      26/08/21
002000 01  RUN-CONTROL-FILE-STATUS       PIC X(2).                      26/08/21
002010 77  WS-RUN-PRED-PGM-ID             PIC X(08) VALUE "QUOTNBKP".   26/10/15
002020 77  WS-RUN-TIME                    PIC 9(08).                    26/08/21
002030*                                                                 26/08/09
002040* RUN SWITCHES AND COUNTERS                                       26/08/09
002110 77  WS-RECS-SINCE-CHECKPOINT       PIC 9(05) COMP VALUE ZERO.    26/08/09
002120 77  WS-RESTART-SKIP-COUNT          PIC 9(09) COMP VALUE ZERO.    26/08/09
002130 77  WS-RUN-PGM-ID                  PIC X(08) VALUE SPACES.       26/08/09
002132 77  WS-COVG-LINE-FOUND-SWITCH      PIC X(01) VALUE "N".          26/10/15
002134     88  WS-COVG-LINE-FOUND            VALUE "Y".                 26/10/15
002136 77  WS-COVG-SCAN-SWITCH            PIC X(01) VALUE "N".          26/10/15
002138     88  WS-COVG-SCAN-DONE             VALUE "Y".                 26/10/15
002140*                                                                 26/08/09
002150* QUOTE-RECORD EDIT WORK AREA (3000-EDIT-QUOTN-RECORD)            26/08/09
002160* ---------------------------------------------------------       26/08/09
002335     05  WS-RECS-WITHDRAWN          PIC 9(09) COMP VALUE ZERO.    26/09/01
002340     05  WS-HASH-TOTAL-QUOTN-NUM    PIC 9(15) COMP VALUE ZERO.    26/08/09
002350     05  WS-PREM-EXCEPTIONS         PIC 9(09) COMP VALUE ZERO.    26/08/21
002351     05  WS-COVG-ADDED              PIC 9(09) COMP VALUE ZERO.    26/10/15
002352     05  WS-COVG-CHANGED            PIC 9(09) COMP VALUE ZERO.    26/10/15
002353     05  WS-COVG-DELETED            PIC 9(09) COMP VALUE ZERO.    26/10/15
002360*                                                                 26/08/09
002370* CONTROL-REPORT PRINT LINE AND DISPLAY-EDITED COUNTERS -         26/08/09
002380* STRING REQUIRES DISPLAY USAGE, SO THE COMP COUNTERS ABOVE       26/08/09
002465     05  WS-ED-RECS-WITHDRAWN       PIC ZZZZZZZZ9.                26/09/01
002470     05  WS-ED-HASH-TOTAL           PIC Z(14)9.                   26/08/09
002480     05  WS-ED-PREM-EXCP            PIC ZZZZZZZZ9.                26/08/21
002481     05  WS-ED-COVG-ADDED           PIC ZZZZZZZZ9.                26/10/15
002482     05  WS-ED-COVG-CHANGED         PIC ZZZZZZZZ9.                26/10/15
002483     05  WS-ED-COVG-DELETED         PIC ZZZZZZZZ9.                26/10/15
002490*                                                                 26/08/21
002491* COVERAGE-LINE WORK AREA (2150/2155) - THE QUOTE'S LINES ARE     26/10/15
002492* TOTALLED HERE, LESS THE LINE BEING FILED (SEEK-LINE-NUM).       26/10/15
002493* ---------------------------------------------------------       26/10/15
002494 01  WS-COVG-WORK-AREA.                                           26/10/15
002495     05  WS-COVG-SEEK-LINE-NUM      PIC 9(03).                    26/10/15
002496     05  WS-COVG-LINE-COUNT         PIC S9(04) COMP.              26/10/15
002497     05  WS-COVG-TOTAL-AMT          PIC 9(09)V99.                 26/10/15
002498     05  WS-COVG-NEW-TOTAL-AMT      PIC 9(09)V99.                 26/10/15
002499*                                                                 26/10/15
002500* RATE-TABLE EDIT WORK AREA - THE QUOTE'S TERM IN WHOLE           26/08/21
002510* MONTHS IS COMPUTED FROM ITS EFFECTIVE AND EXPIRATION            26/08/21
002520* DATES AND USED AS THE RATE-FILE KEY.                            26/08/21
002630         10  WS-EXP-YEAR            PIC 9(04).                    26/08/21
002640         10  WS-EXP-MONTH           PIC 9(02).                    26/08/21
002650         10  WS-EXP-DAY             PIC 9(02).                    26/08/21
002651*    THE DATE THE TERM BAND MUST BE IN FORCE ON, AND THE          26/10/15
002652*    EFFECTIVE-FROM DATE OF THE VERSION FOUND FOR IT.             26/10/15
002653     05  WS-RATE-AS-OF-DATE         PIC 9(08).                    26/10/15
002654     05  WS-RATE-FOUND-EFF-DATE     PIC 9(08).                    26/10/15
002655     05  WS-RATE-FOUND-SWITCH       PIC X(01).                    26/10/15
002656         88  WS-RATE-FOUND              VALUE "Y".                26/10/15
002657     05  WS-RATE-SCAN-SWITCH        PIC X(01).                    26/10/15
002658         88  WS-RATE-SCAN-DONE          VALUE "Y".                26/10/15
002660*    AN OUT-OF-TOLERANCE OR NO-RATE CONDITION FOUND BY THE        26/08/21
002670*    EDIT IS ONLY NOTED HERE - THE LISTING LINE IS WRITTEN        26/08/21
002680*    BY 3940-WRITE-DUE-EXCEPTIONS AFTER THE TRANSACTION           26/08/21
002730     05  WS-NO-RATE-SWITCH          PIC X(01).                    26/08/21
002740         88  WS-NO-RATE-DUE             VALUE "Y".                26/08/21
002750*                                                                 26/08/21
002751*    A COVERAGE LINE OUTSIDE ITS CODE'S TOLERANCE BAND IS         26/10/15
002752*    NOTED THE SAME WAY FOR 3980-WRITE-COVG-EXCEPTION.  THE       26/10/15
002753*    AMOUNT PRINTED AS KEYED IS THE TRANSACTION PREMIUM, OR       26/10/15
002754*    THE RE-TOTALLED QUOTE PREMIUM FOR A COVERAGE LINE.           26/10/15
002755     05  WS-COVG-EXCP-SWITCH        PIC X(01).                    26/10/15
002756         88  WS-COVG-EXCP-DUE           VALUE "Y".                26/10/15
002757     05  WS-EXCP-KEYED-AMT          PIC 9(09)V99.                 26/10/15
002758*                                                                 26/10/15
002760* PREMIUM-EXCEPTION PRINT LINE WORK FIELDS.                       26/08/21
002770* ---------------------------------------------------------       26/08/21
002780 01  WS-ED-EXCP-QUOTN-NUM          PIC Z(09)9.                    26/08/21
002930         88  WS-DUP-SCAN-DONE           VALUE "Y".                26/08/21
002940     05  WS-DUP-CUST-NUM            PIC X(10).                    26/08/21
002950     05  WS-DUP-POLICY-NUM          PIC X(10).                    26/08/21
002951*                                                                 26/10/15
002952* DATE, TIME AND USER STAMPED ON EACH LOGGED IMAGE - THE          26/10/15
002953* USER IS LEFT BLANK FOR A BATCH PROGRAM.                         26/10/15
002954 01  WS-AUDIT-STAMP.                                              26/10/15
002955     05  WS-AUDIT-DATE              PIC 9(08).                    26/10/15
002956     05  WS-AUDIT-TIME              PIC 9(08).                    26/10/15
002957     05  WS-AUDIT-USER-ID           PIC X(08) VALUE SPACES.       26/10/15
002960                                                                  26/09/01
002961* BEFORE/AFTER IMAGE OF THE RECORD BEING FILED, FOR THE           26/09/01
002962* AUDIT LOG - AN ADD LOGS A BLANK BEFORE IMAGE, THE SAME          26/09/01
003360             RATE-FILE-STATUS                                     26/08/21
003370         STOP RUN                                                 26/08/21
003380     END-IF.                                                      26/08/21
003381     OPEN INPUT COVRATE-FILE.                                     26/10/15
003382     IF COVRATE-FILE-STATUS NOT = "00"                            26/10/15
003383         DISPLAY "QUOTNUPD - CANNOT OPEN COVRATE, STATUS = "      26/10/15
003384             COVRATE-FILE-STATUS                                  26/10/15
003385         STOP RUN                                                 26/10/15
003386     END-IF.                                                      26/10/15
003390     OPEN OUTPUT PREM-EXCP-FILE.                                  26/08/21
003400     IF PREM-EXCP-FILE-STATUS NOT = "00"                          26/08/21
003410         DISPLAY "QUOTNUPD - CANNOT OPEN PREMEXCP, STATUS = "     26/08/21
003540             QUOTN-FILE-STATUS                                    26/08/09
003550         STOP RUN                                                 26/08/09
003560     END-IF.                                                      26/08/09
003561     OPEN I-O COVG-FILE.                                          26/10/15
003562     IF COVG-FILE-STATUS NOT = "00"                               26/10/15
003563         DISPLAY "QUOTNUPD - CANNOT OPEN COVG-FILE, STATUS = "    26/10/15
003564             COVG-FILE-STATUS                                     26/10/15
003565         STOP RUN                                                 26/10/15
003566     END-IF.                                                      26/10/15
003570     OPEN INPUT QUOTN-TRANS-FILE.                                 26/08/09
003580     IF QUOTN-TRANS-FILE-STATUS NOT = "00"                        26/08/09
003590         DISPLAY "QUOTNUPD - CANNOT OPEN QUOTN-TRANS, STATUS = "  26/08/09
004003             MOVE ZERO TO CKPT-RECS-REJECTED                      26/08/21
004004             MOVE ZERO TO CKPT-RECS-WITHDRAWN                     26/09/01
004005             MOVE ZERO TO CKPT-HASH-TOTAL                         26/09/01
004006             MOVE ZERO TO CKPT-COVG-ADDED                         26/10/15
004007             MOVE ZERO TO CKPT-COVG-CHANGED                       26/10/15
004008             MOVE ZERO TO CKPT-COVG-DELETED                       26/10/15
004010     END-READ.                                                    26/08/09
004020     PERFORM 9810-CHECKPOINT-IO-ERROR THRU 9810-EXIT.             26/08/09
004030     MOVE CKPT-RECS-PROCESSED TO WS-RESTART-SKIP-COUNT.           26/08/09
004063     MOVE CKPT-RECS-REJECTED TO WS-RECS-REJECTED.                 26/08/21
004064     MOVE CKPT-RECS-WITHDRAWN TO WS-RECS-WITHDRAWN.               26/09/01
004065     MOVE CKPT-HASH-TOTAL    TO WS-HASH-TOTAL-QUOTN-NUM.          26/09/01
004066     MOVE CKPT-COVG-ADDED    TO WS-COVG-ADDED.                    26/10/15
004067     MOVE CKPT-COVG-CHANGED  TO WS-COVG-CHANGED.                  26/10/15
004068     MOVE CKPT-COVG-DELETED  TO WS-COVG-DELETED.                  26/10/15
004070 1100-EXIT.                                                       26/08/09
004080     EXIT.                                                        26/08/09
004090*                                                                 26/08/09
004550*---------------------------------------------------------        26/08/09
004560 2100-FILE-QUOTN-TRANS.                                           26/08/09
004570     MOVE QTRAN-QUOTN-NUM TO QUOTN-NUM.                           26/08/09
004571     IF QTRAN-COVG-LINE                                           26/10/15
004572         PERFORM 2150-FILE-COVERAGE-TRANS THRU 2150-EXIT          26/10/15
004573         GO TO 2100-EXIT                                          26/10/15
004574     END-IF.                                                      26/10/15
004580     IF QTRAN-ADD                                                 26/08/09
004590         READ QUOTN-FILE                                          26/08/09
004600             INVALID KEY                                          26/08/09
005140*    PENDING FOR THE NEXT EXTRACT.                                26/08/09
005150*---------------------------------------------------------        26/08/09
005160 2120-UPDATE-QUOTN-RECORD.                                        26/08/09
005161     PERFORM 2125-CHECK-COVG-PREMIUM THRU 2125-EXIT.              26/10/15
005162     IF WS-RECORD-INVALID                                         26/10/15
005163         GO TO 2120-EXIT                                          26/10/15
005164     END-IF.                                                      26/10/15
005165     MOVE QUOTN-RECORD TO WS-BEFORE-IMAGE.                        26/09/01
005170     MOVE QTRAN-STATUS      TO QUOTN-STATUS.                      26/08/09
005180     MOVE QTRAN-PREMIUM-AMT TO QUOTN-PREMIUM-AMT.                 26/08/09
005413     MOVE WS-RECS-REJECTED TO CKPT-RECS-REJECTED.                 26/08/21
005414     MOVE WS-RECS-WITHDRAWN TO CKPT-RECS-WITHDRAWN.               26/09/01
005415     MOVE WS-HASH-TOTAL-QUOTN-NUM TO CKPT-HASH-TOTAL.             26/08/21
005416     MOVE WS-COVG-ADDED    TO CKPT-COVG-ADDED.                    26/10/15
005417     MOVE WS-COVG-CHANGED  TO CKPT-COVG-CHANGED.                  26/10/15
005418     MOVE WS-COVG-DELETED  TO CKPT-COVG-DELETED.                  26/10/15
005420     MOVE WS-TODAY-DATE    TO CKPT-DATE.                          26/08/09
005430     REWRITE CHECKPOINT-RECORD                                    26/08/09
005440         INVALID KEY                                              26/08/09
005610     SET WS-RECORD-VALID TO TRUE.                                 26/08/09
005620     MOVE SPACES TO WS-REJECT-REASON-TEXT.                        26/08/09
005630     MOVE "N" TO WS-PREM-EXCP-SWITCH WS-NO-RATE-SWITCH.           26/08/21
005631     MOVE "N" TO WS-COVG-EXCP-SWITCH.                             26/10/15
005640     IF NOT QTRAN-ADD AND NOT QTRAN-CHANGE                        26/09/01
005645        AND NOT QTRAN-WITHDRAW                                    26/09/01
005646        AND NOT QTRAN-COVG-LINE                                   26/10/15
005650         SET WS-RECORD-INVALID TO TRUE                            26/08/09
005660         MOVE "E005" TO WS-REJECT-REASON-CODE                     26/08/09
005670         MOVE "TRANSACTION CODE NOT VALID"                        26/08/09
005680             TO WS-REJECT-REASON-TEXT                             26/08/09
005690         GO TO 3000-EXIT                                          26/08/09
005700     END-IF.                                                      26/08/09
005701     IF QTRAN-COVG-LINE                                           26/10/15
005702        AND QTRAN-QUOTN-NUM NOT = ZERO                            26/10/15
005703         PERFORM 3300-EDIT-COVG-TRANS THRU 3300-EXIT              26/10/15
005704         GO TO 3000-EXIT                                          26/10/15
005705     END-IF.                                                      26/10/15
005710     IF QTRAN-QUOTN-NUM = ZERO                                    26/08/09
005720         SET WS-RECORD-INVALID TO TRUE                            26/08/09
005730         MOVE "E010" TO WS-REJECT-REASON-CODE                     26/08/09
006400     IF WS-RECORD-INVALID                                         26/08/21
006410         GO TO 3000-EXIT                                          26/08/21
006420     END-IF.                                                      26/08/21
006421     MOVE QTRAN-PREMIUM-AMT TO WS-EXCP-KEYED-AMT.                 26/10/15
006430*    THE KEYED PREMIUM MUST BE REASONABLE FOR THE QUOTE'S         26/08/21
006440*    TERM - THE HARD RATE-TABLE LIMITS REJECT, THE TIGHTER        26/08/21
006450*    TOLERANCE BAND ONLY LISTS THE QUOTE FOR UNDERWRITING.        26/08/21
006480     COMPUTE WS-TERM-MONTHS =                                     26/08/21
006490         ((WS-EXP-YEAR - WS-EFF-YEAR) * 12)                       26/08/21
006500         + WS-EXP-MONTH - WS-EFF-MONTH.                           26/08/21
006510     MOVE QTRAN-EFF-DATE TO WS-RATE-AS-OF-DATE.                   26/10/15
006520     PERFORM 3450-FIND-RATE-IN-FORCE THRU 3450-EXIT.              26/10/15
006530     IF NOT WS-RATE-FOUND                                         26/10/15
006540         SET WS-NO-RATE-DUE TO TRUE                               26/10/15
006550         GO TO 3000-EXIT                                          26/10/15
006560     END-IF.                                                      26/10/15
006570     IF QTRAN-PREMIUM-AMT < RATE-MIN-PREMIUM-AMT                  26/08/21
006580        OR QTRAN-PREMIUM-AMT > RATE-MAX-PREMIUM-AMT               26/08/21
006590         SET WS-RECORD-INVALID TO TRUE                            26/08/21
007280         WS-ED-PREM-EXCP DELIMITED BY SIZE                        26/08/21
007290         INTO WS-CONTROL-REPORT-LINE.                             26/08/21
007300     DISPLAY WS-CONTROL-REPORT-LINE.                              26/08/21
007301     MOVE WS-COVG-ADDED   TO WS-ED-COVG-ADDED.                    26/10/15
007302     MOVE WS-COVG-CHANGED TO WS-ED-COVG-CHANGED.                  26/10/15
007303     MOVE WS-COVG-DELETED TO WS-ED-COVG-DELETED.                  26/10/15
007304     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
007305     STRING "COVERAGE ADD/CHG/DEL  . : " DELIMITED BY SIZE        26/10/15
007306         WS-ED-COVG-ADDED "/" WS-ED-COVG-CHANGED "/"              26/10/15
007307         WS-ED-COVG-DELETED DELIMITED BY SIZE                     26/10/15
007308         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
007309     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
007310     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/08/09
007320     STRING "QUOTN-NUM HASH TOTAL. . : " DELIMITED BY SIZE        26/08/09
007330         WS-ED-HASH-TOTAL DELIMITED BY SIZE                       26/08/09
007490     CLOSE RATE-FILE.                                             26/08/21
007500     CLOSE PREM-EXCP-FILE.                                        26/08/21
007510     CLOSE EXTRACT-QUEUE-FILE.                                    26/08/21
007511     CLOSE COVG-FILE.                                             26/10/15
007512     CLOSE COVRATE-FILE.                                          26/10/15
007520     CLOSE RUN-CONTROL-FILE.                                      26/08/21
007530 9000-EXIT.                                                       26/08/09
007540     EXIT.                                                        26/08/09
008140     ADD 1 TO WS-PREM-EXCEPTIONS.                                 26/08/21
008150     MOVE QTRAN-QUOTN-NUM   TO WS-ED-EXCP-QUOTN-NUM.              26/08/21
008160     MOVE WS-TERM-MONTHS    TO WS-ED-TERM-MONTHS.                 26/08/21
008170     MOVE WS-EXCP-KEYED-AMT TO WS-ED-KEYED-AMT.                   26/10/15
008180     MOVE RATE-TOL-LOW-AMT  TO WS-ED-EXPECT-LOW.                  26/08/21
008190     MOVE RATE-TOL-HIGH-AMT TO WS-ED-EXPECT-HIGH.                 26/08/21
008200     MOVE SPACES TO PREM-EXCP-RECORD.                             26/08/21
010240     IF WS-PREM-EXCP-DUE                                          26/08/21
010250         PERFORM 3950-WRITE-PREM-EXCEPTION THRU 3950-EXIT         26/08/21
010260     END-IF.                                                      26/08/21
010261     IF WS-COVG-EXCP-DUE                                          26/10/15
010262         PERFORM 3980-WRITE-COVG-EXCEPTION THRU 3980-EXIT         26/10/15
010263     END-IF.                                                      26/10/15
010270     MOVE "N" TO WS-PREM-EXCP-SWITCH WS-NO-RATE-SWITCH.           26/08/21
010271     MOVE "N" TO WS-COVG-EXCP-SWITCH.                             26/10/15
010280 3940-EXIT.                                                       26/08/21
010290     EXIT.                                                        26/08/21
010300*                                                                 26/09/01
010690*    INVALID - UNVALIDATED NUMBERS WERE SPLITTING ONE             26/09/01
010700*    HOUSEHOLD ACROSS SEVERAL SPELLINGS AND DEFEATING THE         26/09/01
010710*    DUPLICATE CHECKS.                                            26/09/01
010711*    A NUMBER MERGED INTO ANOTHER BY QUOTNMRG IS INACTIVE         26/10/15
010712*    TOO, BUT IS REJECTED UNDER ITS OWN CODE NAMING THE           26/10/15
010713*    SURVIVOR SO THE TRANSACTION CAN BE RE-KEYED THERE.           26/10/15
010720*---------------------------------------------------------        26/09/01
010730 3200-CHECK-CUST-MASTER.                                          26/09/01
010740     MOVE QTRAN-CUST-NUM TO CUST-NUM.                             26/09/01
010800                 TO WS-REJECT-REASON-TEXT                         26/09/01
010810             GO TO 3200-EXIT                                      26/09/01
010820     END-READ.                                                    26/09/01
010821     IF NOT CUST-NOT-MERGED                                       26/10/15
010822         SET WS-RECORD-INVALID TO TRUE                            26/10/15
010823         MOVE "E134" TO WS-REJECT-REASON-CODE                     26/10/15
010824         MOVE SPACES TO WS-REJECT-REASON-TEXT                     26/10/15
010825         STRING "CUSTOMER MERGED INTO " DELIMITED BY SIZE         26/10/15
010826             CUST-MERGED-INTO-NUM DELIMITED BY SIZE               26/10/15
010827             INTO WS-REJECT-REASON-TEXT                           26/10/15
010828         GO TO 3200-EXIT                                          26/10/15
010829     END-IF.                                                      26/10/15
010830     IF NOT CUST-STAT-ACTIVE                                      26/09/01
010840         SET WS-RECORD-INVALID TO TRUE                            26/09/01
010850         MOVE "E132" TO WS-REJECT-REASON-CODE                     26/09/01
010990*    NOT ACCEPTABLE.                                              26/09/01
011000*---------------------------------------------------------        26/09/01
011010 3970-WRITE-AUDIT-IMAGES.                                         26/09/01
011012     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.                     26/10/15
011014     ACCEPT WS-AUDIT-TIME FROM TIME.                              26/10/15
011020     MOVE WS-BEFORE-IMAGE TO AUDL-IMAGE.                          26/09/01
011030     MOVE WS-RUN-PGM-ID TO AUDL-SOURCE-PGM-ID.                    26/09/01
011035     MOVE WS-AUDIT-STAMP TO AUDL-LOG-STAMP.                       26/10/15
011040     WRITE AUDIT-LOG-RECORD.                                      26/09/01
011050     IF AUDIT-LOG-FILE-STATUS NOT = "00"                          26/09/01
011060         SET WS-ABEND-REQUESTED TO TRUE                           26/09/01
011080     END-IF.                                                      26/09/01
011090     MOVE WS-AFTER-IMAGE TO AUDL-IMAGE.                           26/09/01
011100     MOVE WS-RUN-PGM-ID TO AUDL-SOURCE-PGM-ID.                    26/09/01
011105     MOVE WS-AUDIT-STAMP TO AUDL-LOG-STAMP.                       26/10/15
011110     WRITE AUDIT-LOG-RECORD.                                      26/09/01
011120     IF AUDIT-LOG-FILE-STATUS NOT = "00"                          26/09/01
011130         SET WS-ABEND-REQUESTED TO TRUE                           26/09/01
011150     MOVE SPACES TO WS-BEFORE-IMAGE WS-AFTER-IMAGE.               26/09/01
011160 3970-EXIT.                                                       26/09/01
011170     EXIT.                                                        26/09/01
011180*                                                                 26/10/15
011190*---------------------------------------------------------        26/10/15
011200* 2125-CHECK-COVG-PREMIUM                                         26/10/15
011210*    A QUOTE THAT CARRIES COVERAGE LINES TAKES ITS PREMIUM        26/10/15
011220*    FROM THEM - A "C" TRANSACTION MUST KEY THEIR SUM OR IT       26/10/15
011230*    IS REJECTED, SO THE QUOTE AND ITS LINES CANNOT DRIFT         26/10/15
011240*    APART.  A QUOTE WITH NO LINES IS NOT AFFECTED.               26/10/15
011250*---------------------------------------------------------        26/10/15
011260 2125-CHECK-COVG-PREMIUM.                                         26/10/15
011270     MOVE ZERO TO WS-COVG-SEEK-LINE-NUM.                          26/10/15
011280     PERFORM 2155-TOTAL-COVG-LINES THRU 2155-EXIT.                26/10/15
011290     IF WS-COVG-LINE-COUNT = ZERO                                 26/10/15
011300         GO TO 2125-EXIT                                          26/10/15
011310     END-IF.                                                      26/10/15
011320     IF QTRAN-PREMIUM-AMT NOT = WS-COVG-TOTAL-AMT                 26/10/15
011330         SET WS-RECORD-INVALID TO TRUE                            26/10/15
011340         MOVE "E148" TO WS-REJECT-REASON-CODE                     26/10/15
011350         MOVE "PREMIUM NOT EQUAL TO COVERAGE LINE TOTAL"          26/10/15
011360             TO WS-REJECT-REASON-TEXT                             26/10/15
011370         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT                 26/10/15
011380     END-IF.                                                      26/10/15
011390 2125-EXIT.                                                       26/10/15
011400     EXIT.                                                        26/10/15
011410*                                                                 26/10/15
011420*---------------------------------------------------------        26/10/15
011430* 2150-FILE-COVERAGE-TRANS                                        26/10/15
011440*    FILES AN EDITED-VALID COVERAGE-LINE TRANSACTION.  THE        26/10/15
011450*    QUOTE MUST BE ON FILE AND STILL ACTIVE; AN ADDED LINE        26/10/15
011460*    MUST BE NEW, A CHANGED OR DELETED ONE MUST EXIST, AND        26/10/15
011470*    THE LAST LINE CANNOT BE DELETED (THE QUOTE IS WITHDRAWN      26/10/15
011480*    INSTEAD).  THE QUOTE'S PREMIUM IS THEN RE-TOTALLED FROM      26/10/15
011490*    ITS LINES AND REWRITTEN WITH THE SAME AUDIT IMAGES AND       26/10/15
011500*    EXTRACT QUEUE ENTRY AS A "C" TRANSACTION, SO IT COUNTS       26/10/15
011510*    AS A QUOTE UPDATED ON THE CONTROL REPORT AND THE             26/10/15
011520*    RUN-CONTROL RECORD.  THE FIRST LINE ADDED TO A QUOTE         26/10/15
011530*    KEYED WITH A SINGLE PREMIUM REPLACES THAT PREMIUM.           26/10/15
011540*---------------------------------------------------------        26/10/15
011550 2150-FILE-COVERAGE-TRANS.                                        26/10/15
011560     READ QUOTN-FILE                                              26/10/15
011570         INVALID KEY                                              26/10/15
011580             MOVE "E080" TO WS-REJECT-REASON-CODE                 26/10/15
011590             MOVE "QUOTN-NUM NOT ON FILE"                         26/10/15
011600                 TO WS-REJECT-REASON-TEXT                         26/10/15
011610             PERFORM 3900-WRITE-REJECT THRU 3900-EXIT             26/10/15
011620             GO TO 2150-EXIT                                      26/10/15
011630     END-READ.                                                    26/10/15
011640     IF NOT QUOTN-STAT-ACTIVE                                     26/10/15
011650         MOVE "E140" TO WS-REJECT-REASON-CODE                     26/10/15
011660         MOVE "QUOTE NOT ACTIVE - COVERAGE NOT CHANGED"           26/10/15
011670             TO WS-REJECT-REASON-TEXT                             26/10/15
011680         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT                 26/10/15
011690         GO TO 2150-EXIT                                          26/10/15
011700     END-IF.                                                      26/10/15
011710     MOVE QCOV-LINE-NUM TO WS-COVG-SEEK-LINE-NUM.                 26/10/15
011720     PERFORM 2155-TOTAL-COVG-LINES THRU 2155-EXIT.                26/10/15
011730     IF QCOV-ADD-LINE AND WS-COVG-LINE-FOUND                      26/10/15
011740         MOVE "E142" TO WS-REJECT-REASON-CODE                     26/10/15
011750         MOVE "COVERAGE LINE ALREADY ON FILE"                     26/10/15
011760             TO WS-REJECT-REASON-TEXT                             26/10/15
011770         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT                 26/10/15
011780         GO TO 2150-EXIT                                          26/10/15
011790     END-IF.                                                      26/10/15
011800     IF NOT QCOV-ADD-LINE AND NOT WS-COVG-LINE-FOUND              26/10/15
011810         MOVE "E144" TO WS-REJECT-REASON-CODE                     26/10/15
011820         MOVE "COVERAGE LINE NOT ON FILE"                         26/10/15
011830             TO WS-REJECT-REASON-TEXT                             26/10/15
011840         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT                 26/10/15
011850         GO TO 2150-EXIT                                          26/10/15
011860     END-IF.                                                      26/10/15
011870     IF QCOV-DELETE-LINE AND WS-COVG-LINE-COUNT = 1               26/10/15
011880         MOVE "E146" TO WS-REJECT-REASON-CODE                     26/10/15
011890         MOVE "LAST COVERAGE LINE - WITHDRAW THE QUOTE"           26/10/15
011900             TO WS-REJECT-REASON-TEXT                             26/10/15
011910         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT                 26/10/15
011920         GO TO 2150-EXIT                                          26/10/15
011930     END-IF.                                                      26/10/15
011940     MOVE WS-COVG-TOTAL-AMT TO WS-COVG-NEW-TOTAL-AMT.             26/10/15
011950     IF NOT QCOV-DELETE-LINE                                      26/10/15
011960         ADD QCOV-PREMIUM-AMT TO WS-COVG-NEW-TOTAL-AMT            26/10/15
011970     END-IF.                                                      26/10/15
011980     IF WS-COVG-NEW-TOTAL-AMT > 9999999.99                        26/10/15
011990         MOVE "E147" TO WS-REJECT-REASON-CODE                     26/10/15
012000         MOVE "COVERAGE TOTAL TOO LARGE FOR QUOTE"                26/10/15
012010             TO WS-REJECT-REASON-TEXT                             26/10/15
012020         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT                 26/10/15
012030         GO TO 2150-EXIT                                          26/10/15
012040     END-IF.                                                      26/10/15
012050     PERFORM 3400-EDIT-COVG-TOTAL THRU 3400-EXIT.                 26/10/15
012060     PERFORM 2160-APPLY-COVG-LINE THRU 2160-EXIT.                 26/10/15
012070     IF WS-ABEND-REQUESTED                                        26/10/15
012080         GO TO 2150-EXIT                                          26/10/15
012090     END-IF.                                                      26/10/15
012100     MOVE QUOTN-RECORD TO WS-BEFORE-IMAGE.                        26/10/15
012110     MOVE WS-COVG-NEW-TOTAL-AMT TO QUOTN-PREMIUM-AMT.             26/10/15
012120     MOVE WS-TODAY-DATE         TO QUOTN-LAST-UPD-DATE.           26/10/15
012130     SET QUOTN-EXTRACT-PENDING TO TRUE.                           26/10/15
012140     REWRITE QUOTN-RECORD.                                        26/10/15
012150     PERFORM 9800-QUOTN-IO-ERROR THRU 9800-EXIT.                  26/10/15
012160     IF WS-ABEND-REQUESTED                                        26/10/15
012170         GO TO 2150-EXIT                                          26/10/15
012180     END-IF.                                                      26/10/15
012190     ADD 1 TO WS-RECS-UPDATED.                                    26/10/15
012200     IF QCOV-ADD-LINE                                             26/10/15
012210         ADD 1 TO WS-COVG-ADDED                                   26/10/15
012220     ELSE IF QCOV-CHANGE-LINE                                     26/10/15
012230         ADD 1 TO WS-COVG-CHANGED                                 26/10/15
012240     ELSE                                                         26/10/15
012250         ADD 1 TO WS-COVG-DELETED                                 26/10/15
012260     END-IF.                                                      26/10/15
012270     MOVE QUOTN-RECORD TO WS-AFTER-IMAGE.                         26/10/15
012280     PERFORM 3970-WRITE-AUDIT-IMAGES THRU 3970-EXIT.              26/10/15
012290     PERFORM 2130-WRITE-EXTRACT-QUEUE THRU 2130-EXIT.             26/10/15
012300     PERFORM 3940-WRITE-DUE-EXCEPTIONS THRU 3940-EXIT.            26/10/15
012310 2150-EXIT.                                                       26/10/15
012320     EXIT.                                                        26/10/15
012330*                                                                 26/10/15
012340*---------------------------------------------------------        26/10/15
012350* 2155-TOTAL-COVG-LINES                                           26/10/15
012360*    WALKS COVG-FILE FROM THE FIRST LINE OF THE QUOTE IN          26/10/15
012370*    THE QUOTN-FILE RECORD AREA, COUNTING ITS LINES AND           26/10/15
012380*    TOTALLING THEIR PREMIUM - EXCEPT THE LINE NAMED BY           26/10/15
012390*    WS-COVG-SEEK-LINE-NUM, WHICH IS ONLY NOTED AS FOUND.         26/10/15
012400*---------------------------------------------------------        26/10/15
012410 2155-TOTAL-COVG-LINES.                                           26/10/15
012420     MOVE ZERO TO WS-COVG-LINE-COUNT WS-COVG-TOTAL-AMT.           26/10/15
012430     MOVE "N" TO WS-COVG-LINE-FOUND-SWITCH.                       26/10/15
012440     MOVE "N" TO WS-COVG-SCAN-SWITCH.                             26/10/15
012450     MOVE QUOTN-NUM TO COVG-QUOTN-NUM.                            26/10/15
012460     MOVE ZERO      TO COVG-LINE-NUM.                             26/10/15
012470     START COVG-FILE                                              26/10/15
012480         KEY IS NOT LESS THAN COVG-KEY                            26/10/15
012490         INVALID KEY                                              26/10/15
012500             GO TO 2155-EXIT                                      26/10/15
012510     END-START.                                                   26/10/15
012520     PERFORM 2156-TOTAL-NEXT-COVG-LINE THRU 2156-EXIT             26/10/15
012530         UNTIL WS-COVG-SCAN-DONE.                                 26/10/15
012540 2155-EXIT.                                                       26/10/15
012550     EXIT.                                                        26/10/15
012560*                                                                 26/10/15
012570*---------------------------------------------------------        26/10/15
012580* 2156-TOTAL-NEXT-COVG-LINE                                       26/10/15
012590*    READS THE NEXT COVG-FILE RECORD - DONE AT END OF FILE        26/10/15
012600*    OR WHEN THE QUOTE NUMBER CHANGES.                            26/10/15
012610*---------------------------------------------------------        26/10/15
012620 2156-TOTAL-NEXT-COVG-LINE.                                       26/10/15
012630     READ COVG-FILE NEXT RECORD                                   26/10/15
012640         AT END                                                   26/10/15
012650             SET WS-COVG-SCAN-DONE TO TRUE                        26/10/15
012660             GO TO 2156-EXIT                                      26/10/15
012670     END-READ.                                                    26/10/15
012680     IF COVG-QUOTN-NUM NOT = QUOTN-NUM                            26/10/15
012690         SET WS-COVG-SCAN-DONE TO TRUE                            26/10/15
012700         GO TO 2156-EXIT                                          26/10/15
012710     END-IF.                                                      26/10/15
012720     ADD 1 TO WS-COVG-LINE-COUNT.                                 26/10/15
012730     IF COVG-LINE-NUM = WS-COVG-SEEK-LINE-NUM                     26/10/15
012740         SET WS-COVG-LINE-FOUND TO TRUE                           26/10/15
012750     ELSE                                                         26/10/15
012760         ADD COVG-PREMIUM-AMT TO WS-COVG-TOTAL-AMT                26/10/15
012770     END-IF.                                                      26/10/15
012780 2156-EXIT.                                                       26/10/15
012790     EXIT.                                                        26/10/15
012800*                                                                 26/10/15
012810*---------------------------------------------------------        26/10/15
012820* 2160-APPLY-COVG-LINE                                            26/10/15
012830*    WRITES, REWRITES OR DELETES THE COVG-FILE RECORD FOR         26/10/15
012840*    THE CURRENT COVERAGE-LINE TRANSACTION.                       26/10/15
012850*---------------------------------------------------------        26/10/15
012860 2160-APPLY-COVG-LINE.                                            26/10/15
012870     IF QCOV-ADD-LINE                                             26/10/15
012880         INITIALIZE COVG-RECORD                                   26/10/15
012890         MOVE QCOV-QUOTN-NUM     TO COVG-QUOTN-NUM                26/10/15
012900         MOVE QCOV-LINE-NUM      TO COVG-LINE-NUM                 26/10/15
012910         MOVE QCOV-COVERAGE-CODE TO COVG-COVERAGE-CODE            26/10/15
012920         MOVE QCOV-LIMIT-AMT     TO COVG-LIMIT-AMT                26/10/15
012930         MOVE QCOV-PREMIUM-AMT   TO COVG-PREMIUM-AMT              26/10/15
012940         MOVE WS-TODAY-DATE      TO COVG-LAST-UPD-DATE            26/10/15
012950         WRITE COVG-RECORD                                        26/10/15
012960         PERFORM 9820-COVG-IO-ERROR THRU 9820-EXIT                26/10/15
012970         GO TO 2160-EXIT                                          26/10/15
012980     END-IF.                                                      26/10/15
012990     MOVE QCOV-QUOTN-NUM TO COVG-QUOTN-NUM.                       26/10/15
013000     MOVE QCOV-LINE-NUM  TO COVG-LINE-NUM.                        26/10/15
013010     READ COVG-FILE.                                              26/10/15
013020     PERFORM 9820-COVG-IO-ERROR THRU 9820-EXIT.                   26/10/15
013030     IF WS-ABEND-REQUESTED                                        26/10/15
013040         GO TO 2160-EXIT                                          26/10/15
013050     END-IF.                                                      26/10/15
013060     IF QCOV-DELETE-LINE                                          26/10/15
013070         DELETE COVG-FILE RECORD                                  26/10/15
013080     ELSE                                                         26/10/15
013090         MOVE QCOV-COVERAGE-CODE TO COVG-COVERAGE-CODE            26/10/15
013100         MOVE QCOV-LIMIT-AMT     TO COVG-LIMIT-AMT                26/10/15
013110         MOVE QCOV-PREMIUM-AMT   TO COVG-PREMIUM-AMT              26/10/15
013120         MOVE WS-TODAY-DATE      TO COVG-LAST-UPD-DATE            26/10/15
013130         REWRITE COVG-RECORD                                      26/10/15
013140     END-IF.                                                      26/10/15
013150     PERFORM 9820-COVG-IO-ERROR THRU 9820-EXIT.                   26/10/15
013160 2160-EXIT.                                                       26/10/15
013170     EXIT.                                                        26/10/15
013180*                                                                 26/10/15
013190*---------------------------------------------------------        26/10/15
013200* 3300-EDIT-COVG-TRANS                                            26/10/15
013210*    FIELD EDITS FOR A COVERAGE-LINE TRANSACTION - LINE           26/10/15
013220*    NUMBER, AND FOR AN ADD OR CHANGE THE AMOUNTS AND THE         26/10/15
013230*    COVERAGE CODE.  THE LINE PREMIUM IS HELD TO ITS CODE'S       26/10/15
013240*    COVRATE-FILE LIMITS THE SAME WAY THE QUOTE PREMIUM IS        26/10/15
013250*    HELD TO RATE-FILE - THE HARD LIMITS REJECT, THE              26/10/15
013260*    TOLERANCE BAND ONLY LISTS THE LINE FOR UNDERWRITING.         26/10/15
013270*---------------------------------------------------------        26/10/15
013280 3300-EDIT-COVG-TRANS.                                            26/10/15
013290     IF QCOV-LINE-NUM NOT NUMERIC                                 26/10/15
013300        OR QCOV-LINE-NUM = ZERO                                   26/10/15
013310         SET WS-RECORD-INVALID TO TRUE                            26/10/15
013320         MOVE "E150" TO WS-REJECT-REASON-CODE                     26/10/15
013330         MOVE "COVERAGE LINE NUMBER MISSING"                      26/10/15
013340             TO WS-REJECT-REASON-TEXT                             26/10/15
013350         GO TO 3300-EXIT                                          26/10/15
013360     END-IF.                                                      26/10/15
013370     IF QCOV-DELETE-LINE                                          26/10/15
013380         GO TO 3300-EXIT                                          26/10/15
013390     END-IF.                                                      26/10/15
013400     IF QCOV-LIMIT-AMT NOT NUMERIC                                26/10/15
013410        OR QCOV-PREMIUM-AMT NOT NUMERIC                           26/10/15
013420         SET WS-RECORD-INVALID TO TRUE                            26/10/15
013430         MOVE "E152" TO WS-REJECT-REASON-CODE                     26/10/15
013440         MOVE "COVERAGE LIMIT OR PREMIUM NOT NUMERIC"             26/10/15
013450             TO WS-REJECT-REASON-TEXT                             26/10/15
013460         GO TO 3300-EXIT                                          26/10/15
013470     END-IF.                                                      26/10/15
013480     MOVE QCOV-COVERAGE-CODE TO CVRT-COVERAGE-CODE.               26/10/15
013490     READ COVRATE-FILE                                            26/10/15
013500         INVALID KEY                                              26/10/15
013510             SET WS-RECORD-INVALID TO TRUE                        26/10/15
013520             MOVE "E154" TO WS-REJECT-REASON-CODE                 26/10/15
013530             MOVE "COVERAGE CODE NOT ON COVERAGE TABLE"           26/10/15
013540                 TO WS-REJECT-REASON-TEXT                         26/10/15
013550             GO TO 3300-EXIT                                      26/10/15
013560     END-READ.                                                    26/10/15
013570     IF QCOV-PREMIUM-AMT < CVRT-MIN-PREMIUM-AMT                   26/10/15
013580        OR QCOV-PREMIUM-AMT > CVRT-MAX-PREMIUM-AMT                26/10/15
013590         SET WS-RECORD-INVALID TO TRUE                            26/10/15
013600         MOVE "E156" TO WS-REJECT-REASON-CODE                     26/10/15
013610         MOVE "COVERAGE PREMIUM OUTSIDE CODE LIMITS"              26/10/15
013620             TO WS-REJECT-REASON-TEXT                             26/10/15
013630         GO TO 3300-EXIT                                          26/10/15
013640     END-IF.                                                      26/10/15
013650     IF QCOV-PREMIUM-AMT < CVRT-TOL-LOW-AMT                       26/10/15
013660        OR QCOV-PREMIUM-AMT > CVRT-TOL-HIGH-AMT                   26/10/15
013670         SET WS-COVG-EXCP-DUE TO TRUE                             26/10/15
013680     END-IF.                                                      26/10/15
013690 3300-EXIT.                                                       26/10/15
013700     EXIT.                                                        26/10/15
013710*                                                                 26/10/15
013720*---------------------------------------------------------        26/10/15
013730* 3400-EDIT-COVG-TOTAL                                            26/10/15
013740*    CHECKS THE RE-TOTALLED QUOTE PREMIUM AGAINST THE RATE        26/10/15
013750*    TABLE FOR THE QUOTE'S TERM.  WHILE A QUOTE'S LINES ARE       26/10/15
013760*    BEING BUILT UP ITS TOTAL PASSES THROUGH AMOUNTS BELOW        26/10/15
013770*    THE HARD MINIMUM, SO HERE AN OUT-OF-BAND TOTAL ONLY          26/10/15
013780*    LISTS THE QUOTE - THE HARD LIMITS STILL REJECT A "C"         26/10/15
013790*    TRANSACTION IN 3000-EDIT-QUOTN-RECORD.                       26/10/15
013800*---------------------------------------------------------        26/10/15
013810 3400-EDIT-COVG-TOTAL.                                            26/10/15
013820     MOVE WS-COVG-NEW-TOTAL-AMT TO WS-EXCP-KEYED-AMT.             26/10/15
013830     MOVE QUOTN-EFF-DATE TO WS-EFF-DATE-X.                        26/10/15
013840     MOVE QUOTN-EXP-DATE TO WS-EXP-DATE-X.                        26/10/15
013850     COMPUTE WS-TERM-MONTHS =                                     26/10/15
013860         ((WS-EXP-YEAR - WS-EFF-YEAR) * 12)                       26/10/15
013870         + WS-EXP-MONTH - WS-EFF-MONTH.                           26/10/15
013880     MOVE QUOTN-EFF-DATE TO WS-RATE-AS-OF-DATE.                   26/10/15
013890     PERFORM 3450-FIND-RATE-IN-FORCE THRU 3450-EXIT.              26/10/15
013900     IF NOT WS-RATE-FOUND                                         26/10/15
013910         SET WS-NO-RATE-DUE TO TRUE                               26/10/15
013920         GO TO 3400-EXIT                                          26/10/15
013930     END-IF.                                                      26/10/15
013940     IF WS-COVG-NEW-TOTAL-AMT < RATE-TOL-LOW-AMT                  26/10/15
013950        OR WS-COVG-NEW-TOTAL-AMT > RATE-TOL-HIGH-AMT              26/10/15
013960         SET WS-PREM-EXCP-DUE TO TRUE                             26/10/15
013970     END-IF.                                                      26/10/15
013980 3400-EXIT.                                                       26/10/15
013990     EXIT.                                                        26/10/15
014000*                                                                 26/10/15
014010*---------------------------------------------------------        26/10/15
014020* 3980-WRITE-COVG-EXCEPTION                                       26/10/15
014030*    FILES ONE PREMIUM EXCEPTION LINE FOR AN ACCEPTED             26/10/15
014040*    COVERAGE LINE WHOSE PREMIUM FALLS OUTSIDE ITS CODE'S         26/10/15
014050*    TOLERANCE BAND, ON THE SAME LISTING AS THE QUOTES.           26/10/15
014060*---------------------------------------------------------        26/10/15
014070 3980-WRITE-COVG-EXCEPTION.                                       26/10/15
014080     ADD 1 TO WS-PREM-EXCEPTIONS.                                 26/10/15
014090     MOVE QCOV-QUOTN-NUM    TO WS-ED-EXCP-QUOTN-NUM.              26/10/15
014100     MOVE QCOV-PREMIUM-AMT  TO WS-ED-KEYED-AMT.                   26/10/15
014110     MOVE CVRT-TOL-LOW-AMT  TO WS-ED-EXPECT-LOW.                  26/10/15
014120     MOVE CVRT-TOL-HIGH-AMT TO WS-ED-EXPECT-HIGH.                 26/10/15
014130     MOVE SPACES TO PREM-EXCP-RECORD.                             26/10/15
014140     STRING "QUOTE " DELIMITED BY SIZE                            26/10/15
014150         WS-ED-EXCP-QUOTN-NUM DELIMITED BY SIZE                   26/10/15
014160         "/" DELIMITED BY SIZE                                    26/10/15
014170         QCOV-LINE-NUM        DELIMITED BY SIZE                   26/10/15
014180         " CVG " DELIMITED BY SIZE                                26/10/15
014190         QCOV-COVERAGE-CODE   DELIMITED BY SIZE                   26/10/15
014200         " KEYED " DELIMITED BY SIZE                              26/10/15
014210         WS-ED-KEYED-AMT      DELIMITED BY SIZE                   26/10/15
014220         " EXPECTED " DELIMITED BY SIZE                           26/10/15
014230         WS-ED-EXPECT-LOW     DELIMITED BY SIZE                   26/10/15
014240         " TO " DELIMITED BY SIZE                                 26/10/15
014250         WS-ED-EXPECT-HIGH    DELIMITED BY SIZE                   26/10/15
014260         INTO PREM-EXCP-RECORD.                                   26/10/15
014270     WRITE PREM-EXCP-RECORD.                                      26/10/15
014280     IF PREM-EXCP-FILE-STATUS NOT = "00"                          26/10/15
014290         SET WS-ABEND-REQUESTED TO TRUE                           26/10/15
014300     END-IF.                                                      26/10/15
014310 3980-EXIT.                                                       26/10/15
014320     EXIT.                                                        26/10/15
014330*                                                                 26/10/15
014340*---------------------------------------------------------        26/10/15
014350* 9820-COVG-IO-ERROR                                              26/10/15
014360*    SHARED I/O-ERROR/ABEND PARAGRAPH FOR COVG-FILE, ON THE       26/10/15
014370*    SAME TERMS AS 9800-QUOTN-IO-ERROR.                           26/10/15
014380*---------------------------------------------------------        26/10/15
014390 9820-COVG-IO-ERROR.                                              26/10/15
014400     IF COVG-FILE-STATUS = "00"                                   26/10/15
014410         GO TO 9820-EXIT                                          26/10/15
014420     END-IF.                                                      26/10/15
014430     MOVE SPACES TO ERROR-LOG-RECORD.                             26/10/15
014440     STRING "COVG-FILE ERROR - QUOTN-NUM=" DELIMITED BY SIZE      26/10/15
014450         COVG-QUOTN-NUM        DELIMITED BY SIZE                  26/10/15
014460         " LINE="              DELIMITED BY SIZE                  26/10/15
014470         COVG-LINE-NUM         DELIMITED BY SIZE                  26/10/15
014480         " STATUS="            DELIMITED BY SIZE                  26/10/15
014490         COVG-FILE-STATUS      DELIMITED BY SIZE                  26/10/15
014500         INTO ERROR-LOG-RECORD.                                   26/10/15
014510     WRITE ERROR-LOG-RECORD.                                      26/10/15
014520     SET WS-ABEND-REQUESTED TO TRUE.                              26/10/15
014530 9820-EXIT.                                                       26/10/15
014540     EXIT.                                                        26/10/15
014550*                                                                 26/10/15
014560*---------------------------------------------------------        26/10/15
014570* 3450-FIND-RATE-IN-FORCE                                         26/10/15
014580*    FINDS THE VERSION OF THE WS-TERM-MONTHS BAND IN FORCE        26/10/15
014590*    ON WS-RATE-AS-OF-DATE - THE LATEST ONE EFFECTIVE ON          26/10/15
014600*    OR BEFORE THAT DATE - AND LEAVES IT IN RATE-RECORD.          26/10/15
014610*    A FUTURE-DATED VERSION IS PASSED OVER UNTIL ITS DAY.         26/10/15
014620*---------------------------------------------------------        26/10/15
014630 3450-FIND-RATE-IN-FORCE.                                         26/10/15
014640     MOVE "N" TO WS-RATE-FOUND-SWITCH.                            26/10/15
014650     MOVE "N" TO WS-RATE-SCAN-SWITCH.                             26/10/15
014660     MOVE ZERO TO WS-RATE-FOUND-EFF-DATE.                         26/10/15
014670     MOVE WS-TERM-MONTHS TO RATE-TERM-MONTHS.                     26/10/15
014680     MOVE ZERO TO RATE-EFF-FROM-DATE.                             26/10/15
014690     START RATE-FILE KEY IS NOT LESS THAN RATE-KEY                26/10/15
014700         INVALID KEY                                              26/10/15
014710             GO TO 3450-EXIT                                      26/10/15
014720     END-START.                                                   26/10/15
014730     PERFORM 3460-SCAN-RATE-VERSION THRU 3460-EXIT                26/10/15
014740         UNTIL WS-RATE-SCAN-DONE.                                 26/10/15
014750     IF NOT WS-RATE-FOUND                                         26/10/15
014760         GO TO 3450-EXIT                                          26/10/15
014770     END-IF.                                                      26/10/15
014780     MOVE WS-TERM-MONTHS TO RATE-TERM-MONTHS.                     26/10/15
014790     MOVE WS-RATE-FOUND-EFF-DATE TO RATE-EFF-FROM-DATE.           26/10/15
014800     READ RATE-FILE                                               26/10/15
014810         INVALID KEY                                              26/10/15
014820             MOVE "N" TO WS-RATE-FOUND-SWITCH                     26/10/15
014830     END-READ.                                                    26/10/15
014840 3450-EXIT.                                                       26/10/15
014850     EXIT.                                                        26/10/15
014860*                                                                 26/10/15
014870*---------------------------------------------------------        26/10/15
014880* 3460-SCAN-RATE-VERSION                                          26/10/15
014890*    READS THE NEXT RATE-FILE VERSION AND REMEMBERS IT IF         26/10/15
014900*    IT BELONGS TO THE BAND AND IS ALREADY IN FORCE - THE         26/10/15
014910*    VERSIONS COME BACK OLDEST FIRST, SO THE LAST ONE KEPT        26/10/15
014920*    IS THE ONE THAT APPLIES.                                     26/10/15
014930*---------------------------------------------------------        26/10/15
014940 3460-SCAN-RATE-VERSION.                                          26/10/15
014950     READ RATE-FILE NEXT RECORD                                   26/10/15
014960         AT END                                                   26/10/15
014970             SET WS-RATE-SCAN-DONE TO TRUE                        26/10/15
014980             GO TO 3460-EXIT                                      26/10/15
014990     END-READ.                                                    26/10/15
015000     IF RATE-TERM-MONTHS NOT = WS-TERM-MONTHS                     26/10/15
015010        OR RATE-EFF-FROM-DATE > WS-RATE-AS-OF-DATE                26/10/15
015020         SET WS-RATE-SCAN-DONE TO TRUE                            26/10/15
015030         GO TO 3460-EXIT                                          26/10/15
015040     END-IF.                                                      26/10/15
015050     SET WS-RATE-FOUND TO TRUE.                                   26/10/15
015060     MOVE RATE-EFF-FROM-DATE TO WS-RATE-FOUND-EFF-DATE.           26/10/15
015070 3460-EXIT.                                                       26/10/15
015080     EXIT.                                                        26/10/15
                                                                        26/09/01
