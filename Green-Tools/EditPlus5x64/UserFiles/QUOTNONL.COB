001490*                PROGRAM TAG - THE BATCH PROGRAMS THAT            26/09/01
001491*                REWRITE QUOTN-FILE LOG THE SAME PAIRS, SO        26/09/01
001492*                QUOTNAUD CAN SHOW WHO CHANGED EACH QUOTE.        26/09/01
001493* 26/10/15  DLM  AN ADD FOR A MERGED-AWAY CUSTOMER NAMES THE      26/10/15
001494*                SURVIVOR.  NEW "V" FUNCTION MAINTAINS A          26/10/15
001495*                QUOTE'S COVERAGE LINES AND RE-TOTALS ITS         26/10/15
001496*                PREMIUM.  THE OPERATOR SIGNS ON AND EACH         26/10/15
001497*                LOGGED PAIR CARRIES THE OPERATOR, DATE AND       26/10/15
001498*                TIME.  NEW "H" FUNCTION PAGES BACK THROUGH       26/10/15
001499*                A QUOTE'S CHANGE HISTORY, NEWEST FIRST.          26/10/15
001500*                                                                 26/08/09
001600 ENVIRONMENT DIVISION.                                            26/08/09
001700*                                                                 26/08/09
003994         FILE STATUS  IS CUST-FILE-STATUS                         26/09/01
003995         RECORD KEY   IS CUST-NUM.                                26/09/01
004000*                                                                 26/08/09
004005* COVG-FILE HOLDS THE COVERAGE LINES BEHIND EACH QUOTE'S          26/10/15
004010* PREMIUM - MAINTAINED BY THE "V" FUNCTION.                       26/10/15
004015     SELECT COVG-FILE                                             26/10/15
004020         ASSIGN       TO "COVERAGE.DAT"                           26/10/15
004025         ORGANIZATION IS INDEXED                                  26/10/15
004030         ACCESS MODE  IS DYNAMIC                                  26/10/15
004035         FILE STATUS  IS COVG-FILE-STATUS                         26/10/15
004040         RECORD KEY   IS COVG-KEY.                                26/10/15
004045*                                                                 26/10/15
004050* COVRATE-FILE IS THE COVERAGE CODE TABLE THE LINES ARE           26/10/15
004055* EDITED AGAINST, AS IN QUOTNUPD.                                 26/10/15
004060     SELECT COVRATE-FILE                                          26/10/15
004065         ASSIGN       TO "COVRATE.DAT"                            26/10/15
004070         ORGANIZATION IS INDEXED                                  26/10/15
004075         ACCESS MODE  IS DYNAMIC                                  26/10/15
004080         FILE STATUS  IS COVRATE-FILE-STATUS                      26/10/15
004085         RECORD KEY   IS CVRT-COVERAGE-CODE.                      26/10/15
004086*                                                                 26/10/15
004087* CHG-HIST-FILE IS THE PERMANENT CHANGE HISTORY QUOTNHLD LOADS    26/10/15
004088* NIGHTLY FROM THE AUDIT LOG - READ BY THE "H" FUNCTION.  IT      26/10/15
004089* IS EMPTY UNTIL THE FIRST LOAD.                                  26/10/15
004090     SELECT CHG-HIST-FILE                                         26/10/15
004091         ASSIGN       TO "CHGHIST.DAT"                            26/10/15
004092         ORGANIZATION IS INDEXED                                  26/10/15
004093         ACCESS MODE  IS DYNAMIC                                  26/10/15
004094         FILE STATUS  IS CHG-HIST-FILE-STATUS                     26/10/15
004095         RECORD KEY   IS CHGH-KEY.                                26/10/15
004096*                                                                 26/10/15
004100 DATA DIVISION.                                                   26/08/09
004200*                                                                 26/08/09
004300 FILE SECTION.                                                    26/08/09
004903*        THE SOURCE TAG NAMES THE PROGRAM THAT MADE THE           26/09/01
004904*        CHANGE - QUOTNAUD SHOWS IT ON EACH CHANGE LINE.          26/09/01
004905     05  AUDL-SOURCE-PGM-ID         PIC X(08).                    26/09/01
004906*        THE STAMP - DATE, TIME AND SIGNED-ON OPERATOR - IS       26/10/15
004907*        CARRIED TO THE CHANGE HISTORY BY QUOTNHLD.               26/10/15
004908     05  AUDL-LOG-STAMP             PIC X(24).                    26/10/15
004910*                                                                 26/08/21
004920* EXTRACT-QUEUE-RECORD - ONE QUEUED QUOTN-NUM FOR THE             26/08/21
004930* NEXT QUOTNEXT RUN.                                              26/08/21
004990 FD  CUST-FILE.                                                   26/09/01
004995 COPY CFI_CUST.                                                   26/09/01
005000*                                                                 26/08/09
005010 FD  COVG-FILE.                                                   26/10/15
005020 COPY CFI_COVG.                                                   26/10/15
005030*                                                                 26/10/15
005040 FD  COVRATE-FILE.                                                26/10/15
005050 COPY CFI_CVRT.                                                   26/10/15
005052*                                                                 26/10/15
005054 FD  CHG-HIST-FILE.                                               26/10/15
005056 COPY CFI_CHGHS.                                                  26/10/15
005060*                                                                 26/10/15
005100 WORKING-STORAGE SECTION.                                         26/08/09
005200*                                                                 26/08/09
005300 01  QUOTN-FILE-STATUS             PIC X(2).                      26/08/09
005400 01  AUDIT-LOG-FILE-STATUS         PIC X(2).                      26/08/09
005410 01  EXTRACT-QUEUE-FILE-STATUS     PIC X(2).                      26/08/21
005420 01  CUST-FILE-STATUS              PIC X(2).                      26/09/01
005430 01  COVG-FILE-STATUS              PIC X(2).                      26/10/15
005440 01  COVRATE-FILE-STATUS           PIC X(2).                      26/10/15
005460 01  CHG-HIST-FILE-STATUS          PIC X(2).                      26/10/15
005500*                                                                 26/08/09
005600* RUN SWITCHES                                                    26/08/09
005700* ---------------------------------------------------------       26/08/09
006130 77  WS-CUST-OK-SWITCH              PIC X(01) VALUE "N".          26/09/01
006140     88  WS-CUST-OK                     VALUE "Y".                26/09/01
006150*                                                                 26/09/01
006155* SET BY 5510-ACCEPT-COVG-FIELDS AND 5520-APPLY-COVG-LINE -       26/10/15
006160* THE QUOTE IS RE-TOTALLED ONLY WHEN THE LINE ITSELF FILED.       26/10/15
006165 77  WS-COVG-OK-SWITCH              PIC X(01) VALUE "N".          26/10/15
006170     88  WS-COVG-OK                     VALUE "Y".                26/10/15
006175*                                                                 26/10/15
006200* TRANSACTION WORK AREA - THE OPERATOR KEYS THE FUNCTION          26/08/09
006300* CODE AND KEY, THIS PROGRAM DOES THE REST.  FUNCTION "L"         26/08/09
006310* LOOKS A QUOTATION UP BY CUSTOMER/POLICY RATHER THAN BY          26/08/09
006320* QUOTN-NUM, USING THE ALTERNATE RECORD KEY.                      26/08/09
006330* FUNCTION "V" MAINTAINS THE QUOTE'S COVERAGE LINES.              26/10/15
006350* FUNCTION "H" PAGES BACK THROUGH THE QUOTE'S CHANGE HISTORY.     26/10/15
006370* THE OPERATOR SIGNS ON ONCE - THE ID STAMPS EVERY LOGGED IMAGE.  26/10/15
006400* ---------------------------------------------------------       26/08/09
006410 01  WS-OPERATOR-ID                 PIC X(08) VALUE SPACES.       26/10/15
006500 01  WS-FUNCTION-CODE               PIC X(01).                    26/08/09
006600     88  WS-FUNC-INQUIRE                VALUE "I".                26/08/09
006700     88  WS-FUNC-ADD                    VALUE "A".                26/08/09
006800     88  WS-FUNC-CORRECT                VALUE "C".                26/08/09
006810     88  WS-FUNC-LOOKUP                 VALUE "L".                26/08/09
006820     88  WS-FUNC-COVERAGE               VALUE "V".                26/10/15
006840     88  WS-FUNC-HISTORY                VALUE "H".                26/10/15
006900     88  WS-FUNC-EXIT                   VALUE "X".                26/08/09
007000 01  WS-KEY-QUOTN-NUM               PIC 9(10).                    26/08/09
007010*                                                                 26/08/09
007400* ---------------------------------------------------------       26/08/09
007500 01  WS-BEFORE-IMAGE                PIC X(99).                    26/08/09
007600 01  WS-AFTER-IMAGE                 PIC X(99).                    26/08/09
007601* DATE, TIME AND USER STAMPED ON EACH LOGGED IMAGE - THE          26/10/15
007602* USER IS THE OPERATOR SIGNED ON BY 1100-SIGN-ON.                 26/10/15
007603 01  WS-AUDIT-STAMP.                                              26/10/15
007604     05  WS-AUDIT-DATE              PIC 9(08).                    26/10/15
007605     05  WS-AUDIT-TIME              PIC 9(08).                    26/10/15
007606     05  WS-AUDIT-USER-ID           PIC X(08) VALUE SPACES.       26/10/15
007610*                                                                 26/08/09
007620* STAGING FIELDS FOR 5000-CORRECT-QUOTN-RECORD - THE OPERATOR     26/08/09
007630* LEAVES THESE BLANK/ZERO TO MEAN "NO CHANGE", SO THE INPUT       26/08/09
007660 01  WS-NEW-STATUS                  PIC X(01).                    26/08/09
007670 01  WS-NEW-PREMIUM-AMT             PIC 9(07)V99.                 26/08/09
007700*                                                                 26/08/09
007701* COVERAGE-LINE WORK AREA (3100/5500) - THE LINE ACTION AND       26/10/15
007702* THE FIELDS THE OPERATOR KEYS, STAGED AS FOR A CORRECTION,       26/10/15
007703* THE LINE AS IT WAS BEFORE THE CHANGE (FOR 5530), AND THE        26/10/15
007704* QUOTE'S OTHER LINES TOTALLED BY 5600.                           26/10/15
007705* ---------------------------------------------------------       26/10/15
007706 01  WS-COVG-ACTION                 PIC X(01).                    26/10/15
007707     88  WS-COVG-ACT-ADD                VALUE "A".                26/10/15
007708     88  WS-COVG-ACT-CHANGE             VALUE "C".                26/10/15
007709     88  WS-COVG-ACT-DELETE             VALUE "D".                26/10/15
007710 01  WS-COVG-LINE-NUM               PIC 9(03).                    26/10/15
007711 01  WS-NEW-COVG-CODE               PIC X(04).                    26/10/15
007712 01  WS-NEW-COVG-LIMIT-AMT          PIC 9(09)V99.                 26/10/15
007713 01  WS-NEW-COVG-PREMIUM-AMT        PIC 9(07)V99.                 26/10/15
007714 01  WS-COVG-SAVED-RECORD           PIC X(60).                    26/10/15
007715 01  WS-COVG-WORK-AREA.                                           26/10/15
007716     05  WS-COVG-SEEK-LINE-NUM      PIC 9(03).                    26/10/15
007717     05  WS-COVG-LINE-COUNT         PIC S9(04) COMP.              26/10/15
007718     05  WS-COVG-TOTAL-AMT          PIC 9(09)V99.                 26/10/15
007719     05  WS-COVG-NEW-TOTAL-AMT      PIC 9(09)V99.                 26/10/15
007720     05  WS-COVG-LINE-FOUND-SWITCH  PIC X(01).                    26/10/15
007721         88  WS-COVG-LINE-FOUND         VALUE "Y".                26/10/15
007722     05  WS-COVG-SCAN-SWITCH        PIC X(01).                    26/10/15
007723         88  WS-COVG-SCAN-DONE          VALUE "Y".                26/10/15
007724*                                                                 26/10/15
007725* CHANGE-HISTORY WORK AREA (3700) - THE QUOTE'S HISTORY KEYS      26/10/15
007726* ARE GATHERED OLDEST FIRST, THEN SHOWN NEWEST FIRST A PAGE       26/10/15
007727* AT A TIME.  WHEN A QUOTE HAS MORE CHANGES THAN THE TABLE        26/10/15
007728* HOLDS, THE OLDEST ARE SHIFTED OUT.                              26/10/15
007729* ---------------------------------------------------------       26/10/15
007730 01  WS-HIST-WORK-AREA.                                           26/10/15
007731     05  WS-HIST-COUNT              PIC S9(04) COMP.              26/10/15
007732     05  WS-HIST-IX                 PIC S9(04) COMP.              26/10/15
007733     05  WS-HIST-SHIFT-IX           PIC S9(04) COMP.              26/10/15
007734     05  WS-HIST-PAGE-COUNT         PIC S9(04) COMP.              26/10/15
007735     05  WS-HIST-FIELD-COUNT        PIC S9(04) COMP.              26/10/15
007736     05  WS-HIST-SCAN-SWITCH        PIC X(01).                    26/10/15
007737         88  WS-HIST-SCAN-DONE          VALUE "Y".                26/10/15
007738     05  WS-HIST-TRUNC-SWITCH       PIC X(01).                    26/10/15
007739         88  WS-HIST-TRUNCATED          VALUE "Y".                26/10/15
007740     05  WS-HIST-MORE-CODE          PIC X(01).                    26/10/15
007741         88  WS-HIST-MORE-WANTED        VALUE "Y".                26/10/15
007742 77  WS-HIST-MAX                    PIC S9(04) COMP VALUE 500.    26/10/15
007743 77  WS-HIST-PAGE-SIZE              PIC S9(04) COMP VALUE 5.      26/10/15
007744 01  WS-HIST-KEY-TABLE.                                           26/10/15
007745     05  WS-HIST-KEY-ENTRY          PIC X(33) OCCURS 500 TIMES.   26/10/15
007746 01  WS-HIST-TYPE-TEXT              PIC X(07).                    26/10/15
007747 01  WS-HIST-TIME                   PIC 9(08).                    26/10/15
007748 01  WS-HIST-TIME-R REDEFINES WS-HIST-TIME.                       26/10/15
007749     05  WS-HIST-TIME-HH            PIC 9(02).                    26/10/15
007750     05  WS-HIST-TIME-MM            PIC 9(02).                    26/10/15
007751     05  WS-HIST-TIME-SS            PIC 9(02).                    26/10/15
007752     05  FILLER                     PIC 9(02).                    26/10/15
007753 01  WS-ED-OLD-PREMIUM              PIC Z(06)9.99.                26/10/15
007754 01  WS-ED-NEW-PREMIUM              PIC Z(06)9.99.                26/10/15
007755*                                                                 26/10/15
007800 PROCEDURE DIVISION.                                              26/08/09
007900*                                                                 26/08/09
007910*---------------------------------------------------------        26/08/09
007920* 0000-MAINLINE                                                   26/08/09
007930*    DRIVES THE INQUIRY/ADD/CORRECT TRANSACTION UNTIL THE         26/08/09
007940*    OPERATOR KEYS THE EXIT FUNCTION.  THE OPERATOR SIGNS         26/10/15
007945*    ON FIRST (1100).                                             26/10/15
007950*---------------------------------------------------------        26/08/09
007960 0000-MAINLINE.                                                   26/08/09
007970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      26/08/09
007972     PERFORM 1100-SIGN-ON THRU 1100-EXIT                          26/10/15
007974         UNTIL WS-OPERATOR-ID NOT = SPACES.                       26/10/15
007980     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT              26/08/09
007990         UNTIL WS-DONE.                                           26/08/09
008000     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       26/08/09
008130             QUOTN-FILE-STATUS                                    26/08/09
008140         STOP RUN                                                 26/08/09
008150     END-IF.                                                      26/08/09
008155     PERFORM 1050-OPEN-COVG-AND-HISTORY THRU 1050-EXIT.           26/10/15
008160     OPEN EXTEND AUDIT-LOG-FILE.                                  26/08/09
008170     IF AUDIT-LOG-FILE-STATUS NOT = "00"                          26/08/09
008180         DISPLAY "QUOTNONL - CANNOT OPEN ONLAUDIT, STATUS = "     26/08/09
008300*---------------------------------------------------------        26/08/09
008310 2000-PROCESS-TRANSACTION.                                        26/08/09
008320     DISPLAY "FUNCTION (I=INQUIRE A=ADD C=CORRECT L=LOOKUP "      26/08/09
008322         "V=COVERAGE H=HISTORY X=EXIT): "                         26/10/15
008325         UPON TERMINAL-CONSOLE.                                   26/10/15
008340     ACCEPT WS-FUNCTION-CODE FROM TERMINAL-CONSOLE.               26/08/09
008350     IF WS-FUNC-EXIT                                              26/08/09
008360         SET WS-DONE TO TRUE                                      26/08/09
008450         PERFORM 4000-ADD-QUOTN-RECORD THRU 4000-EXIT             26/08/09
008460     ELSE IF WS-FUNC-CORRECT                                      26/08/09
008470         PERFORM 5000-CORRECT-QUOTN-RECORD THRU 5000-EXIT         26/08/09
008472     ELSE IF WS-FUNC-COVERAGE                                     26/10/15
008474         PERFORM 5500-MAINTAIN-COVG-LINE THRU 5500-EXIT           26/10/15
008476     ELSE IF WS-FUNC-HISTORY                                      26/10/15
008478         PERFORM 3700-SHOW-CHANGE-HISTORY THRU 3700-EXIT          26/10/15
008480     ELSE                                                         26/08/09
008490         DISPLAY "INVALID FUNCTION CODE" UPON TERMINAL-CONSOLE    26/08/09
008500     END-IF.                                                      26/08/09
008680     DISPLAY "STATUS: " QUOTN-STATUS UPON TERMINAL-CONSOLE.       26/08/09
008685     DISPLAY "PREMIUM: " QUOTN-PREMIUM-AMT UPON TERMINAL-CONSOLE. 26/08/09
008700     DISPLAY "AGENT: " QUOTN-AGENT-NUM UPON TERMINAL-CONSOLE.     26/08/09
008705     PERFORM 3100-SHOW-COVG-LINES THRU 3100-EXIT.                 26/10/15
008710 3000-EXIT.                                                       26/08/09
008720     EXIT.                                                        26/08/09
008721*                                                                 26/08/09
009229     END-IF.                                                      26/08/09
009240     DISPLAY "PREMIUM-AMT, ZERO = NO CHANGE: "                    26/08/09
009245         UPON TERMINAL-CONSOLE.                                   26/08/09
009246     MOVE ZERO TO WS-NEW-PREMIUM-AMT WS-COVG-SEEK-LINE-NUM.       26/10/15
009247     ACCEPT WS-NEW-PREMIUM-AMT FROM TERMINAL-CONSOLE.             26/08/09
009248     IF WS-NEW-PREMIUM-AMT NOT = ZERO                             26/08/09
009249         MOVE WS-NEW-PREMIUM-AMT TO QUOTN-PREMIUM-AMT             26/08/09
009250     END-IF.                                                      26/08/09
009251     IF WS-NEW-PREMIUM-AMT NOT = ZERO                             26/10/15
009252         PERFORM 5600-TOTAL-COVG-LINES THRU 5600-EXIT             26/10/15
009253         IF WS-COVG-LINE-COUNT > ZERO                             26/10/15
009254            AND WS-NEW-PREMIUM-AMT NOT = WS-COVG-TOTAL-AMT        26/10/15
009255             DISPLAY "PREMIUM MUST EQUAL COVERAGE LINE TOTAL"     26/10/15
009256                 " - CORRECTION REFUSED" UPON TERMINAL-CONSOLE    26/10/15
009257             GO TO 5000-EXIT                                      26/10/15
009258         END-IF                                                   26/10/15
009259     END-IF.                                                      26/10/15
009260     MOVE WS-TODAY-DATE TO QUOTN-LAST-UPD-DATE.                   26/08/09
009265     SET QUOTN-EXTRACT-PENDING TO TRUE.                           26/08/09
009270     REWRITE QUOTN-RECORD                                         26/08/09
009410*    OR CORRECT PARAGRAPH TO THE AUDIT LOG.                       26/08/09
009420*---------------------------------------------------------        26/08/09
009430 6000-WRITE-AUDIT-RECORD.                                         26/08/09
009432     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.                     26/10/15
009434     ACCEPT WS-AUDIT-TIME FROM TIME.                              26/10/15
009440     MOVE WS-BEFORE-IMAGE TO AUDL-IMAGE.                          26/09/01
009442     MOVE "QUOTNONL" TO AUDL-SOURCE-PGM-ID.                       26/09/01
009444     MOVE WS-AUDIT-STAMP TO AUDL-LOG-STAMP.                       26/10/15
009450     WRITE AUDIT-LOG-RECORD.                                      26/08/09
009460     MOVE WS-AFTER-IMAGE TO AUDL-IMAGE.                           26/09/01
009462     MOVE "QUOTNONL" TO AUDL-SOURCE-PGM-ID.                       26/09/01
009464     MOVE WS-AUDIT-STAMP TO AUDL-LOG-STAMP.                       26/10/15
009470     WRITE AUDIT-LOG-RECORD.                                      26/08/09
009480     MOVE SPACES TO WS-BEFORE-IMAGE WS-AFTER-IMAGE.               26/08/09
009490 6000-EXIT.                                                       26/08/09
009550*---------------------------------------------------------        26/08/09
009560 9000-TERMINATE.                                                  26/08/09
009570     CLOSE QUOTN-FILE.                                            26/08/09
009575     CLOSE COVG-FILE.                                             26/10/15
009580     CLOSE AUDIT-LOG-FILE.                                        26/08/09
009585     CLOSE EXTRACT-QUEUE-FILE.                                    26/08/21
009587     CLOSE CUST-FILE.                                             26/09/01
009588     CLOSE COVRATE-FILE.                                          26/10/15
009589     CLOSE CHG-HIST-FILE.                                         26/10/15
009590 9000-EXIT.                                                       26/08/09
009600     EXIT.                                                        26/08/09
009610*                                                                 26/08/21
009840*    THE SAME EDIT 3000-EDIT-QUOTN-RECORD APPLIES IN              26/09/01
009850*    QUOTNUPD, SO THE TERMINAL CANNOT FILE WHAT THE BATCH         26/09/01
009860*    RUN WOULD REJECT.                                            26/09/01
009861*    A NUMBER MERGED AWAY BY QUOTNMRG NAMES ITS SURVIVOR.         26/10/15
009870*---------------------------------------------------------        26/09/01
009880 4100-CHECK-CUST-MASTER.                                          26/09/01
009890     MOVE "N" TO WS-CUST-OK-SWITCH.                               26/09/01
009940                 UPON TERMINAL-CONSOLE                            26/09/01
009950             GO TO 4100-EXIT                                      26/09/01
009960     END-READ.                                                    26/09/01
009961     IF NOT CUST-NOT-MERGED                                       26/10/15
009962         DISPLAY "CUSTOMER MERGED INTO " CUST-MERGED-INTO-NUM     26/10/15
009963             " - ADD REFUSED" UPON TERMINAL-CONSOLE               26/10/15
009964         GO TO 4100-EXIT                                          26/10/15
009965     END-IF.                                                      26/10/15
009970     IF NOT CUST-STAT-ACTIVE                                      26/09/01
009980         DISPLAY "CUSTOMER NOT ACTIVE - ADD REFUSED"              26/09/01
009990             UPON TERMINAL-CONSOLE                                26/09/01
010020     SET WS-CUST-OK TO TRUE.                                      26/09/01
010030 4100-EXIT.                                                       26/09/01
010040     EXIT.                                                        26/09/01
010050*                                                                 26/10/15
010060*---------------------------------------------------------        26/10/15
010070* 3100-SHOW-COVG-LINES                                            26/10/15
010080*    LISTS THE COVERAGE LINES OF THE QUOTE IN THE QUOTN-FILE      26/10/15
010090*    RECORD AREA, IN LINE ORDER.                                  26/10/15
010100*---------------------------------------------------------        26/10/15
010110 3100-SHOW-COVG-LINES.                                            26/10/15
010120     MOVE ZERO TO WS-COVG-LINE-COUNT.                             26/10/15
010130     MOVE "N" TO WS-COVG-SCAN-SWITCH.                             26/10/15
010140     MOVE QUOTN-NUM TO COVG-QUOTN-NUM.                            26/10/15
010150     MOVE ZERO      TO COVG-LINE-NUM.                             26/10/15
010160     START COVG-FILE                                              26/10/15
010170         KEY IS NOT LESS THAN COVG-KEY                            26/10/15
010180         INVALID KEY                                              26/10/15
010190             SET WS-COVG-SCAN-DONE TO TRUE                        26/10/15
010200     END-START.                                                   26/10/15
010210     PERFORM 3110-SHOW-NEXT-COVG-LINE THRU 3110-EXIT              26/10/15
010220         UNTIL WS-COVG-SCAN-DONE.                                 26/10/15
010230     IF WS-COVG-LINE-COUNT = ZERO                                 26/10/15
010240         DISPLAY "NO COVERAGE LINES" UPON TERMINAL-CONSOLE        26/10/15
010250     END-IF.                                                      26/10/15
010260 3100-EXIT.                                                       26/10/15
010270     EXIT.                                                        26/10/15
010280*                                                                 26/10/15
010290*---------------------------------------------------------        26/10/15
010300* 3110-SHOW-NEXT-COVG-LINE                                        26/10/15
010310*    DISPLAYS THE NEXT COVG-FILE RECORD - DONE AT END OF          26/10/15
010320*    FILE OR WHEN THE QUOTE NUMBER CHANGES.                       26/10/15
010330*---------------------------------------------------------        26/10/15
010340 3110-SHOW-NEXT-COVG-LINE.                                        26/10/15
010350     READ COVG-FILE NEXT RECORD                                   26/10/15
010360         AT END                                                   26/10/15
010370             SET WS-COVG-SCAN-DONE TO TRUE                        26/10/15
010380             GO TO 3110-EXIT                                      26/10/15
010390     END-READ.                                                    26/10/15
010400     IF COVG-QUOTN-NUM NOT = QUOTN-NUM                            26/10/15
010410         SET WS-COVG-SCAN-DONE TO TRUE                            26/10/15
010420         GO TO 3110-EXIT                                          26/10/15
010430     END-IF.                                                      26/10/15
010440     ADD 1 TO WS-COVG-LINE-COUNT.                                 26/10/15
010450     DISPLAY "LINE " COVG-LINE-NUM " " COVG-COVERAGE-CODE         26/10/15
010460         " LIMIT: " COVG-LIMIT-AMT                                26/10/15
010470         " PREMIUM: " COVG-PREMIUM-AMT UPON TERMINAL-CONSOLE.     26/10/15
010480 3110-EXIT.                                                       26/10/15
010490     EXIT.                                                        26/10/15
010500*                                                                 26/10/15
010510*---------------------------------------------------------        26/10/15
010520* 5500-MAINTAIN-COVG-LINE                                         26/10/15
010530*    LISTS THE QUOTE'S COVERAGE LINES, THEN ADDS, CHANGES OR      26/10/15
010540*    DELETES ONE AND RE-TOTALS THE QUOTE PREMIUM FROM THE         26/10/15
010550*    LINES - THE SAME RULES QUOTNUPD APPLIES TO ITS "N", "M"      26/10/15
010560*    AND "D" TRANSACTIONS, SO THE TERMINAL CANNOT FILE WHAT       26/10/15
010570*    THE BATCH RUN WOULD REJECT.  THE QUOTE IS AUDITED AND        26/10/15
010580*    QUEUED FOR EXTRACT THE SAME WAY AS A CORRECTION.             26/10/15
010590*---------------------------------------------------------        26/10/15
010600 5500-MAINTAIN-COVG-LINE.                                         26/10/15
010610     READ QUOTN-FILE                                              26/10/15
010620         INVALID KEY                                              26/10/15
010630             DISPLAY "QUOTN-NUM NOT ON FILE" UPON TERMINAL-CONSOLE26/10/15
010640             GO TO 5500-EXIT                                      26/10/15
010650     END-READ.                                                    26/10/15
010660     PERFORM 3100-SHOW-COVG-LINES THRU 3100-EXIT.                 26/10/15
010670     IF NOT QUOTN-STAT-ACTIVE                                     26/10/15
010680         DISPLAY "QUOTE NOT ACTIVE - COVERAGE NOT CHANGED"        26/10/15
010690             UPON TERMINAL-CONSOLE                                26/10/15
010700         GO TO 5500-EXIT                                          26/10/15
010710     END-IF.                                                      26/10/15
010720     DISPLAY "LINE ACTION (A=ADD C=CHANGE D=DELETE), "            26/10/15
010730         "BLANK = NONE: " UPON TERMINAL-CONSOLE.                  26/10/15
010740     MOVE SPACES TO WS-COVG-ACTION.                               26/10/15
010750     ACCEPT WS-COVG-ACTION FROM TERMINAL-CONSOLE.                 26/10/15
010760     IF WS-COVG-ACTION = SPACE                                    26/10/15
010770         GO TO 5500-EXIT                                          26/10/15
010780     END-IF.                                                      26/10/15
010790     IF NOT WS-COVG-ACT-ADD AND NOT WS-COVG-ACT-CHANGE            26/10/15
010800        AND NOT WS-COVG-ACT-DELETE                                26/10/15
010810         DISPLAY "INVALID LINE ACTION" UPON TERMINAL-CONSOLE      26/10/15
010820         GO TO 5500-EXIT                                          26/10/15
010830     END-IF.                                                      26/10/15
010840     DISPLAY "LINE-NUM: " UPON TERMINAL-CONSOLE.                  26/10/15
010850     MOVE ZERO TO WS-COVG-LINE-NUM.                               26/10/15
010860     ACCEPT WS-COVG-LINE-NUM FROM TERMINAL-CONSOLE.               26/10/15
010870     IF WS-COVG-LINE-NUM = ZERO                                   26/10/15
010880         DISPLAY "LINE NUMBER MISSING" UPON TERMINAL-CONSOLE      26/10/15
010890         GO TO 5500-EXIT                                          26/10/15
010900     END-IF.                                                      26/10/15
010910     MOVE WS-COVG-LINE-NUM TO WS-COVG-SEEK-LINE-NUM.              26/10/15
010920     PERFORM 5600-TOTAL-COVG-LINES THRU 5600-EXIT.                26/10/15
010930     IF WS-COVG-ACT-ADD AND WS-COVG-LINE-FOUND                    26/10/15
010940         DISPLAY "COVERAGE LINE ALREADY ON FILE"                  26/10/15
010950             UPON TERMINAL-CONSOLE                                26/10/15
010960         GO TO 5500-EXIT                                          26/10/15
010970     END-IF.                                                      26/10/15
010980     IF NOT WS-COVG-ACT-ADD AND NOT WS-COVG-LINE-FOUND            26/10/15
010990         DISPLAY "COVERAGE LINE NOT ON FILE" UPON TERMINAL-CONSOLE26/10/15
011000         GO TO 5500-EXIT                                          26/10/15
011010     END-IF.                                                      26/10/15
011020     IF WS-COVG-ACT-DELETE AND WS-COVG-LINE-COUNT = 1             26/10/15
011030         DISPLAY "LAST COVERAGE LINE - WITHDRAW THE QUOTE"        26/10/15
011040             UPON TERMINAL-CONSOLE                                26/10/15
011050         GO TO 5500-EXIT                                          26/10/15
011060     END-IF.                                                      26/10/15
011070     MOVE QUOTN-NUM        TO COVG-QUOTN-NUM.                     26/10/15
011080     MOVE WS-COVG-LINE-NUM TO COVG-LINE-NUM.                      26/10/15
011090     IF NOT WS-COVG-ACT-ADD                                       26/10/15
011100         READ COVG-FILE                                           26/10/15
011110             INVALID KEY                                          26/10/15
011120                 DISPLAY "COVERAGE LINE NOT ON FILE"              26/10/15
011130                     UPON TERMINAL-CONSOLE                        26/10/15
011140                 GO TO 5500-EXIT                                  26/10/15
011150         END-READ                                                 26/10/15
011155         MOVE COVG-RECORD TO WS-COVG-SAVED-RECORD                 26/10/15
011160     END-IF.                                                      26/10/15
011170     MOVE WS-COVG-TOTAL-AMT TO WS-COVG-NEW-TOTAL-AMT.             26/10/15
011180     IF NOT WS-COVG-ACT-DELETE                                    26/10/15
011190         PERFORM 5510-ACCEPT-COVG-FIELDS THRU 5510-EXIT           26/10/15
011200         IF NOT WS-COVG-OK                                        26/10/15
011210             GO TO 5500-EXIT                                      26/10/15
011220         END-IF                                                   26/10/15
011230         ADD WS-NEW-COVG-PREMIUM-AMT TO WS-COVG-NEW-TOTAL-AMT     26/10/15
011240     END-IF.                                                      26/10/15
011250     IF WS-COVG-NEW-TOTAL-AMT > 9999999.99                        26/10/15
011260         DISPLAY "COVERAGE TOTAL TOO LARGE FOR QUOTE"             26/10/15
011270             UPON TERMINAL-CONSOLE                                26/10/15
011280         GO TO 5500-EXIT                                          26/10/15
011290     END-IF.                                                      26/10/15
011300     PERFORM 5520-APPLY-COVG-LINE THRU 5520-EXIT.                 26/10/15
011310     IF NOT WS-COVG-OK                                            26/10/15
011320         GO TO 5500-EXIT                                          26/10/15
011330     END-IF.                                                      26/10/15
011340     MOVE QUOTN-RECORD TO WS-BEFORE-IMAGE.                        26/10/15
011350     MOVE WS-COVG-NEW-TOTAL-AMT TO QUOTN-PREMIUM-AMT.             26/10/15
011360     MOVE WS-TODAY-DATE         TO QUOTN-LAST-UPD-DATE.           26/10/15
011370     SET QUOTN-EXTRACT-PENDING TO TRUE.                           26/10/15
011380     REWRITE QUOTN-RECORD                                         26/10/15
011390         INVALID KEY                                              26/10/15
011400             DISPLAY "REWRITE FAILED, NUM = " QUOTN-NUM           26/10/15
011410                 UPON TERMINAL-CONSOLE                            26/10/15
011415             PERFORM 5530-BACK-OUT-COVG-LINE THRU 5530-EXIT       26/10/15
011420             GO TO 5500-EXIT                                      26/10/15
011430     END-REWRITE.                                                 26/10/15
011440     PERFORM 7000-WRITE-EXTRACT-QUEUE THRU 7000-EXIT.             26/10/15
011450     MOVE QUOTN-RECORD TO WS-AFTER-IMAGE.                         26/10/15
011460     PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT.              26/10/15
011470     DISPLAY "PREMIUM NOW: " QUOTN-PREMIUM-AMT                    26/10/15
011480         UPON TERMINAL-CONSOLE.                                   26/10/15
011490 5500-EXIT.                                                       26/10/15
011500     EXIT.                                                        26/10/15
011510*                                                                 26/10/15
011520*---------------------------------------------------------        26/10/15
011530* 5510-ACCEPT-COVG-FIELDS                                         26/10/15
011540*    PROMPTS FOR THE COVERAGE CODE, LIMIT AND PREMIUM OF AN       26/10/15
011550*    ADDED OR CHANGED LINE - ON A CHANGE, BLANK/ZERO KEEPS        26/10/15
011560*    THE VALUE ON FILE - AND EDITS THE PREMIUM AGAINST THE        26/10/15
011570*    CODE'S COVRATE-FILE LIMITS.  OUTSIDE THE HARD LIMITS         26/10/15
011580*    THE LINE IS REFUSED; OUTSIDE THE TOLERANCE BAND THE          26/10/15
011590*    OPERATOR IS WARNED AND THE LINE STILL FILES.                 26/10/15
011600*---------------------------------------------------------        26/10/15
011610 5510-ACCEPT-COVG-FIELDS.                                         26/10/15
011620     MOVE "N" TO WS-COVG-OK-SWITCH.                               26/10/15
011630     IF WS-COVG-ACT-CHANGE                                        26/10/15
011640         DISPLAY "COVERAGE CODE, BLANK = NO CHANGE: "             26/10/15
011650             UPON TERMINAL-CONSOLE                                26/10/15
011660     ELSE                                                         26/10/15
011670         DISPLAY "COVERAGE CODE: " UPON TERMINAL-CONSOLE          26/10/15
011680     END-IF.                                                      26/10/15
011690     MOVE SPACES TO WS-NEW-COVG-CODE.                             26/10/15
011700     ACCEPT WS-NEW-COVG-CODE FROM TERMINAL-CONSOLE.               26/10/15
011710     IF WS-COVG-ACT-CHANGE AND WS-NEW-COVG-CODE = SPACES          26/10/15
011720         MOVE COVG-COVERAGE-CODE TO WS-NEW-COVG-CODE              26/10/15
011730     END-IF.                                                      26/10/15
011740     IF WS-COVG-ACT-CHANGE                                        26/10/15
011750         DISPLAY "LIMIT-AMT, ZERO = NO CHANGE: "                  26/10/15
011760             UPON TERMINAL-CONSOLE                                26/10/15
011770     ELSE                                                         26/10/15
011780         DISPLAY "LIMIT-AMT: " UPON TERMINAL-CONSOLE              26/10/15
011790     END-IF.                                                      26/10/15
011800     MOVE ZERO TO WS-NEW-COVG-LIMIT-AMT.                          26/10/15
011810     ACCEPT WS-NEW-COVG-LIMIT-AMT FROM TERMINAL-CONSOLE.          26/10/15
011820     IF WS-COVG-ACT-CHANGE AND WS-NEW-COVG-LIMIT-AMT = ZERO       26/10/15
011830         MOVE COVG-LIMIT-AMT TO WS-NEW-COVG-LIMIT-AMT             26/10/15
011840     END-IF.                                                      26/10/15
011850     IF WS-COVG-ACT-CHANGE                                        26/10/15
011860         DISPLAY "PREMIUM-AMT, ZERO = NO CHANGE: "                26/10/15
011870             UPON TERMINAL-CONSOLE                                26/10/15
011880     ELSE                                                         26/10/15
011890         DISPLAY "PREMIUM-AMT: " UPON TERMINAL-CONSOLE            26/10/15
011900     END-IF.                                                      26/10/15
011910     MOVE ZERO TO WS-NEW-COVG-PREMIUM-AMT.                        26/10/15
011920     ACCEPT WS-NEW-COVG-PREMIUM-AMT FROM TERMINAL-CONSOLE.        26/10/15
011930     IF WS-COVG-ACT-CHANGE AND WS-NEW-COVG-PREMIUM-AMT = ZERO     26/10/15
011940         MOVE COVG-PREMIUM-AMT TO WS-NEW-COVG-PREMIUM-AMT         26/10/15
011950     END-IF.                                                      26/10/15
011960     MOVE WS-NEW-COVG-CODE TO CVRT-COVERAGE-CODE.                 26/10/15
011970     READ COVRATE-FILE                                            26/10/15
011980         INVALID KEY                                              26/10/15
011990             DISPLAY "COVERAGE CODE NOT ON COVERAGE TABLE"        26/10/15
012000                 UPON TERMINAL-CONSOLE                            26/10/15
012010             GO TO 5510-EXIT                                      26/10/15
012020     END-READ.                                                    26/10/15
012030     IF WS-NEW-COVG-PREMIUM-AMT < CVRT-MIN-PREMIUM-AMT            26/10/15
012040        OR WS-NEW-COVG-PREMIUM-AMT > CVRT-MAX-PREMIUM-AMT         26/10/15
012050         DISPLAY "COVERAGE PREMIUM OUTSIDE CODE LIMITS "          26/10/15
012060             CVRT-MIN-PREMIUM-AMT " TO " CVRT-MAX-PREMIUM-AMT     26/10/15
012070             UPON TERMINAL-CONSOLE                                26/10/15
012080         GO TO 5510-EXIT                                          26/10/15
012090     END-IF.                                                      26/10/15
012100     IF WS-NEW-COVG-PREMIUM-AMT < CVRT-TOL-LOW-AMT                26/10/15
012110        OR WS-NEW-COVG-PREMIUM-AMT > CVRT-TOL-HIGH-AMT            26/10/15
012120         DISPLAY "WARNING - PREMIUM OUTSIDE TOLERANCE "           26/10/15
012130             CVRT-TOL-LOW-AMT " TO " CVRT-TOL-HIGH-AMT            26/10/15
012140             UPON TERMINAL-CONSOLE                                26/10/15
012150     END-IF.                                                      26/10/15
012160     SET WS-COVG-OK TO TRUE.                                      26/10/15
012170 5510-EXIT.                                                       26/10/15
012180     EXIT.                                                        26/10/15
012190*                                                                 26/10/15
012200*---------------------------------------------------------        26/10/15
012210* 5520-APPLY-COVG-LINE                                            26/10/15
012220*    WRITES, REWRITES OR DELETES THE COVG-FILE RECORD FOR         26/10/15
012230*    THE LINE - A CHANGE OR DELETE ACTS ON THE RECORD READ        26/10/15
012240*    BY 5500-MAINTAIN-COVG-LINE.                                  26/10/15
012250*---------------------------------------------------------        26/10/15
012260 5520-APPLY-COVG-LINE.                                            26/10/15
012270     MOVE "N" TO WS-COVG-OK-SWITCH.                               26/10/15
012280     IF WS-COVG-ACT-DELETE                                        26/10/15
012290         DELETE COVG-FILE RECORD                                  26/10/15
012300             INVALID KEY                                          26/10/15
012310                 DISPLAY "COVERAGE DELETE FAILED, LINE = "        26/10/15
012320                     COVG-LINE-NUM UPON TERMINAL-CONSOLE          26/10/15
012330                 GO TO 5520-EXIT                                  26/10/15
012340         END-DELETE                                               26/10/15
012350         SET WS-COVG-OK TO TRUE                                   26/10/15
012360         GO TO 5520-EXIT                                          26/10/15
012370     END-IF.                                                      26/10/15
012380     IF WS-COVG-ACT-ADD                                           26/10/15
012390         INITIALIZE COVG-RECORD                                   26/10/15
012400         MOVE QUOTN-NUM        TO COVG-QUOTN-NUM                  26/10/15
012410         MOVE WS-COVG-LINE-NUM TO COVG-LINE-NUM                   26/10/15
012420     END-IF.                                                      26/10/15
012430     MOVE WS-NEW-COVG-CODE        TO COVG-COVERAGE-CODE.          26/10/15
012440     MOVE WS-NEW-COVG-LIMIT-AMT   TO COVG-LIMIT-AMT.              26/10/15
012450     MOVE WS-NEW-COVG-PREMIUM-AMT TO COVG-PREMIUM-AMT.            26/10/15
012460     MOVE WS-TODAY-DATE           TO COVG-LAST-UPD-DATE.          26/10/15
012470     IF WS-COVG-ACT-ADD                                           26/10/15
012480         WRITE COVG-RECORD                                        26/10/15
012490             INVALID KEY                                          26/10/15
012500                 DISPLAY "COVERAGE WRITE FAILED, LINE = "         26/10/15
012510                     COVG-LINE-NUM UPON TERMINAL-CONSOLE          26/10/15
012520                 GO TO 5520-EXIT                                  26/10/15
012530         END-WRITE                                                26/10/15
012540     ELSE                                                         26/10/15
012550         REWRITE COVG-RECORD                                      26/10/15
012560             INVALID KEY                                          26/10/15
012570                 DISPLAY "COVERAGE REWRITE FAILED, LINE = "       26/10/15
012580                     COVG-LINE-NUM UPON TERMINAL-CONSOLE          26/10/15
012590                 GO TO 5520-EXIT                                  26/10/15
012600         END-REWRITE                                              26/10/15
012610     END-IF.                                                      26/10/15
012620     SET WS-COVG-OK TO TRUE.                                      26/10/15
012630 5520-EXIT.                                                       26/10/15
012640     EXIT.                                                        26/10/15
012650*                                                                 26/10/15
012660*---------------------------------------------------------        26/10/15
012670* 5600-TOTAL-COVG-LINES                                           26/10/15
012680*    WALKS COVG-FILE FROM THE FIRST LINE OF THE QUOTE IN          26/10/15
012690*    THE QUOTN-FILE RECORD AREA, COUNTING ITS LINES AND           26/10/15
012700*    TOTALLING THEIR PREMIUM - EXCEPT THE LINE NAMED BY           26/10/15
012710*    WS-COVG-SEEK-LINE-NUM, WHICH IS ONLY NOTED AS FOUND.         26/10/15
012720*---------------------------------------------------------        26/10/15
012730 5600-TOTAL-COVG-LINES.                                           26/10/15
012740     MOVE ZERO TO WS-COVG-LINE-COUNT WS-COVG-TOTAL-AMT.           26/10/15
012750     MOVE "N" TO WS-COVG-LINE-FOUND-SWITCH.                       26/10/15
012760     MOVE "N" TO WS-COVG-SCAN-SWITCH.                             26/10/15
012770     MOVE QUOTN-NUM TO COVG-QUOTN-NUM.                            26/10/15
012780     MOVE ZERO      TO COVG-LINE-NUM.                             26/10/15
012790     START COVG-FILE                                              26/10/15
012800         KEY IS NOT LESS THAN COVG-KEY                            26/10/15
012810         INVALID KEY                                              26/10/15
012820             GO TO 5600-EXIT                                      26/10/15
012830     END-START.                                                   26/10/15
012840     PERFORM 5610-TOTAL-NEXT-COVG-LINE THRU 5610-EXIT             26/10/15
012850         UNTIL WS-COVG-SCAN-DONE.                                 26/10/15
012860 5600-EXIT.                                                       26/10/15
012870     EXIT.                                                        26/10/15
012880*                                                                 26/10/15
012890*---------------------------------------------------------        26/10/15
012900* 5610-TOTAL-NEXT-COVG-LINE                                       26/10/15
012910*    READS THE NEXT COVG-FILE RECORD - DONE AT END OF FILE        26/10/15
012920*    OR WHEN THE QUOTE NUMBER CHANGES.                            26/10/15
012930*---------------------------------------------------------        26/10/15
012940 5610-TOTAL-NEXT-COVG-LINE.                                       26/10/15
012950     READ COVG-FILE NEXT RECORD                                   26/10/15
012960         AT END                                                   26/10/15
012970             SET WS-COVG-SCAN-DONE TO TRUE                        26/10/15
012980             GO TO 5610-EXIT                                      26/10/15
012990     END-READ.                                                    26/10/15
013000     IF COVG-QUOTN-NUM NOT = QUOTN-NUM                            26/10/15
013010         SET WS-COVG-SCAN-DONE TO TRUE                            26/10/15
013020         GO TO 5610-EXIT                                          26/10/15
013030     END-IF.                                                      26/10/15
013040     ADD 1 TO WS-COVG-LINE-COUNT.                                 26/10/15
013050     IF COVG-LINE-NUM = WS-COVG-SEEK-LINE-NUM                     26/10/15
013060         SET WS-COVG-LINE-FOUND TO TRUE                           26/10/15
013070     ELSE                                                         26/10/15
013080         ADD COVG-PREMIUM-AMT TO WS-COVG-TOTAL-AMT                26/10/15
013090     END-IF.                                                      26/10/15
013100 5610-EXIT.                                                       26/10/15
013110     EXIT.                                                        26/10/15
013120*                                                                 26/10/15
013130*---------------------------------------------------------        26/10/15
013140* 3700-SHOW-CHANGE-HISTORY                                        26/10/15
013150*    PAGES BACK THROUGH EVERY CHANGE LOADED TO THE CHANGE         26/10/15
013160*    HISTORY FOR THE KEYED QUOTE, NEWEST FIRST, A PAGE OF         26/10/15
013170*    ENTRIES AT A TIME.  THE QUOTE NEED NOT BE ON QUOTN-          26/10/15
013180*    FILE - AN ARCHIVED QUOTE'S HISTORY IS STILL THERE.           26/10/15
013190*---------------------------------------------------------        26/10/15
013200 3700-SHOW-CHANGE-HISTORY.                                        26/10/15
013210     MOVE ZERO TO WS-HIST-COUNT.                                  26/10/15
013220     MOVE "N" TO WS-HIST-SCAN-SWITCH.                             26/10/15
013230     MOVE "N" TO WS-HIST-TRUNC-SWITCH.                            26/10/15
013240     MOVE WS-KEY-QUOTN-NUM TO CHGH-QUOTN-NUM.                     26/10/15
013250     MOVE ZERO TO CHGH-CHG-DATE.                                  26/10/15
013260     MOVE ZERO TO CHGH-CHG-TIME.                                  26/10/15
013270     MOVE ZERO TO CHGH-LOG-SEQ.                                   26/10/15
013280     START CHG-HIST-FILE                                          26/10/15
013290         KEY IS NOT LESS THAN CHGH-KEY                            26/10/15
013300         INVALID KEY                                              26/10/15
013310             SET WS-HIST-SCAN-DONE TO TRUE                        26/10/15
013320     END-START.                                                   26/10/15
013330     PERFORM 3710-LOAD-NEXT-HIST-KEY THRU 3710-EXIT               26/10/15
013340         UNTIL WS-HIST-SCAN-DONE.                                 26/10/15
013350     IF WS-HIST-COUNT = ZERO                                      26/10/15
013360         DISPLAY "NO CHANGE HISTORY" UPON TERMINAL-CONSOLE        26/10/15
013370         GO TO 3700-EXIT                                          26/10/15
013380     END-IF.                                                      26/10/15
013390     IF WS-HIST-TRUNCATED                                         26/10/15
013400         DISPLAY "ONLY THE LATEST 500 CHANGES ARE SHOWN"          26/10/15
013410             UPON TERMINAL-CONSOLE                                26/10/15
013420     END-IF.                                                      26/10/15
013430     MOVE WS-HIST-COUNT TO WS-HIST-IX.                            26/10/15
013440     MOVE ZERO TO WS-HIST-PAGE-COUNT.                             26/10/15
013450     MOVE "Y" TO WS-HIST-MORE-CODE.                               26/10/15
013460     PERFORM 3730-SHOW-HIST-ENTRY THRU 3730-EXIT                  26/10/15
013470         UNTIL WS-HIST-IX < 1                                     26/10/15
013480            OR NOT WS-HIST-MORE-WANTED.                           26/10/15
013490     IF WS-HIST-IX < 1                                            26/10/15
013500         DISPLAY "END OF CHANGE HISTORY" UPON TERMINAL-CONSOLE    26/10/15
013510     END-IF.                                                      26/10/15
013520 3700-EXIT.                                                       26/10/15
013530     EXIT.                                                        26/10/15
013540*                                                                 26/10/15
013550*---------------------------------------------------------        26/10/15
013560* 3710-LOAD-NEXT-HIST-KEY                                         26/10/15
013570*    READS THE NEXT CHANGE-HISTORY RECORD AND KEEPS ITS KEY       26/10/15
013580*    - DONE AT END OF FILE OR WHEN THE QUOTE NUMBER CHANGES.      26/10/15
013590*    A FULL TABLE DROPS ITS OLDEST KEY TO MAKE ROOM.              26/10/15
013600*---------------------------------------------------------        26/10/15
013610 3710-LOAD-NEXT-HIST-KEY.                                         26/10/15
013620     READ CHG-HIST-FILE NEXT RECORD                               26/10/15
013630         AT END                                                   26/10/15
013640             SET WS-HIST-SCAN-DONE TO TRUE                        26/10/15
013650             GO TO 3710-EXIT                                      26/10/15
013660     END-READ.                                                    26/10/15
013670     IF CHG-HIST-FILE-STATUS NOT = "00"                           26/10/15
013680         SET WS-HIST-SCAN-DONE TO TRUE                            26/10/15
013690         GO TO 3710-EXIT                                          26/10/15
013700     END-IF.                                                      26/10/15
013710     IF CHGH-QUOTN-NUM NOT = WS-KEY-QUOTN-NUM                     26/10/15
013720         SET WS-HIST-SCAN-DONE TO TRUE                            26/10/15
013730         GO TO 3710-EXIT                                          26/10/15
013740     END-IF.                                                      26/10/15
013750     IF WS-HIST-COUNT NOT < WS-HIST-MAX                           26/10/15
013760         SET WS-HIST-TRUNCATED TO TRUE                            26/10/15
013770         MOVE 2 TO WS-HIST-SHIFT-IX                               26/10/15
013780         PERFORM 3720-SHIFT-HIST-KEY THRU 3720-EXIT               26/10/15
013790             UNTIL WS-HIST-SHIFT-IX > WS-HIST-MAX                 26/10/15
013800         SUBTRACT 1 FROM WS-HIST-COUNT                            26/10/15
013810     END-IF.                                                      26/10/15
013820     ADD 1 TO WS-HIST-COUNT.                                      26/10/15
013830     MOVE CHGH-KEY TO WS-HIST-KEY-ENTRY (WS-HIST-COUNT).          26/10/15
013840 3710-EXIT.                                                       26/10/15
013850     EXIT.                                                        26/10/15
013860*                                                                 26/10/15
013870*---------------------------------------------------------        26/10/15
013880* 3720-SHIFT-HIST-KEY                                             26/10/15
013890*    MOVES ONE KEY DOWN A SLOT, OVERLAYING THE OLDEST.            26/10/15
013900*---------------------------------------------------------        26/10/15
013910 3720-SHIFT-HIST-KEY.                                             26/10/15
013920     MOVE WS-HIST-KEY-ENTRY (WS-HIST-SHIFT-IX)                    26/10/15
013930         TO WS-HIST-KEY-ENTRY (WS-HIST-SHIFT-IX - 1).             26/10/15
013940     ADD 1 TO WS-HIST-SHIFT-IX.                                   26/10/15
013950 3720-EXIT.                                                       26/10/15
013960     EXIT.                                                        26/10/15
013970*                                                                 26/10/15
013980*---------------------------------------------------------        26/10/15
013990* 3730-SHOW-HIST-ENTRY                                            26/10/15
014000*    SHOWS THE NEXT-NEWEST CHANGE - WHEN, WHAT KIND, WHICH        26/10/15
014010*    PROGRAM AND OPERATOR, AND THE FIELDS IT TOUCHED.  A          26/10/15
014020*    FULL PAGE ASKS WHETHER TO GO ON BEFORE THE NEXT ONE.         26/10/15
014030*---------------------------------------------------------        26/10/15
014040 3730-SHOW-HIST-ENTRY.                                            26/10/15
014050     IF WS-HIST-PAGE-COUNT NOT < WS-HIST-PAGE-SIZE                26/10/15
014060         MOVE ZERO TO WS-HIST-PAGE-COUNT                          26/10/15
014070         DISPLAY "MORE (Y/N): " UPON TERMINAL-CONSOLE             26/10/15
014080         ACCEPT WS-HIST-MORE-CODE FROM TERMINAL-CONSOLE           26/10/15
014090         IF NOT WS-HIST-MORE-WANTED                               26/10/15
014100             GO TO 3730-EXIT                                      26/10/15
014110         END-IF                                                   26/10/15
014120     END-IF.                                                      26/10/15
014130     MOVE WS-HIST-KEY-ENTRY (WS-HIST-IX) TO CHGH-KEY.             26/10/15
014140     SUBTRACT 1 FROM WS-HIST-IX.                                  26/10/15
014150     ADD 1 TO WS-HIST-PAGE-COUNT.                                 26/10/15
014160     READ CHG-HIST-FILE                                           26/10/15
014170         INVALID KEY                                              26/10/15
014180             DISPLAY "CHANGE HISTORY RECORD NOT FOUND"            26/10/15
014190                 UPON TERMINAL-CONSOLE                            26/10/15
014200             GO TO 3730-EXIT                                      26/10/15
014210     END-READ.                                                    26/10/15
014220     MOVE CHGH-CHG-TIME TO WS-HIST-TIME.                          26/10/15
014230     IF CHGH-ADDED                                                26/10/15
014240         MOVE "ADDED"   TO WS-HIST-TYPE-TEXT                      26/10/15
014250     ELSE IF CHGH-REMOVED                                         26/10/15
014260         MOVE "REMOVED" TO WS-HIST-TYPE-TEXT                      26/10/15
014270     ELSE                                                         26/10/15
014280         MOVE "CHANGED" TO WS-HIST-TYPE-TEXT                      26/10/15
014290     END-IF.                                                      26/10/15
014300     DISPLAY CHGH-CHG-DATE " " WS-HIST-TIME-HH ":"                26/10/15
014310         WS-HIST-TIME-MM ":" WS-HIST-TIME-SS " "                  26/10/15
014320         WS-HIST-TYPE-TEXT " BY " CHGH-SOURCE-PGM-ID              26/10/15
014330         " USER " CHGH-USER-ID UPON TERMINAL-CONSOLE.             26/10/15
014340     IF CHGH-ADDED                                                26/10/15
014350         PERFORM 3740-SHOW-HIST-ADD THRU 3740-EXIT                26/10/15
014360     ELSE IF CHGH-REMOVED                                         26/10/15
014370         PERFORM 3750-SHOW-HIST-REMOVAL THRU 3750-EXIT            26/10/15
014380     ELSE                                                         26/10/15
014390         PERFORM 3760-SHOW-HIST-FIELDS THRU 3760-EXIT             26/10/15
014400     END-IF.                                                      26/10/15
014410 3730-EXIT.                                                       26/10/15
014420     EXIT.                                                        26/10/15
014430*                                                                 26/10/15
014440*---------------------------------------------------------        26/10/15
014450* 3740-SHOW-HIST-ADD                                              26/10/15
014460*    AN ADD (OR A QUOTNRST REINSTATEMENT) HAS NO BEFORE           26/10/15
014470*    IMAGE - SHOWS THE QUOTE AS IT WAS FILED.                     26/10/15
014480*---------------------------------------------------------        26/10/15
014490 3740-SHOW-HIST-ADD.                                              26/10/15
014500     MOVE CHGA-PREMIUM-AMT TO WS-ED-NEW-PREMIUM.                  26/10/15
014510     DISPLAY "    CUST/POLICY: " CHGA-CUST-NUM "/"                26/10/15
014520         CHGA-POLICY-NUM UPON TERMINAL-CONSOLE.                   26/10/15
014530     DISPLAY "    STATUS: " CHGA-STATUS                           26/10/15
014540         " PREMIUM: " WS-ED-NEW-PREMIUM                           26/10/15
014550         " AGENT: " CHGA-AGENT-NUM UPON TERMINAL-CONSOLE.         26/10/15
014560 3740-EXIT.                                                       26/10/15
014570     EXIT.                                                        26/10/15
014580*                                                                 26/10/15
014590*---------------------------------------------------------        26/10/15
014600* 3750-SHOW-HIST-REMOVAL                                          26/10/15
014610*    A REMOVAL (A QUOTNARC ARCHIVE) HAS NO AFTER IMAGE -          26/10/15
014620*    SHOWS THE QUOTE AS IT LEFT QUOTN-FILE.                       26/10/15
014630*---------------------------------------------------------        26/10/15
014640 3750-SHOW-HIST-REMOVAL.                                          26/10/15
014650     MOVE CHGB-PREMIUM-AMT TO WS-ED-OLD-PREMIUM.                  26/10/15
014660     DISPLAY "    QUOTE LEFT QUOTN-FILE - STATUS: " CHGB-STATUS   26/10/15
014670         " PREMIUM: " WS-ED-OLD-PREMIUM UPON TERMINAL-CONSOLE.    26/10/15
014680 3750-EXIT.                                                       26/10/15
014690     EXIT.                                                        26/10/15
014700*                                                                 26/10/15
014710*---------------------------------------------------------        26/10/15
014720* 3760-SHOW-HIST-FIELDS                                           26/10/15
014730*    SHOWS THE OLD AND NEW VALUE OF EACH FIELD THE CHANGE         26/10/15
014740*    TOUCHED.                                                     26/10/15
014750*---------------------------------------------------------        26/10/15
014760 3760-SHOW-HIST-FIELDS.                                           26/10/15
014770     MOVE ZERO TO WS-HIST-FIELD-COUNT.                            26/10/15
014780     IF CHGB-CUST-NUM NOT = CHGA-CUST-NUM                         26/10/15
014790         ADD 1 TO WS-HIST-FIELD-COUNT                             26/10/15
014800         DISPLAY "    CUST-NUM     OLD: " CHGB-CUST-NUM           26/10/15
014810             " NEW: " CHGA-CUST-NUM UPON TERMINAL-CONSOLE         26/10/15
014820     END-IF.                                                      26/10/15
014830     IF CHGB-POLICY-NUM NOT = CHGA-POLICY-NUM                     26/10/15
014840         ADD 1 TO WS-HIST-FIELD-COUNT                             26/10/15
014850         DISPLAY "    POLICY-NUM   OLD: " CHGB-POLICY-NUM         26/10/15
014860             " NEW: " CHGA-POLICY-NUM UPON TERMINAL-CONSOLE       26/10/15
014870     END-IF.                                                      26/10/15
014880     IF CHGB-EFF-DATE NOT = CHGA-EFF-DATE                         26/10/15
014890         ADD 1 TO WS-HIST-FIELD-COUNT                             26/10/15
014900         DISPLAY "    EFF-DATE     OLD: " CHGB-EFF-DATE           26/10/15
014910             " NEW: " CHGA-EFF-DATE UPON TERMINAL-CONSOLE         26/10/15
014920     END-IF.                                                      26/10/15
014930     IF CHGB-EXP-DATE NOT = CHGA-EXP-DATE                         26/10/15
014940         ADD 1 TO WS-HIST-FIELD-COUNT                             26/10/15
014950         DISPLAY "    EXP-DATE     OLD: " CHGB-EXP-DATE           26/10/15
014960             " NEW: " CHGA-EXP-DATE UPON TERMINAL-CONSOLE         26/10/15
014970     END-IF.                                                      26/10/15
014980     IF CHGB-STATUS NOT = CHGA-STATUS                             26/10/15
014990         ADD 1 TO WS-HIST-FIELD-COUNT                             26/10/15
015000         DISPLAY "    STATUS       OLD: " CHGB-STATUS             26/10/15
015010             " NEW: " CHGA-STATUS UPON TERMINAL-CONSOLE           26/10/15
015020     END-IF.                                                      26/10/15
015030     IF CHGB-PREMIUM-AMT NOT = CHGA-PREMIUM-AMT                   26/10/15
015040         ADD 1 TO WS-HIST-FIELD-COUNT                             26/10/15
015050         MOVE CHGB-PREMIUM-AMT TO WS-ED-OLD-PREMIUM               26/10/15
015060         MOVE CHGA-PREMIUM-AMT TO WS-ED-NEW-PREMIUM               26/10/15
015070         DISPLAY "    PREMIUM      OLD: " WS-ED-OLD-PREMIUM       26/10/15
015080             " NEW: " WS-ED-NEW-PREMIUM UPON TERMINAL-CONSOLE     26/10/15
015090     END-IF.                                                      26/10/15
015100     IF CHGB-AGENT-NUM NOT = CHGA-AGENT-NUM                       26/10/15
015110         ADD 1 TO WS-HIST-FIELD-COUNT                             26/10/15
015120         DISPLAY "    AGENT-NUM    OLD: " CHGB-AGENT-NUM          26/10/15
015130             " NEW: " CHGA-AGENT-NUM UPON TERMINAL-CONSOLE        26/10/15
015140     END-IF.                                                      26/10/15
015150     IF CHGB-EXTRACT-STATUS NOT = CHGA-EXTRACT-STATUS             26/10/15
015160         ADD 1 TO WS-HIST-FIELD-COUNT                             26/10/15
015170         DISPLAY "    EXTRACT      OLD: " CHGB-EXTRACT-STATUS     26/10/15
015180             " NEW: " CHGA-EXTRACT-STATUS UPON TERMINAL-CONSOLE   26/10/15
015190     END-IF.                                                      26/10/15
015200     IF WS-HIST-FIELD-COUNT = ZERO                                26/10/15
015210         DISPLAY "    RECORD REWRITTEN - NO FIELD CHANGED"        26/10/15
015220             UPON TERMINAL-CONSOLE                                26/10/15
015230     END-IF.                                                      26/10/15
015240 3760-EXIT.                                                       26/10/15
015250     EXIT.                                                        26/10/15
015260*                                                                 26/10/15
015270*---------------------------------------------------------        26/10/15
015280* 1050-OPEN-COVG-AND-HISTORY                                      26/10/15
015290*    OPENS THE COVERAGE LINE FILE FOR UPDATE AND THE              26/10/15
015300*    COVERAGE RATE TABLE FOR THE "V" FUNCTION, AND THE            26/10/15
015310*    CHANGE HISTORY FOR THE "H" FUNCTION.                         26/10/15
015320*---------------------------------------------------------        26/10/15
015330 1050-OPEN-COVG-AND-HISTORY.                                      26/10/15
015340     OPEN I-O   COVG-FILE.                                        26/10/15
015350     IF COVG-FILE-STATUS NOT = "00"                               26/10/15
015360         DISPLAY "QUOTNONL - CANNOT OPEN COVG-FILE, STATUS = "    26/10/15
015370             COVG-FILE-STATUS                                     26/10/15
015380         STOP RUN                                                 26/10/15
015390     END-IF.                                                      26/10/15
015400     OPEN INPUT COVRATE-FILE.                                     26/10/15
015410     IF COVRATE-FILE-STATUS NOT = "00"                            26/10/15
015420         DISPLAY "QUOTNONL - CANNOT OPEN COVRATE, STATUS = "      26/10/15
015430             COVRATE-FILE-STATUS                                  26/10/15
015440         STOP RUN                                                 26/10/15
015450     END-IF.                                                      26/10/15
015460     OPEN INPUT CHG-HIST-FILE.                                    26/10/15
015470     IF CHG-HIST-FILE-STATUS NOT = "00"                           26/10/15
015480         DISPLAY "QUOTNONL - CANNOT OPEN CHGHIST, STATUS = "      26/10/15
015490             CHG-HIST-FILE-STATUS                                 26/10/15
015500         STOP RUN                                                 26/10/15
015510     END-IF.                                                      26/10/15
015520 1050-EXIT.                                                       26/10/15
015530     EXIT.                                                        26/10/15
015540*                                                                 26/10/15
015550*---------------------------------------------------------        26/10/15
015560* 1100-SIGN-ON                                                    26/10/15
015570*    PROMPTS FOR THE OPERATOR ID - A BLANK ANSWER ASKS            26/10/15
015580*    AGAIN, BECAUSE EVERY IMAGE LOGGED FROM THE TERMINAL          26/10/15
015590*    CARRIES THE ID INTO THE CHANGE HISTORY.                      26/10/15
015600*---------------------------------------------------------        26/10/15
015610 1100-SIGN-ON.                                                    26/10/15
015620     DISPLAY "OPERATOR ID: " UPON TERMINAL-CONSOLE.               26/10/15
015630     ACCEPT WS-OPERATOR-ID FROM TERMINAL-CONSOLE.                 26/10/15
015640     MOVE WS-OPERATOR-ID TO WS-AUDIT-USER-ID.                     26/10/15
015650 1100-EXIT.                                                       26/10/15
015660     EXIT.                                                        26/10/15
015670*                                                                 26/10/15
015680*---------------------------------------------------------        26/10/15
015690* 5530-BACK-OUT-COVG-LINE                                         26/10/15
015700*    REVERSES THE LINE 5520-APPLY-COVG-LINE JUST FILED WHEN       26/10/15
015710*    THE QUOTE REWRITE BEHIND IT FAILS, SO THE QUOTE'S LINES      26/10/15
015720*    STILL SUM TO QUOTN-PREMIUM-AMT - AN ADDED LINE IS            26/10/15
015730*    DELETED, A CHANGED LINE IS PUT BACK FROM ITS SAVED           26/10/15
015740*    IMAGE, AND A DELETED LINE IS WRITTEN AGAIN.                  26/10/15
015750*---------------------------------------------------------        26/10/15
015760 5530-BACK-OUT-COVG-LINE.                                         26/10/15
015770     IF WS-COVG-ACT-ADD                                           26/10/15
015780         DELETE COVG-FILE RECORD                                  26/10/15
015790             INVALID KEY                                          26/10/15
015800                 DISPLAY "COVERAGE BACK-OUT FAILED, LINE = "      26/10/15
015810                     COVG-LINE-NUM UPON TERMINAL-CONSOLE          26/10/15
015820         END-DELETE                                               26/10/15
015830         GO TO 5530-EXIT                                          26/10/15
015840     END-IF.                                                      26/10/15
015850     MOVE WS-COVG-SAVED-RECORD TO COVG-RECORD.                    26/10/15
015860     IF WS-COVG-ACT-CHANGE                                        26/10/15
015870         REWRITE COVG-RECORD                                      26/10/15
015880             INVALID KEY                                          26/10/15
015890                 DISPLAY "COVERAGE BACK-OUT FAILED, LINE = "      26/10/15
015900                     COVG-LINE-NUM UPON TERMINAL-CONSOLE          26/10/15
015910         END-REWRITE                                              26/10/15
015920     ELSE                                                         26/10/15
015930         WRITE COVG-RECORD                                        26/10/15
015940             INVALID KEY                                          26/10/15
015950                 DISPLAY "COVERAGE BACK-OUT FAILED, LINE = "      26/10/15
015960                     COVG-LINE-NUM UPON TERMINAL-CONSOLE          26/10/15
015970         END-WRITE                                                26/10/15
015980     END-IF.                                                      26/10/15
015990 5530-EXIT.                                                       26/10/15
016000     EXIT.                                                        26/10/15
