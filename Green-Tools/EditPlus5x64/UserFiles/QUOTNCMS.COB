001900*                LINE INSTEAD OF SILENTLY DROPPING OUT.  A        26/09/01
002000*                FIXED-FORMAT COMMISSION DETAIL FILE GOES         26/09/01
002100*                TO PAYROLL.                                      26/09/01
002102* 26/10/15  DLM  ENDORSEMENT ADJUSTMENTS - THE ENDORSEMENT        26/10/15
002104*                HISTORY QUOTNEND FILES IN THE STATEMENT MONTH    26/10/15
002106*                IS READ AFTER CONTR-FILE, AND EACH PRO-RATA      26/10/15
002108*                PREMIUM DIFFERENCE EARNS A COMMISSION            26/10/15
002110*                ADJUSTMENT LINE FOR THE AGENT WHO HELD THE       26/10/15
002112*                CONTRACT - ADDITIONAL PREMIUM INTO GROSS,        26/10/15
002114*                RETURN PREMIUM INTO CLAWBACK.                    26/10/15
002116* 26/10/15  DLM  AGENT TRANSFERS - A CONTRACT MOVED BY QUOTNXFR   26/10/15
002118*                AFTER IT WAS ISSUED IS COMMISSIONED TO THE       26/10/15
002120*                AGENT WHO HELD IT AT ISSUE, FOUND ON THE AGENT   26/10/15
002122*                TRANSFER HISTORY, SO ITS CLAWBACKS AND           26/10/15
002124*                ENDORSEMENT ADJUSTMENTS STAY WITH THE AGENT      26/10/15
002126*                WHO EARNED THE ORIGINAL COMMISSION.              26/10/15
002128* 26/10/15  DLM  THE COMMISSION RATE TABLE KEEPS DATED            26/10/15
002130*                VERSIONS - EACH CONTRACT IS RATED AT THE         26/10/15
002132*                VERSION IN FORCE ON ITS CONTR-ISSUE-DATE, SO A   26/10/15
002134*                RERUN OF A PRIOR MONTH PAYS THAT MONTH'S RATE,   26/10/15
002136*                AND EACH STATEMENT LINE SHOWS WHICH RATE         26/10/15
002138*                (AGENT OR BRANCH, AND ITS EFFECTIVE DATE) IT     26/10/15
002140*                WAS PAID AT.                                     26/10/15
002142* 26/10/15  DLM  AGENT COMMISSION LEDGER - EACH AGENT'S MONTH     26/10/15
002144*                IS POSTED TO COMMLEDG.DAT.  A DEBIT BALANCE      26/10/15
002146*                LEFT WHEN CLAWBACKS BEAT EARNINGS IS CARRIED     26/10/15
002148*                FORWARD AND TAKEN OUT OF THE NEXT MONTH'S        26/10/15
002150*                EARNINGS, SO PAYROLL ONLY EVER GETS WHAT IS      26/10/15
002152*                PAYABLE.  AN AGENT STILL OWING WITH NO           26/10/15
002154*                ACTIVITY GETS A STATEMENT, AND EVERY             26/10/15
002156*                STATEMENT SHOWS THE OPENING BALANCE, THE         26/10/15
002158*                MONTH AND THE CLOSING BALANCE.  A MONTH          26/10/15
002160*                EARLIER THAN THE LAST ONE POSTED IS PRINTED      26/10/15
002162*                BUT NEITHER POSTED NOR SENT TO PAYROLL.          26/10/15
002200*                                                                 26/09/01
002300 ENVIRONMENT DIVISION.                                            26/09/01
002400*                                                                 26/09/01
005200         ACCESS MODE  IS DYNAMIC                                  26/09/01
005300         FILE STATUS  IS COMM-RATE-FILE-STATUS                    26/09/01
005400         RECORD KEY   IS CRAT-KEY.                                26/09/01
005402*                                                                 26/10/15
005404* ENDORSE-HIST-FILE IS THE ENDORSEMENT HISTORY QUOTNEND           26/10/15
005406* FILES - ITS RECORDS PROCESSED IN THE STATEMENT MONTH ARE        26/10/15
005408* THE COMMISSION ADJUSTMENT POPULATION.                           26/10/15
005410     SELECT ENDORSE-HIST-FILE                                     26/10/15
005412         ASSIGN       TO "ENDHIST.DAT"                            26/10/15
005414         ORGANIZATION IS INDEXED                                  26/10/15
005416         ACCESS MODE  IS DYNAMIC                                  26/10/15
005418         FILE STATUS  IS ENDORSE-HIST-FILE-STATUS                 26/10/15
005420         RECORD KEY   IS ENDH-KEY.                                26/10/15
005422*                                                                 26/10/15
005424* AGENT-XFER-FILE IS THE CONTRACT AGENT TRANSFER HISTORY          26/10/15
005426* QUOTNXFR FILES - IT NAMES THE AGENT WHO HELD A CONTRACT         26/10/15
005428* BEFORE EACH TRANSFER.                                           26/10/15
005430     SELECT AGENT-XFER-FILE                                       26/10/15
005432         ASSIGN       TO "AGTXFER.DAT"                            26/10/15
005434         ORGANIZATION IS INDEXED                                  26/10/15
005436         ACCESS MODE  IS DYNAMIC                                  26/10/15
005438         FILE STATUS  IS AGENT-XFER-FILE-STATUS                   26/10/15
005440         RECORD KEY   IS AXFR-KEY.                                26/10/15
005442*                                                                 26/10/15
005444* COMM-LEDGER-FILE IS THE AGENT COMMISSION LEDGER - ONE           26/10/15
005446* ACCOUNT PER AGENT, POSTED HERE EACH MONTH AND READ BY           26/10/15
005448* QUOTNCYE AT YEAR END.  ALLOCATED EMPTY BEFORE THE FIRST RUN.    26/10/15
005450     SELECT COMM-LEDGER-FILE                                      26/10/15
005452         ASSIGN       TO "COMMLEDG.DAT"                           26/10/15
005454         ORGANIZATION IS INDEXED                                  26/10/15
005456         ACCESS MODE  IS DYNAMIC                                  26/10/15
005458         FILE STATUS  IS COMM-LEDGER-FILE-STATUS                  26/10/15
005460         RECORD KEY   IS CLDG-AGENT-NUM.                          26/10/15
005500*                                                                 26/09/01
005600* COMM-PARM-FILE CARRIES THE STATEMENT MONTH - ONE RECORD,        26/09/01
005700* YYYYMM.  A MISSING OR EMPTY FILE STATEMENTS THE CURRENT         26/09/01
008700*                                                                 26/09/01
008800 FD  COMM-RATE-FILE.                                              26/09/01
008900 COPY CFI_CRATE.                                                  26/09/01
008910*                                                                 26/10/15
008920* ENDORSEMENT HISTORY RECORD - SEE CFI_ENDHS.                     26/10/15
008930 FD  ENDORSE-HIST-FILE.                                           26/10/15
008940 COPY CFI_ENDHS.                                                  26/10/15
008950*                                                                 26/10/15
008960* AGENT TRANSFER HISTORY RECORD - SEE CFI_AGXFR.                  26/10/15
008970 FD  AGENT-XFER-FILE.                                             26/10/15
008980 COPY CFI_AGXFR.                                                  26/10/15
008982*                                                                 26/10/15
008984* AGENT COMMISSION LEDGER ACCOUNT - SEE CFI_CLEDG.                26/10/15
008986 FD  COMM-LEDGER-FILE.                                            26/10/15
008988 COPY CFI_CLEDG.                                                  26/10/15
009000*                                                                 26/09/01
009100 FD  COMM-PARM-FILE.                                              26/09/01
009200 01  COMM-PARM-RECORD.                                            26/09/01
009800*                                                                 26/09/01
009900* COMM-PAY-RECORD - ONE FIXED-FORMAT ROW PER AGENT FOR            26/09/01
010000* PAYROLL - GROSS AND CLAWBACK COMMISSION FOR THE MONTH AND       26/09/01
010010* THE NET PAYABLE AFTER ANY DEBIT BALANCE CARRIED ON THE          26/10/15
010020* LEDGER IS RECOVERED (NEVER NEGATIVE, SO THE SIGN IS             26/10/15
010030* ALWAYS "+"), WITH THE LEDGER DEBIT BEFORE AND AFTER.            26/10/15
010200 FD  COMM-PAY-FILE.                                               26/09/01
010300 01  COMM-PAY-RECORD.                                             26/09/01
010400     05  CPAY-AGENT-NUM             PIC X(06).                    26/09/01
010800     05  CPAY-CLAW-COMM-AMT         PIC 9(09)V99.                 26/09/01
010900     05  CPAY-NET-SIGN              PIC X(01).                    26/09/01
011000     05  CPAY-NET-COMM-AMT          PIC 9(09)V99.                 26/09/01
011010     05  CPAY-OPEN-DEBIT-AMT        PIC 9(09)V99.                 26/10/15
011020     05  CPAY-CLOSE-DEBIT-AMT       PIC 9(09)V99.                 26/10/15
011100     05  FILLER                     PIC X(08).                    26/10/15
011200*                                                                 26/09/01
011300 WORKING-STORAGE SECTION.                                         26/09/01
011400*                                                                 26/09/01
011800 01  COMM-PARM-FILE-STATUS         PIC X(2).                      26/09/01
011900 01  COMM-STMT-FILE-STATUS         PIC X(2).                      26/09/01
012000 01  COMM-PAY-FILE-STATUS          PIC X(2).                      26/09/01
012010 01  ENDORSE-HIST-FILE-STATUS      PIC X(2).                      26/10/15
012020 01  AGENT-XFER-FILE-STATUS        PIC X(2).                      26/10/15
012040 01  COMM-LEDGER-FILE-STATUS       PIC X(2).                      26/10/15
012100*                                                                 26/09/01
012200* RUN SWITCHES                                                    26/09/01
012300* ---------------------------------------------------------       26/09/01
012400 77  WS-CONTR-EOF-SWITCH            PIC X(01) VALUE "N".          26/09/01
012500     88  CONTR-FILE-EOF                VALUE "Y".                 26/09/01
012510 77  WS-ENDT-EOF-SWITCH             PIC X(01) VALUE "N".          26/10/15
012520     88  ENDORSE-HIST-EOF              VALUE "Y".                 26/10/15
012540 77  WS-LDG-EOF-SWITCH              PIC X(01) VALUE "N".          26/10/15
012560     88  COMM-LEDGER-EOF               VALUE "Y".                 26/10/15
012600 77  WS-TODAY-DATE                  PIC 9(08).                    26/09/01
012700 77  WS-STMT-MONTH                  PIC 9(06).                    26/09/01
012800*                                                                 26/09/01
013200     88  WS-RATE-FOUND                 VALUE "Y".                 26/09/01
013300 01  WS-COMM-RATE-PCT               PIC 9(02)V99.                 26/09/01
013400 01  WS-COMM-AMT                    PIC 9(09)V99 COMP.            26/09/01
013410*    THE AGENT OR BRANCH RATE BEING LOOKED FOR, AND THE TYPE      26/10/15
013420*    AND EFFECTIVE-FROM DATE OF THE VERSION FOUND FOR IT.         26/10/15
013430 77  WS-RATE-SCAN-SWITCH            PIC X(01) VALUE "N".          26/10/15
013440     88  WS-RATE-SCAN-DONE             VALUE "Y".                 26/10/15
013450 01  WS-CRAT-SEEK-TYPE              PIC X(01).                    26/10/15
013460 01  WS-CRAT-SEEK-ID                PIC X(06).                    26/10/15
013470 01  WS-COMM-RATE-TYPE              PIC X(01).                    26/10/15
013480 01  WS-COMM-RATE-EFF-DATE          PIC 9(08).                    26/10/15
013500*                                                                 26/09/01
013600* PER-AGENT ACCUMULATION TABLE - FILLED AS CONTR-FILE IS          26/09/01
013700* SCANNED, ONE STATEMENT PRINTED PER ENTRY AT END OF RUN.         26/09/01
017300         10  WS-DET-RATE-PCT        PIC 9(02)V99 COMP.            26/09/01
017400         10  WS-DET-COMM-AMT        PIC 9(09)V99 COMP.            26/09/01
017500         10  WS-DET-NO-RATE-SWITCH  PIC X(01).                    26/09/01
017510         10  WS-DET-RATE-TYPE       PIC X(01).                    26/10/15
017520         10  WS-DET-RATE-EFF-DATE   PIC 9(08).                    26/10/15
017600*                                                                 26/09/01
017650*    THE CALLER OF 3500-FILE-DETAIL-LINE LEAVES THE LINE          26/09/01
017660*    TYPE HERE - "I" COMMISSION, "C" CLAWBACK, "E"                26/10/15
017663*    ENDORSEMENT ADDITIONAL PREMIUM, "R" ENDORSEMENT RETURN       26/10/15
017666*    PREMIUM.                                                     26/10/15
017670 01  WS-DET-TYPE-WORK               PIC X(01).                    26/09/01
017700* STATEMENT AND PAYROLL WORK FIELDS.                              26/09/01
017800* ---------------------------------------------------------       26/09/01
018500 01  WS-ED-CLAW                     PIC Z(08)9.99.                26/09/01
018600 01  WS-ED-NET                      PIC Z(08)9.99.                26/09/01
018700 01  WS-NET-SIGN                    PIC X(01).                    26/09/01
018710*    WHICH RATE VERSION A LINE WAS PAID AT, PRINTED AFTER IT.     26/10/15
018720 01  WS-RATE-FROM-TEXT.                                           26/10/15
018730     05  FILLER                     PIC X(11) VALUE " RATE FROM ".26/10/15
018740     05  WS-RFT-TYPE                PIC X(01).                    26/10/15
018750     05  FILLER                     PIC X(01) VALUE SPACE.        26/10/15
018760     05  WS-RFT-EFF-DATE            PIC 9(08).                    26/10/15
018761*                                                                 26/10/15
018762* LEDGER WORK AREA (7120/7175/7185) - THE AGENT'S DEBIT           26/10/15
018763* BALANCE AT THE START OF THE MONTH, WHAT THE MONTH'S NET         26/10/15
018764* RECOVERED OF IT, WHAT GOES TO PAYROLL, AND THE DEBIT LEFT.      26/10/15
018765* THE STATEMENT MONTH IS SPLIT TO FIND ITS CALENDAR-MONTH         26/10/15
018766* SLOT ON THE ACCOUNT.                                            26/10/15
018767* ---------------------------------------------------------       26/10/15
018768 77  WS-LDG-ON-FILE-SWITCH          PIC X(01) VALUE "N".          26/10/15
018769     88  WS-LDG-ON-FILE                VALUE "Y".                 26/10/15
018770 77  WS-LDG-POST-SWITCH             PIC X(01) VALUE "Y".          26/10/15
018771     88  WS-LDG-POSTABLE               VALUE "Y".                 26/10/15
018772 01  WS-LDG-OPEN-DEBIT              PIC 9(09)V99 COMP.            26/10/15
018773 01  WS-LDG-AVAILABLE               PIC S9(09)V99 COMP.           26/10/15
018774 01  WS-LDG-RECOVERED               PIC 9(09)V99 COMP.            26/10/15
018775 01  WS-LDG-PAID                    PIC 9(09)V99 COMP.            26/10/15
018776 01  WS-LDG-CLOSE-DEBIT             PIC 9(09)V99 COMP.            26/10/15
018777 01  WS-LDG-STMT-MONTH              PIC 9(06).                    26/10/15
018778 01  WS-LDG-STMT-MONTH-R REDEFINES WS-LDG-STMT-MONTH.             26/10/15
018779     05  WS-LDG-STMT-YEAR           PIC 9(04).                    26/10/15
018780     05  WS-LDG-STMT-MM             PIC 9(02).                    26/10/15
018781 01  WS-ED-OPEN-DEBIT               PIC Z(08)9.99.                26/10/15
018782 01  WS-ED-RECOVERED                PIC Z(08)9.99.                26/10/15
018783 01  WS-ED-PAID                     PIC Z(08)9.99.                26/10/15
018784 01  WS-ED-CLOSE-DEBIT              PIC Z(08)9.99.                26/10/15
018800*                                                                 26/09/01
018900* END-OF-RUN CONTROL TOTALS (8000-CONTROL-REPORT)                 26/09/01
019000* ---------------------------------------------------------       26/09/01
019200     05  WS-CONTR-READ              PIC 9(09) COMP VALUE ZERO.    26/09/01
019300     05  WS-COMM-LINES              PIC 9(09) COMP VALUE ZERO.    26/09/01
019400     05  WS-CLAW-LINES              PIC 9(09) COMP VALUE ZERO.    26/09/01
019410     05  WS-ENDT-LINES              PIC 9(09) COMP VALUE ZERO.    26/10/15
019500     05  WS-NO-RATE-LINES           PIC 9(09) COMP VALUE ZERO.    26/09/01
019600     05  WS-STMTS-PRINTED           PIC 9(09) COMP VALUE ZERO.    26/09/01
019700     05  WS-TOT-GROSS-COMM          PIC 9(11)V99 COMP VALUE ZERO. 26/09/01
019800     05  WS-TOT-CLAW-COMM           PIC 9(11)V99 COMP VALUE ZERO. 26/09/01
019810     05  WS-LDG-POSTED              PIC 9(09) COMP VALUE ZERO.    26/10/15
019820     05  WS-LDG-NOT-POSTED          PIC 9(09) COMP VALUE ZERO.    26/10/15
019830     05  WS-LDG-DEBIT-ACCTS         PIC 9(09) COMP VALUE ZERO.    26/10/15
019840     05  WS-TOT-RECOVERED           PIC 9(11)V99 COMP VALUE ZERO. 26/10/15
019850     05  WS-TOT-PAID                PIC 9(11)V99 COMP VALUE ZERO. 26/10/15
019860     05  WS-TOT-DEBIT-CARRIED       PIC 9(11)V99 COMP VALUE ZERO. 26/10/15
019900*                                                                 26/09/01
020000 01  WS-CONTROL-REPORT-LINE        PIC X(80).                     26/09/01
020100 01  WS-CONTROL-REPORT-EDIT.                                      26/09/01
020200     05  WS-ED-CONTR-READ           PIC ZZZZZZZZ9.                26/09/01
020300     05  WS-ED-COMM-LINES           PIC ZZZZZZZZ9.                26/09/01
020400     05  WS-ED-CLAW-LINES           PIC ZZZZZZZZ9.                26/09/01
020410     05  WS-ED-ENDT-LINES           PIC ZZZZZZZZ9.                26/10/15
020500     05  WS-ED-NO-RATE-LINES        PIC ZZZZZZZZ9.                26/09/01
020600     05  WS-ED-STMTS-PRINTED        PIC ZZZZZZZZ9.                26/09/01
020700     05  WS-ED-TOT-GROSS            PIC Z(10)9.99.                26/09/01
020800     05  WS-ED-TOT-CLAW             PIC Z(10)9.99.                26/09/01
020810     05  WS-ED-LDG-POSTED           PIC ZZZZZZZZ9.                26/10/15
020820     05  WS-ED-LDG-NOT-POSTED       PIC ZZZZZZZZ9.                26/10/15
020830     05  WS-ED-LDG-DEBIT-ACCTS      PIC ZZZZZZZZ9.                26/10/15
020840     05  WS-ED-TOT-RECOVERED        PIC Z(10)9.99.                26/10/15
020850     05  WS-ED-TOT-PAID             PIC Z(10)9.99.                26/10/15
020860     05  WS-ED-TOT-DEBIT-CARRIED    PIC Z(10)9.99.                26/10/15
020900*                                                                 26/09/01
021000 PROCEDURE DIVISION.                                              26/09/01
021100*                                                                 26/09/01
021200*---------------------------------------------------------        26/09/01
021300* 0000-MAINLINE                                                   26/09/01
021400*    DRIVES THE MONTHLY COMMISSION RUN - ACCUMULATE FROM          26/09/01
021480*    CONTR-FILE, ADD ANY AGENT STILL IN DEBIT ON THE LEDGER,      26/10/15
021560*    PRINT AND POST ONE STATEMENT PER AGENT AND THE SUMMARY       26/10/15
021600*    CONTROL PAGE, WRITE THE PAYROLL FILE, THEN PRINT THE         26/10/15
021700*    CONTROL REPORT.                                              26/10/15
021800*---------------------------------------------------------        26/09/01
021900 0000-MAINLINE.                                                   26/09/01
022000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      26/09/01
022100     PERFORM 2000-PROCESS-CONTR-FILE THRU 2000-EXIT               26/09/01
022200         UNTIL CONTR-FILE-EOF.                                    26/09/01
022210     PERFORM 2300-PROCESS-ENDT-HISTORY THRU 2300-EXIT             26/10/15
022220         UNTIL ENDORSE-HIST-EOF.                                  26/10/15
022240     PERFORM 2600-ADD-DEBIT-AGENT THRU 2600-EXIT                  26/10/15
022260         UNTIL COMM-LEDGER-EOF.                                   26/10/15
022300     PERFORM 7000-PRINT-STATEMENTS THRU 7000-EXIT.                26/09/01
022400     PERFORM 7500-PRINT-SUMMARY-PAGE THRU 7500-EXIT.              26/09/01
022500     PERFORM 8000-CONTROL-REPORT THRU 8000-EXIT.                  26/09/01
022800*                                                                 26/09/01
022900*---------------------------------------------------------        26/09/01
023000* 1000-INITIALIZE                                                 26/09/01
023100*    OPENS THE MASTERS AND RATE TABLE INPUT, THE LEDGER FOR       26/10/15
023130*    UPDATE, AND BOTH OUTPUT FILES, AND READS THE                 26/10/15
023160*    STATEMENT-MONTH PARAMETER.                                   26/10/15
023300*---------------------------------------------------------        26/09/01
023400 1000-INITIALIZE.                                                 26/09/01
023500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     26/09/01
025200             COMM-RATE-FILE-STATUS                                26/09/01
025300         STOP RUN                                                 26/09/01
025400     END-IF.                                                      26/09/01
025410     OPEN INPUT  ENDORSE-HIST-FILE.                               26/10/15
025420     IF ENDORSE-HIST-FILE-STATUS NOT = "00"                       26/10/15
025430         DISPLAY "QUOTNCMS - CANNOT OPEN ENDHIST, STATUS = "      26/10/15
025440             ENDORSE-HIST-FILE-STATUS                             26/10/15
025450         STOP RUN                                                 26/10/15
025460     END-IF.                                                      26/10/15
025470     OPEN INPUT  AGENT-XFER-FILE.                                 26/10/15
025474     IF AGENT-XFER-FILE-STATUS NOT = "00"                         26/10/15
025478         DISPLAY "QUOTNCMS - CANNOT OPEN AGTXFER, STATUS = "      26/10/15
025482             AGENT-XFER-FILE-STATUS                               26/10/15
025486         STOP RUN                                                 26/10/15
025490     END-IF.                                                      26/10/15
025491     OPEN I-O    COMM-LEDGER-FILE.                                26/10/15
025492     IF COMM-LEDGER-FILE-STATUS NOT = "00"                        26/10/15
025494         DISPLAY "QUOTNCMS - CANNOT OPEN COMMLEDG, STATUS = "     26/10/15
025495             COMM-LEDGER-FILE-STATUS                              26/10/15
025496         STOP RUN                                                 26/10/15
025497     END-IF.                                                      26/10/15
025500     OPEN OUTPUT COMM-STMT-FILE.                                  26/09/01
025600     IF COMM-STMT-FILE-STATUS NOT = "00"                          26/09/01
025700         DISPLAY "QUOTNCMS - CANNOT OPEN COMMSTMT, STATUS = "     26/09/01
026500         STOP RUN                                                 26/09/01
026600     END-IF.                                                      26/09/01
026700     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.                  26/09/01
026750     MOVE WS-STMT-MONTH TO WS-LDG-STMT-MONTH.                     26/10/15
026800     MOVE SPACES TO COMM-STMT-RECORD.                             26/09/01
026900     STRING "QUOTNCMS AGENT COMMISSION STATEMENTS - MONTH "       26/09/01
027000         DELIMITED BY SIZE                                        26/09/01
028000* 1100-READ-PARM-CARD                                             26/09/01
028100*    READS THE ONE-RECORD PARAMETER FILE FOR THE STATEMENT        26/09/01
028200*    MONTH.  A FILE THAT CANNOT BE OPENED, IS EMPTY, OR           26/09/01
028210*    CARRIES A NON-NUMERIC MONTH, OR ONE NOT 01-12, LEAVES        26/10/15
028220*    THE CURRENT MONTH IN PLACE AND IS NOTED ON THE               26/10/15
028230*    OPERATOR LOG.                                                26/10/15
028500*---------------------------------------------------------        26/09/01
028600 1100-READ-PARM-CARD.                                             26/09/01
028700     OPEN INPUT COMM-PARM-FILE.                                   26/09/01
030200         DISPLAY "QUOTNCMS - PARM NOT NUMERIC, CURRENT "          26/09/01
030300             "MONTH USED"                                         26/09/01
030400     END-IF.                                                      26/09/01
030410     MOVE WS-STMT-MONTH TO WS-LDG-STMT-MONTH.                     26/10/15
030420     IF WS-LDG-STMT-MM < 1 OR WS-LDG-STMT-MM > 12                 26/10/15
030430         DISPLAY "QUOTNCMS - PARM MONTH NOT VALID, CURRENT "      26/10/15
030440             "MONTH USED"                                         26/10/15
030450         MOVE WS-TODAY-DATE(1:6) TO WS-STMT-MONTH                 26/10/15
030460     END-IF.                                                      26/10/15
030500     CLOSE COMM-PARM-FILE.                                        26/09/01
030600 1100-EXIT.                                                       26/09/01
030700     EXIT.                                                        26/09/01
032100             GO TO 2000-EXIT                                      26/09/01
032200     END-READ.                                                    26/09/01
032300     ADD 1 TO WS-CONTR-READ.                                      26/09/01
032310     PERFORM 2050-FIND-WRITING-AGENT THRU 2050-EXIT.              26/10/15
032400     IF CONTR-ISSUE-DATE(1:6) = WS-STMT-MONTH                     26/09/01
032500         PERFORM 2100-ACCRUE-COMMISSION THRU 2100-EXIT            26/09/01
032600     END-IF.                                                      26/09/01
033000     END-IF.                                                      26/09/01
033100 2000-EXIT.                                                       26/09/01
033200     EXIT.                                                        26/09/01
033203*                                                                 26/10/15
033206*---------------------------------------------------------        26/10/15
033209* 2050-FIND-WRITING-AGENT                                         26/10/15
033212*    A CONTRACT QUOTNXFR MOVED AFTER IT WAS ISSUED CARRIES        26/10/15
033215*    ITS NEW AGENT, BUT ITS COMMISSION BELONGS TO THE AGENT       26/10/15
033218*    WHO HELD IT AT ISSUE - THE FROM-AGENT OF THE FIRST           26/10/15
033221*    TRANSFER DATED AFTER CONTR-ISSUE-DATE.  THAT AGENT IS        26/10/15
033224*    PUT BACK INTO CONTR-AGENT-NUM (CONTR-FILE IS INPUT           26/10/15
033227*    ONLY HERE) SO EVERYTHING DOWNSTREAM RATES AND                26/10/15
033230*    STATEMENTS THE RIGHT AGENT.  A CONTRACT NEVER MOVED,         26/10/15
033233*    OR ISSUED ON OR AFTER ITS LAST TRANSFER, IS LEFT ALONE.      26/10/15
033236*---------------------------------------------------------        26/10/15
033239 2050-FIND-WRITING-AGENT.                                         26/10/15
033242     MOVE CONTR-NUM        TO AXFR-CONTR-NUM.                     26/10/15
033245     MOVE CONTR-ISSUE-DATE TO AXFR-EFF-DATE.                      26/10/15
033248     START AGENT-XFER-FILE KEY IS GREATER THAN AXFR-KEY           26/10/15
033251         INVALID KEY                                              26/10/15
033254             GO TO 2050-EXIT                                      26/10/15
033257     END-START.                                                   26/10/15
033260     READ AGENT-XFER-FILE NEXT RECORD                             26/10/15
033263         AT END                                                   26/10/15
033266             GO TO 2050-EXIT                                      26/10/15
033269     END-READ.                                                    26/10/15
033272     IF AXFR-CONTR-NUM = CONTR-NUM                                26/10/15
033275         MOVE AXFR-FROM-AGENT-NUM TO CONTR-AGENT-NUM              26/10/15
033278     END-IF.                                                      26/10/15
033281 2050-EXIT.                                                       26/10/15
033284     EXIT.                                                        26/10/15
033300*                                                                 26/09/01
033400*---------------------------------------------------------        26/09/01
033500* 2100-ACCRUE-COMMISSION                                          26/09/01
037700     PERFORM 3500-FILE-DETAIL-LINE THRU 3500-EXIT.                26/09/01
037800 2200-EXIT.                                                       26/09/01
037900     EXIT.                                                        26/09/01
037901*                                                                 26/10/15
037902*---------------------------------------------------------        26/10/15
037903* 2300-PROCESS-ENDT-HISTORY                                       26/10/15
037904*    READS EACH ENDORSEMENT HISTORY RECORD - ONE QUOTNEND         26/10/15
037905*    FILED IN THE STATEMENT MONTH WITH A PREMIUM DIFFERENCE       26/10/15
037906*    EARNS A COMMISSION ADJUSTMENT LINE.  A POLICY NUMBER         26/10/15
037907*    CORRECTION CARRIES NO PREMIUM AND EARNS NOTHING.             26/10/15
037908*---------------------------------------------------------        26/10/15
037909 2300-PROCESS-ENDT-HISTORY.                                       26/10/15
037910     READ ENDORSE-HIST-FILE NEXT RECORD                           26/10/15
037911         AT END                                                   26/10/15
037912             SET ENDORSE-HIST-EOF TO TRUE                         26/10/15
037913             GO TO 2300-EXIT                                      26/10/15
037914     END-READ.                                                    26/10/15
037915     IF ENDH-PROCESS-DATE(1:6) NOT = WS-STMT-MONTH                26/10/15
037916         GO TO 2300-EXIT                                          26/10/15
037917     END-IF.                                                      26/10/15
037918     IF ENDH-PRORATA-AMT = ZERO                                   26/10/15
037919         GO TO 2300-EXIT                                          26/10/15
037920     END-IF.                                                      26/10/15
037921     PERFORM 2350-ACCRUE-ENDT-ADJUSTMENT THRU 2350-EXIT.          26/10/15
037922 2300-EXIT.                                                       26/10/15
037923     EXIT.                                                        26/10/15
037924*                                                                 26/10/15
037925*---------------------------------------------------------        26/10/15
037926* 2350-ACCRUE-ENDT-ADJUSTMENT                                     26/10/15
037927*    RATES THE ENDORSEMENT JUST SELECTED AND FILES ITS            26/10/15
037928*    ADJUSTMENT LINE AND AGENT TOTALS.  THE CONTRACT AS IT        26/10/15
037929*    STOOD WHEN ENDORSED IS LOADED INTO THE CONTR-RECORD          26/10/15
037930*    AREA (FINISHED WITH ONCE CONTR-FILE HIT END OF FILE)         26/10/15
037931*    WITH THE PRO-RATA DIFFERENCE AS ITS PREMIUM, SO THE          26/10/15
037932*    RATE LOOKUP AND DETAIL LINE WORK EXACTLY AS THEY DO          26/10/15
037933*    FOR AN ISSUED OR CANCELLED CONTRACT.                         26/10/15
037934*---------------------------------------------------------        26/10/15
037935 2350-ACCRUE-ENDT-ADJUSTMENT.                                     26/10/15
037936     MOVE ENDH-PRIOR-CONTR TO CONTR-RECORD.                       26/10/15
037937     PERFORM 2050-FIND-WRITING-AGENT THRU 2050-EXIT.              26/10/15
037938     MOVE ENDH-PRORATA-AMT TO CONTR-PREMIUM-AMT.                  26/10/15
037939     MOVE CONTR-AGENT-NUM TO WS-SEARCH-AGENT-NUM.                 26/10/15
037940     PERFORM 2500-FIND-AGENT-ENTRY THRU 2500-EXIT.                26/10/15
037941     IF NOT WS-AGT-FOUND                                          26/10/15
037942         GO TO 2350-EXIT                                          26/10/15
037943     END-IF.                                                      26/10/15
037944     PERFORM 3000-FIND-COMM-RATE THRU 3000-EXIT.                  26/10/15
037945     COMPUTE WS-COMM-AMT ROUNDED =                                26/10/15
037946         CONTR-PREMIUM-AMT * WS-COMM-RATE-PCT / 100.              26/10/15
037947     ADD 1 TO WS-ENDT-LINES.                                      26/10/15
037948     IF ENDH-RETURN-PREM                                          26/10/15
037949         ADD WS-COMM-AMT TO WS-AGT-CLAW-COMM(WS-AGT-IX)           26/10/15
037950         ADD WS-COMM-AMT TO WS-TOT-CLAW-COMM                      26/10/15
037951         MOVE "R" TO WS-DET-TYPE-WORK                             26/10/15
037952     ELSE                                                         26/10/15
037953         ADD WS-COMM-AMT TO WS-AGT-GROSS-COMM(WS-AGT-IX)          26/10/15
037954         ADD WS-COMM-AMT TO WS-TOT-GROSS-COMM                     26/10/15
037955         MOVE "E" TO WS-DET-TYPE-WORK                             26/10/15
037956     END-IF.                                                      26/10/15
037957     PERFORM 3500-FILE-DETAIL-LINE THRU 3500-EXIT.                26/10/15
037958 2350-EXIT.                                                       26/10/15
037959     EXIT.                                                        26/10/15
038000*                                                                 26/09/01
038100*---------------------------------------------------------        26/09/01
038200* 2500-FIND-AGENT-ENTRY                                           26/09/01
042600     END-IF.                                                      26/09/01
042700 2510-EXIT.                                                       26/09/01
042800     EXIT.                                                        26/09/01
042802*                                                                 26/10/15
042804*---------------------------------------------------------        26/10/15
042806* 2600-ADD-DEBIT-AGENT                                            26/10/15
042808*    READS THE NEXT LEDGER ACCOUNT - AN AGENT WHO OPENS THE       26/10/15
042810*    MONTH STILL IN DEBIT IS ADDED TO THE ACCUMULATION TABLE      26/10/15
042812*    SO THE BALANCE IS STATEMENTED AND CARRIED EVEN IN A          26/10/15
042814*    MONTH WITH NO BUSINESS.                                      26/10/15
042816*---------------------------------------------------------        26/10/15
042818 2600-ADD-DEBIT-AGENT.                                            26/10/15
042820     READ COMM-LEDGER-FILE NEXT RECORD                            26/10/15
042822         AT END                                                   26/10/15
042824             SET COMM-LEDGER-EOF TO TRUE                          26/10/15
042826             GO TO 2600-EXIT                                      26/10/15
042828     END-READ.                                                    26/10/15
042830     SET WS-LDG-ON-FILE TO TRUE.                                  26/10/15
042832     PERFORM 7110-SET-OPENING-DEBIT THRU 7110-EXIT.               26/10/15
042834     IF WS-LDG-OPEN-DEBIT = ZERO                                  26/10/15
042836         GO TO 2600-EXIT                                          26/10/15
042838     END-IF.                                                      26/10/15
042840     ADD 1 TO WS-LDG-DEBIT-ACCTS.                                 26/10/15
042842     MOVE CLDG-AGENT-NUM TO WS-SEARCH-AGENT-NUM.                  26/10/15
042844     PERFORM 2500-FIND-AGENT-ENTRY THRU 2500-EXIT.                26/10/15
042846 2600-EXIT.                                                       26/10/15
042848     EXIT.                                                        26/10/15
042900*                                                                 26/09/01
043000*---------------------------------------------------------        26/09/01
043100* 3000-FIND-COMM-RATE                                             26/09/01
043200*    LOOKS THE CONTRACT'S AGENT UP ON THE COMMISSION RATE         26/09/01
043300*    TABLE - AN AGENT-SPECIFIC RATE WINS, OTHERWISE THE           26/09/01
043310*    AGENT'S BRANCH RATE APPLIES, IN EACH CASE THE VERSION        26/10/15
043320*    IN FORCE ON CONTR-ISSUE-DATE.  NEITHER ON FILE LEAVES        26/10/15
043500*    A ZERO RATE AND THE LINE FLAGGED FOR AGENCY TO FIX.          26/09/01
043600*---------------------------------------------------------        26/09/01
043700 3000-FIND-COMM-RATE.                                             26/09/01
043800     MOVE "N" TO WS-RATE-FOUND-SWITCH.                            26/09/01
043900     MOVE ZERO TO WS-COMM-RATE-PCT WS-COMM-RATE-EFF-DATE.         26/10/15
044000     MOVE SPACE TO WS-COMM-RATE-TYPE.                             26/10/15
044010     MOVE "A" TO WS-CRAT-SEEK-TYPE.                               26/10/15
044100     MOVE CONTR-AGENT-NUM TO WS-CRAT-SEEK-ID.                     26/10/15
044550     PERFORM 3050-FIND-RATE-IN-FORCE THRU 3050-EXIT.              26/10/15
044900     IF WS-RATE-FOUND                                             26/09/01
045000         GO TO 3000-EXIT                                          26/09/01
045100     END-IF.                                                      26/09/01
045400         INVALID KEY                                              26/09/01
045500             GO TO 3000-EXIT                                      26/09/01
045600     END-READ.                                                    26/09/01
045700     MOVE "B" TO WS-CRAT-SEEK-TYPE.                               26/10/15
045800     MOVE AGENT-BRANCH TO WS-CRAT-SEEK-ID.                        26/10/15
045810     PERFORM 3050-FIND-RATE-IN-FORCE THRU 3050-EXIT.              26/10/15
046600 3000-EXIT.                                                       26/09/01
046700     EXIT.                                                        26/09/01
046702*                                                                 26/10/15
046704*---------------------------------------------------------        26/10/15
046706* 3050-FIND-RATE-IN-FORCE                                         26/10/15
046708*    FINDS THE VERSION OF THE WS-CRAT-SEEK-TYPE/ID RATE IN        26/10/15
046710*    FORCE ON CONTR-ISSUE-DATE - THE LATEST ONE EFFECTIVE         26/10/15
046712*    ON OR BEFORE THAT DATE.  A FUTURE-DATED VERSION IS           26/10/15
046714*    PASSED OVER.                                                 26/10/15
046716*---------------------------------------------------------        26/10/15
046718 3050-FIND-RATE-IN-FORCE.                                         26/10/15
046720     MOVE "N" TO WS-RATE-SCAN-SWITCH.                             26/10/15
046722     MOVE WS-CRAT-SEEK-TYPE TO CRAT-TYPE.                         26/10/15
046724     MOVE WS-CRAT-SEEK-ID   TO CRAT-ID.                           26/10/15
046726     MOVE ZERO              TO CRAT-EFF-FROM-DATE.                26/10/15
046728     START COMM-RATE-FILE KEY IS NOT LESS THAN CRAT-KEY           26/10/15
046730         INVALID KEY                                              26/10/15
046732             GO TO 3050-EXIT                                      26/10/15
046734     END-START.                                                   26/10/15
046736     PERFORM 3060-SCAN-RATE-VERSION THRU 3060-EXIT                26/10/15
046738         UNTIL WS-RATE-SCAN-DONE.                                 26/10/15
046740 3050-EXIT.                                                       26/10/15
046742     EXIT.                                                        26/10/15
046744*                                                                 26/10/15
046746*---------------------------------------------------------        26/10/15
046748* 3060-SCAN-RATE-VERSION                                          26/10/15
046750*    READS THE NEXT COMM-RATE-FILE VERSION AND TAKES ITS          26/10/15
046752*    RATE IF IT IS FOR THE SAME AGENT OR BRANCH AND WAS           26/10/15
046754*    ALREADY IN FORCE - THE VERSIONS COME BACK OLDEST             26/10/15
046756*    FIRST, SO THE LAST ONE TAKEN IS THE ONE THAT APPLIES.        26/10/15
046758*---------------------------------------------------------        26/10/15
046760 3060-SCAN-RATE-VERSION.                                          26/10/15
046762     READ COMM-RATE-FILE NEXT RECORD                              26/10/15
046764         AT END                                                   26/10/15
046766             SET WS-RATE-SCAN-DONE TO TRUE                        26/10/15
046768             GO TO 3060-EXIT                                      26/10/15
046770     END-READ.                                                    26/10/15
046772     IF CRAT-TYPE NOT = WS-CRAT-SEEK-TYPE                         26/10/15
046774        OR CRAT-ID NOT = WS-CRAT-SEEK-ID                          26/10/15
046776        OR CRAT-EFF-FROM-DATE > CONTR-ISSUE-DATE                  26/10/15
046778         SET WS-RATE-SCAN-DONE TO TRUE                            26/10/15
046780         GO TO 3060-EXIT                                          26/10/15
046782     END-IF.                                                      26/10/15
046784     MOVE CRAT-RATE-PCT      TO WS-COMM-RATE-PCT.                 26/10/15
046786     MOVE CRAT-TYPE          TO WS-COMM-RATE-TYPE.                26/10/15
046788     MOVE CRAT-EFF-FROM-DATE TO WS-COMM-RATE-EFF-DATE.            26/10/15
046790     SET WS-RATE-FOUND TO TRUE.                                   26/10/15
046792 3060-EXIT.                                                       26/10/15
046794     EXIT.                                                        26/10/15
046800*                                                                 26/09/01
046900*---------------------------------------------------------        26/09/01
047000* 3500-FILE-DETAIL-LINE                                           26/09/01
049200     MOVE CONTR-PREMIUM-AMT TO WS-DET-PREMIUM-AMT(WS-DET-IX).     26/09/01
049300     MOVE WS-COMM-RATE-PCT  TO WS-DET-RATE-PCT(WS-DET-IX).        26/09/01
049400     MOVE WS-COMM-AMT       TO WS-DET-COMM-AMT(WS-DET-IX).        26/09/01
049410     MOVE WS-COMM-RATE-TYPE TO WS-DET-RATE-TYPE(WS-DET-IX).       26/10/15
049420     MOVE WS-COMM-RATE-EFF-DATE                                   26/10/15
049430                            TO WS-DET-RATE-EFF-DATE(WS-DET-IX).   26/10/15
049500     IF WS-RATE-FOUND                                             26/09/01
049600         MOVE "N" TO WS-DET-NO-RATE-SWITCH(WS-DET-IX)             26/09/01
049700     ELSE                                                         26/09/01
051600*---------------------------------------------------------        26/09/01
051700* 7100-PRINT-ONE-STATEMENT                                        26/09/01
051800*    PRINTS THE STATEMENT FOR THE AGENT AT WS-AGT-IX -            26/09/01
051900*    HEADER WITH NAME AND BRANCH FROM AGENT-FILE, THE             26/10/15
051910*    OPENING LEDGER BALANCE, ONE LINE PER COMMISSION OR           26/10/15
051920*    CLAWBACK DETAIL, AND THE MONTH'S TOTALS AND CLOSING          26/10/15
051930*    BALANCE - THEN POSTS THE LEDGER, WRITES THE PAYROLL          26/10/15
051940*    RECORD (NOT FOR A MONTH THE LEDGER HAS ALREADY PASSED)       26/10/15
052200*    AND STEPS TO THE NEXT AGENT.                                 26/10/15
052300*---------------------------------------------------------        26/09/01
052400 7100-PRINT-ONE-STATEMENT.                                        26/09/01
052500     MOVE WS-AGT-NUM(WS-AGT-IX) TO AGENT-NUM.                     26/09/01
053900         AGENT-BRANCH DELIMITED BY SIZE                           26/09/01
054000         INTO COMM-STMT-RECORD.                                   26/09/01
054100     WRITE COMM-STMT-RECORD.                                      26/09/01
054150     PERFORM 7120-FIND-LEDGER-ACCOUNT THRU 7120-EXIT.             26/10/15
054200     MOVE 1 TO WS-DET-IX.                                         26/09/01
054300     PERFORM 7150-PRINT-DETAIL-LINE THRU 7150-EXIT                26/09/01
054400         UNTIL WS-DET-IX > WS-DET-COUNT.                          26/09/01
054500     PERFORM 7180-PRINT-AGENT-TOTALS THRU 7180-EXIT.              26/09/01
054520     PERFORM 7185-POST-LEDGER-ACCOUNT THRU 7185-EXIT.             26/10/15
054540     IF WS-LDG-POSTABLE                                           26/10/15
054600         PERFORM 7190-WRITE-PAYROLL-RECORD THRU 7190-EXIT         26/10/15
054610     END-IF.                                                      26/10/15
054700     ADD 1 TO WS-STMTS-PRINTED.                                   26/09/01
054800     ADD 1 TO WS-AGT-IX.                                          26/09/01
054900 7100-EXIT.                                                       26/09/01
055000     EXIT.                                                        26/09/01
055001*                                                                 26/10/15
055002*---------------------------------------------------------        26/10/15
055003* 7110-SET-OPENING-DEBIT                                          26/10/15
055004*    WORKS OUT THE DEBIT BALANCE THE STATEMENT MONTH OPENS        26/10/15
055005*    WITH FROM THE LEDGER ACCOUNT IN THE RECORD AREA - THE        26/10/15
055006*    CARRIED BALANCE FOR A NEW MONTH, THE SAVED OPENING           26/10/15
055007*    BALANCE FOR A RERUN OF THE LAST MONTH POSTED.  A MONTH       26/10/15
055008*    EARLIER THAN THAT CANNOT BE POSTED AGAIN, SO IT OPENS        26/10/15
055009*    AT ZERO AND IS MARKED NOT POSTABLE.  NO ACCOUNT YET          26/10/15
055010*    OPENS AT ZERO.                                               26/10/15
055011*---------------------------------------------------------        26/10/15
055012 7110-SET-OPENING-DEBIT.                                          26/10/15
055013     MOVE "Y" TO WS-LDG-POST-SWITCH.                              26/10/15
055014     MOVE ZERO TO WS-LDG-OPEN-DEBIT.                              26/10/15
055015     IF NOT WS-LDG-ON-FILE                                        26/10/15
055016         GO TO 7110-EXIT                                          26/10/15
055017     END-IF.                                                      26/10/15
055018     IF CLDG-LAST-POST-MONTH = WS-STMT-MONTH                      26/10/15
055019         MOVE CLDG-OPEN-DEBIT-AMT TO WS-LDG-OPEN-DEBIT            26/10/15
055020         GO TO 7110-EXIT                                          26/10/15
055021     END-IF.                                                      26/10/15
055022     IF CLDG-LAST-POST-MONTH < WS-STMT-MONTH                      26/10/15
055023         MOVE CLDG-DEBIT-BAL-AMT TO WS-LDG-OPEN-DEBIT             26/10/15
055024         GO TO 7110-EXIT                                          26/10/15
055025     END-IF.                                                      26/10/15
055026     MOVE "N" TO WS-LDG-POST-SWITCH.                              26/10/15
055027 7110-EXIT.                                                       26/10/15
055028     EXIT.                                                        26/10/15
055029*                                                                 26/10/15
055030*---------------------------------------------------------        26/10/15
055031* 7120-FIND-LEDGER-ACCOUNT                                        26/10/15
055032*    READS THE LEDGER ACCOUNT OF THE AGENT AT WS-AGT-IX AND       26/10/15
055033*    PRINTS THE OPENING DEBIT BALANCE UNDER THE STATEMENT         26/10/15
055034*    HEADER.                                                      26/10/15
055035*---------------------------------------------------------        26/10/15
055036 7120-FIND-LEDGER-ACCOUNT.                                        26/10/15
055037     MOVE WS-AGT-NUM(WS-AGT-IX) TO CLDG-AGENT-NUM.                26/10/15
055038     SET WS-LDG-ON-FILE TO TRUE.                                  26/10/15
055039     READ COMM-LEDGER-FILE                                        26/10/15
055040         INVALID KEY                                              26/10/15
055041             MOVE "N" TO WS-LDG-ON-FILE-SWITCH                    26/10/15
055042     END-READ.                                                    26/10/15
055043     PERFORM 7110-SET-OPENING-DEBIT THRU 7110-EXIT.               26/10/15
055044     MOVE WS-LDG-OPEN-DEBIT TO WS-ED-OPEN-DEBIT.                  26/10/15
055045     MOVE SPACES TO COMM-STMT-RECORD.                             26/10/15
055046     STRING "  OPENING DEBIT BALANCE " DELIMITED BY SIZE          26/10/15
055047         WS-ED-OPEN-DEBIT DELIMITED BY SIZE                       26/10/15
055048         INTO COMM-STMT-RECORD.                                   26/10/15
055049     WRITE COMM-STMT-RECORD.                                      26/10/15
055050 7120-EXIT.                                                       26/10/15
055051     EXIT.                                                        26/10/15
055100*                                                                 26/09/01
055200*---------------------------------------------------------        26/09/01
055300* 7150-PRINT-DETAIL-LINE                                          26/09/01
055500*    TO THE AGENT BEING STATEMENTED, THEN STEPS ON.  A            26/09/01
055600*    LINE RATED WITHOUT A TABLE ENTRY IS FLAGGED SO AGENCY        26/09/01
055700*    FIXES THE TABLE INSTEAD OF DISPUTING THE FIGURE.             26/09/01
055750*    A RATED LINE ENDS WITH THE RATE VERSION IT WAS PAID AT.      26/10/15
055800*---------------------------------------------------------        26/09/01
055900 7150-PRINT-DETAIL-LINE.                                          26/09/01
056000     IF WS-DET-AGENT-NUM(WS-DET-IX)                               26/09/01
057700             " COMM -" DELIMITED BY SIZE                          26/09/01
057800             WS-ED-COMM DELIMITED BY SIZE                         26/09/01
057900             INTO COMM-STMT-RECORD                                26/09/01
057910     END-IF.                                                      26/10/15
057920     IF WS-DET-TYPE(WS-DET-IX) = "I"                              26/10/15
058100         STRING "  CONTRACT " DELIMITED BY SIZE                   26/09/01
058200             WS-ED-CONTR-NUM DELIMITED BY SIZE                    26/09/01
058300             " PREM " DELIMITED BY SIZE                           26/09/01
058800             WS-ED-COMM DELIMITED BY SIZE                         26/09/01
058900             INTO COMM-STMT-RECORD                                26/09/01
059000     END-IF.                                                      26/09/01
059010     IF WS-DET-TYPE(WS-DET-IX) = "E"                              26/10/15
059013         STRING "  ENDT ADD CONTRACT " DELIMITED BY SIZE          26/10/15
059016             WS-ED-CONTR-NUM DELIMITED BY SIZE                    26/10/15
059019             " PREM " DELIMITED BY SIZE                           26/10/15
059022             WS-ED-PREMIUM DELIMITED BY SIZE                      26/10/15
059025             " RATE " DELIMITED BY SIZE                           26/10/15
059028             WS-ED-RATE DELIMITED BY SIZE                         26/10/15
059031             " COMM " DELIMITED BY SIZE                           26/10/15
059034             WS-ED-COMM DELIMITED BY SIZE                         26/10/15
059037             INTO COMM-STMT-RECORD                                26/10/15
059040     END-IF.                                                      26/10/15
059043     IF WS-DET-TYPE(WS-DET-IX) = "R"                              26/10/15
059046         STRING "  ENDT RTN CONTRACT " DELIMITED BY SIZE          26/10/15
059049             WS-ED-CONTR-NUM DELIMITED BY SIZE                    26/10/15
059052             " PREM " DELIMITED BY SIZE                           26/10/15
059055             WS-ED-PREMIUM DELIMITED BY SIZE                      26/10/15
059058             " RATE " DELIMITED BY SIZE                           26/10/15
059061             WS-ED-RATE DELIMITED BY SIZE                         26/10/15
059064             " COMM -" DELIMITED BY SIZE                          26/10/15
059067             WS-ED-COMM DELIMITED BY SIZE                         26/10/15
059070             INTO COMM-STMT-RECORD                                26/10/15
059073     END-IF.                                                      26/10/15
059100     IF WS-DET-NO-RATE-SWITCH(WS-DET-IX) = "Y"                    26/09/01
059200         MOVE " ** NO RATE ON FILE **" TO                         26/09/01
059300             COMM-STMT-RECORD(61:22)                              26/09/01
059400     END-IF.                                                      26/09/01
059410     IF WS-DET-NO-RATE-SWITCH(WS-DET-IX) NOT = "Y"                26/10/15
059420         MOVE WS-DET-RATE-TYPE(WS-DET-IX)     TO WS-RFT-TYPE      26/10/15
059430         MOVE WS-DET-RATE-EFF-DATE(WS-DET-IX) TO WS-RFT-EFF-DATE  26/10/15
059440         MOVE WS-RATE-FROM-TEXT TO COMM-STMT-RECORD(78:21)        26/10/15
059450     END-IF.                                                      26/10/15
059500     WRITE COMM-STMT-RECORD.                                      26/09/01
059600     IF COMM-STMT-FILE-STATUS NOT = "00"                          26/09/01
059700         DISPLAY "QUOTNCMS - WRITE FAILED, NUM = "                26/09/01
060400*---------------------------------------------------------        26/09/01
060500* 7180-PRINT-AGENT-TOTALS                                         26/09/01
060600*    PRINTS THE MONTH'S GROSS, CLAWBACK, AND NET FOR THE          26/09/01
060630*    AGENT AT WS-AGT-IX, THEN THE DEBIT THE NET RECOVERED,        26/10/15
060660*    THE AMOUNT GOING TO PAYROLL AND THE CLOSING BALANCE.         26/10/15
060800*---------------------------------------------------------        26/09/01
060900 7180-PRINT-AGENT-TOTALS.                                         26/09/01
061000     MOVE WS-AGT-GROSS-COMM(WS-AGT-IX) TO WS-ED-GROSS.            26/09/01
061200     COMPUTE WS-NET-COMM-AMT =                                    26/09/01
061300         WS-AGT-GROSS-COMM(WS-AGT-IX)                             26/09/01
061400         - WS-AGT-CLAW-COMM(WS-AGT-IX).                           26/09/01
061450     PERFORM 7175-OFFSET-DEBIT-BALANCE THRU 7175-EXIT.            26/10/15
061500     IF WS-NET-COMM-AMT < ZERO                                    26/09/01
061600         MOVE "-" TO WS-NET-SIGN                                  26/09/01
061700         COMPUTE WS-NET-COMM-AMT = ZERO - WS-NET-COMM-AMT         26/09/01
062900         WS-ED-NET DELIMITED BY SIZE                              26/09/01
063000         INTO COMM-STMT-RECORD.                                   26/09/01
063100     WRITE COMM-STMT-RECORD.                                      26/09/01
063102     MOVE WS-LDG-RECOVERED   TO WS-ED-RECOVERED.                  26/10/15
063104     MOVE WS-LDG-PAID        TO WS-ED-PAID.                       26/10/15
063106     MOVE WS-LDG-CLOSE-DEBIT TO WS-ED-CLOSE-DEBIT.                26/10/15
063108     MOVE SPACES TO COMM-STMT-RECORD.                             26/10/15
063110     STRING "  DEBIT RECOVERED " DELIMITED BY SIZE                26/10/15
063112         WS-ED-RECOVERED DELIMITED BY SIZE                        26/10/15
063114         " PAYABLE " DELIMITED BY SIZE                            26/10/15
063116         WS-ED-PAID DELIMITED BY SIZE                             26/10/15
063118         INTO COMM-STMT-RECORD.                                   26/10/15
063120     WRITE COMM-STMT-RECORD.                                      26/10/15
063122     MOVE SPACES TO COMM-STMT-RECORD.                             26/10/15
063124     STRING "  CLOSING DEBIT BALANCE " DELIMITED BY SIZE          26/10/15
063126         WS-ED-CLOSE-DEBIT DELIMITED BY SIZE                      26/10/15
063128         INTO COMM-STMT-RECORD.                                   26/10/15
063130     WRITE COMM-STMT-RECORD.                                      26/10/15
063132     IF NOT WS-LDG-POSTABLE                                       26/10/15
063134         MOVE SPACES TO COMM-STMT-RECORD                          26/10/15
063136         STRING "  ** LEDGER ALREADY POSTED TO "                  26/10/15
063138                 DELIMITED BY SIZE                                26/10/15
063140             CLDG-LAST-POST-MONTH DELIMITED BY SIZE               26/10/15
063142             " - NOT POSTED, NOT SENT TO PAYROLL **"              26/10/15
063144                 DELIMITED BY SIZE                                26/10/15
063146             INTO COMM-STMT-RECORD                                26/10/15
063148         WRITE COMM-STMT-RECORD                                   26/10/15
063150     END-IF.                                                      26/10/15
063200 7180-EXIT.                                                       26/09/01
063300     EXIT.                                                        26/09/01
063301*                                                                 26/10/15
063302*---------------------------------------------------------        26/10/15
063303* 7175-OFFSET-DEBIT-BALANCE                                       26/10/15
063304*    TAKES THE OPENING DEBIT OUT OF THE MONTH'S NET - WHAT        26/10/15
063305*    IS LEFT OVER IS PAYABLE, A SHORTFALL BECOMES THE             26/10/15
063306*    CLOSING DEBIT CARRIED TO NEXT MONTH.  A MONTH THAT           26/10/15
063307*    CANNOT BE POSTED IS LEFT OUT OF THE RUN TOTALS.              26/10/15
063308*---------------------------------------------------------        26/10/15
063309 7175-OFFSET-DEBIT-BALANCE.                                       26/10/15
063310     COMPUTE WS-LDG-AVAILABLE =                                   26/10/15
063311         WS-NET-COMM-AMT - WS-LDG-OPEN-DEBIT.                     26/10/15
063312     IF WS-LDG-AVAILABLE > ZERO                                   26/10/15
063313         MOVE WS-LDG-AVAILABLE TO WS-LDG-PAID                     26/10/15
063314         MOVE ZERO TO WS-LDG-CLOSE-DEBIT                          26/10/15
063315     ELSE                                                         26/10/15
063316         MOVE ZERO TO WS-LDG-PAID                                 26/10/15
063317         COMPUTE WS-LDG-CLOSE-DEBIT = ZERO - WS-LDG-AVAILABLE     26/10/15
063318     END-IF.                                                      26/10/15
063319     IF WS-LDG-CLOSE-DEBIT < WS-LDG-OPEN-DEBIT                    26/10/15
063320         COMPUTE WS-LDG-RECOVERED =                               26/10/15
063321             WS-LDG-OPEN-DEBIT - WS-LDG-CLOSE-DEBIT               26/10/15
063322     ELSE                                                         26/10/15
063323         MOVE ZERO TO WS-LDG-RECOVERED                            26/10/15
063324     END-IF.                                                      26/10/15
063325     IF WS-LDG-POSTABLE                                           26/10/15
063326         ADD WS-LDG-RECOVERED   TO WS-TOT-RECOVERED               26/10/15
063327         ADD WS-LDG-PAID        TO WS-TOT-PAID                    26/10/15
063328         ADD WS-LDG-CLOSE-DEBIT TO WS-TOT-DEBIT-CARRIED           26/10/15
063329     END-IF.                                                      26/10/15
063330 7175-EXIT.                                                       26/10/15
063331     EXIT.                                                        26/10/15
063332*                                                                 26/10/15
063333*---------------------------------------------------------        26/10/15
063334* 7185-POST-LEDGER-ACCOUNT                                        26/10/15
063335*    POSTS THE MONTH TO THE AGENT'S LEDGER ACCOUNT - GROSS,       26/10/15
063336*    CLAWBACK AND PAYMENT INTO THE CALENDAR-MONTH SLOT, AND       26/10/15
063337*    THE OPENING AND CLOSING DEBIT.  THE FIRST MONTH OF A         26/10/15
063338*    NEW YEAR MOVES THE CURRENT YEAR DOWN TO THE PRIOR-YEAR       26/10/15
063339*    SLOT.  AN AGENT WITH NO ACCOUNT YET GETS ONE.                26/10/15
063340*---------------------------------------------------------        26/10/15
063341 7185-POST-LEDGER-ACCOUNT.                                        26/10/15
063342     IF NOT WS-LDG-POSTABLE                                       26/10/15
063343         ADD 1 TO WS-LDG-NOT-POSTED                               26/10/15
063344         GO TO 7185-EXIT                                          26/10/15
063345     END-IF.                                                      26/10/15
063346     IF NOT WS-LDG-ON-FILE                                        26/10/15
063347         INITIALIZE CLDG-RECORD                                   26/10/15
063348         MOVE WS-AGT-NUM(WS-AGT-IX) TO CLDG-AGENT-NUM             26/10/15
063349         MOVE WS-LDG-STMT-YEAR TO CLDG-YEAR(1)                    26/10/15
063350     END-IF.                                                      26/10/15
063351     IF CLDG-YEAR(1) < WS-LDG-STMT-YEAR                           26/10/15
063352         MOVE CLDG-YEAR-ENTRY(1) TO CLDG-YEAR-ENTRY(2)            26/10/15
063353         INITIALIZE CLDG-YEAR-ENTRY(1)                            26/10/15
063354         MOVE WS-LDG-STMT-YEAR TO CLDG-YEAR(1)                    26/10/15
063355     END-IF.                                                      26/10/15
063356     MOVE WS-AGT-GROSS-COMM(WS-AGT-IX)                            26/10/15
063357         TO CLDG-MON-GROSS-AMT(1, WS-LDG-STMT-MM).                26/10/15
063358     MOVE WS-AGT-CLAW-COMM(WS-AGT-IX)                             26/10/15
063359         TO CLDG-MON-CLAW-AMT(1, WS-LDG-STMT-MM).                 26/10/15
063360     MOVE WS-LDG-PAID TO CLDG-MON-PAID-AMT(1, WS-LDG-STMT-MM).    26/10/15
063361     MOVE WS-LDG-OPEN-DEBIT  TO CLDG-OPEN-DEBIT-AMT.              26/10/15
063362     MOVE WS-LDG-CLOSE-DEBIT TO CLDG-DEBIT-BAL-AMT.               26/10/15
063363     MOVE WS-STMT-MONTH      TO CLDG-LAST-POST-MONTH.             26/10/15
063364     MOVE WS-TODAY-DATE      TO CLDG-LAST-POST-DATE.              26/10/15
063365     IF WS-LDG-ON-FILE                                            26/10/15
063366         REWRITE CLDG-RECORD                                      26/10/15
063367     ELSE                                                         26/10/15
063368         WRITE CLDG-RECORD                                        26/10/15
063369     END-IF.                                                      26/10/15
063370     IF COMM-LEDGER-FILE-STATUS NOT = "00"                        26/10/15
063371         DISPLAY "QUOTNCMS - LEDGER POST FAILED, AGENT = "        26/10/15
063372             CLDG-AGENT-NUM " STATUS = " COMM-LEDGER-FILE-STATUS  26/10/15
063373         GO TO 7185-EXIT                                          26/10/15
063374     END-IF.                                                      26/10/15
063375     ADD 1 TO WS-LDG-POSTED.                                      26/10/15
063376 7185-EXIT.                                                       26/10/15
063377     EXIT.                                                        26/10/15
063400*                                                                 26/09/01
063500*---------------------------------------------------------        26/09/01
063600* 7190-WRITE-PAYROLL-RECORD                                       26/09/01
063700*    WRITES THE FIXED-FORMAT PAYROLL RECORD FOR THE AGENT         26/09/01
063800*    AT WS-AGT-IX - GROSS, CLAWBACK, THE NET PAYABLE AFTER        26/10/15
063810*    THE LEDGER DEBIT IS RECOVERED, AND THE DEBIT BEFORE          26/10/15
063820*    AND AFTER.  THE BRANCH IS THE ONE ALREADY READ (OR           26/10/15
064000*    WARNING-FILLED) BY 7100-PRINT-ONE-STATEMENT.                 26/10/15
064100*---------------------------------------------------------        26/09/01
064200 7190-WRITE-PAYROLL-RECORD.                                       26/09/01
064300     INITIALIZE COMM-PAY-RECORD.                                  26/09/01
064600     MOVE WS-STMT-MONTH                TO CPAY-STMT-MONTH.        26/09/01
064700     MOVE WS-AGT-GROSS-COMM(WS-AGT-IX) TO CPAY-GROSS-COMM-AMT.    26/09/01
064800     MOVE WS-AGT-CLAW-COMM(WS-AGT-IX)  TO CPAY-CLAW-COMM-AMT.     26/09/01
064900     MOVE "+"                          TO CPAY-NET-SIGN.          26/10/15
065300     MOVE WS-LDG-PAID                  TO CPAY-NET-COMM-AMT.      26/10/15
065310     MOVE WS-LDG-OPEN-DEBIT            TO CPAY-OPEN-DEBIT-AMT.    26/10/15
065320     MOVE WS-LDG-CLOSE-DEBIT           TO CPAY-CLOSE-DEBIT-AMT.   26/10/15
065400     WRITE COMM-PAY-RECORD.                                       26/09/01
065500     IF COMM-PAY-FILE-STATUS NOT = "00"                           26/09/01
065600         DISPLAY "QUOTNCMS - PAYROLL WRITE FAILED, AGENT = "      26/09/01
068800         WS-ED-CLAW-LINES DELIMITED BY SIZE                       26/09/01
068900         INTO COMM-STMT-RECORD.                                   26/09/01
069000     WRITE COMM-STMT-RECORD.                                      26/09/01
069010     MOVE WS-ENDT-LINES    TO WS-ED-ENDT-LINES.                   26/10/15
069020     MOVE SPACES TO COMM-STMT-RECORD.                             26/10/15
069030     STRING "  ENDORSEMENT ADJUSTMENT LINES " DELIMITED BY SIZE   26/10/15
069040         WS-ED-ENDT-LINES DELIMITED BY SIZE                       26/10/15
069050         INTO COMM-STMT-RECORD.                                   26/10/15
069060     WRITE COMM-STMT-RECORD.                                      26/10/15
069100     MOVE SPACES TO COMM-STMT-RECORD.                             26/09/01
069200     STRING "  GROSS COMMISSION " DELIMITED BY SIZE               26/09/01
069300         WS-ED-TOT-GROSS DELIMITED BY SIZE                        26/09/01
069500         WS-ED-TOT-CLAW DELIMITED BY SIZE                         26/09/01
069600         INTO COMM-STMT-RECORD.                                   26/09/01
069700     WRITE COMM-STMT-RECORD.                                      26/09/01
069705     MOVE WS-TOT-RECOVERED     TO WS-ED-TOT-RECOVERED.            26/10/15
069710     MOVE WS-TOT-PAID          TO WS-ED-TOT-PAID.                 26/10/15
069715     MOVE WS-TOT-DEBIT-CARRIED TO WS-ED-TOT-DEBIT-CARRIED.        26/10/15
069720     MOVE SPACES TO COMM-STMT-RECORD.                             26/10/15
069725     STRING "  DEBIT RECOVERED " DELIMITED BY SIZE                26/10/15
069730         WS-ED-TOT-RECOVERED DELIMITED BY SIZE                    26/10/15
069735         " PAYABLE " DELIMITED BY SIZE                            26/10/15
069740         WS-ED-TOT-PAID DELIMITED BY SIZE                         26/10/15
069745         " DEBIT CARRIED " DELIMITED BY SIZE                      26/10/15
069750         WS-ED-TOT-DEBIT-CARRIED DELIMITED BY SIZE                26/10/15
069755         INTO COMM-STMT-RECORD.                                   26/10/15
069760     WRITE COMM-STMT-RECORD.                                      26/10/15
069800 7500-EXIT.                                                       26/09/01
069900     EXIT.                                                        26/09/01
070000*                                                                 26/09/01
070800     MOVE WS-CONTR-READ    TO WS-ED-CONTR-READ.                   26/09/01
070900     MOVE WS-COMM-LINES    TO WS-ED-COMM-LINES.                   26/09/01
071000     MOVE WS-CLAW-LINES    TO WS-ED-CLAW-LINES.                   26/09/01
071010     MOVE WS-ENDT-LINES    TO WS-ED-ENDT-LINES.                   26/10/15
071100     MOVE WS-NO-RATE-LINES TO WS-ED-NO-RATE-LINES.                26/09/01
071200     MOVE WS-STMTS-PRINTED TO WS-ED-STMTS-PRINTED.                26/09/01
071300     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/09/01
072500         WS-ED-CLAW-LINES DELIMITED BY SIZE                       26/09/01
072600         INTO WS-CONTROL-REPORT-LINE.                             26/09/01
072700     DISPLAY WS-CONTROL-REPORT-LINE.                              26/09/01
072710     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
072720     STRING "ENDORSEMENT LINES . . . : " DELIMITED BY SIZE        26/10/15
072730         WS-ED-ENDT-LINES DELIMITED BY SIZE                       26/10/15
072740         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
072750     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
072800     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/09/01
072900     STRING "NO-RATE LINES . . . . . : " DELIMITED BY SIZE        26/09/01
073000         WS-ED-NO-RATE-LINES DELIMITED BY SIZE                    26/09/01
073500         WS-ED-STMTS-PRINTED DELIMITED BY SIZE                    26/09/01
073600         INTO WS-CONTROL-REPORT-LINE.                             26/09/01
073700     DISPLAY WS-CONTROL-REPORT-LINE.                              26/09/01
073705     MOVE WS-LDG-DEBIT-ACCTS TO WS-ED-LDG-DEBIT-ACCTS.            26/10/15
073710     MOVE WS-LDG-POSTED      TO WS-ED-LDG-POSTED.                 26/10/15
073715     MOVE WS-LDG-NOT-POSTED  TO WS-ED-LDG-NOT-POSTED.             26/10/15
073720     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
073725     STRING "ACCOUNTS OPENING DEBIT  : " DELIMITED BY SIZE        26/10/15
073730         WS-ED-LDG-DEBIT-ACCTS DELIMITED BY SIZE                  26/10/15
073735         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
073740     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
073745     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
073750     STRING "LEDGER ACCOUNTS POSTED  : " DELIMITED BY SIZE        26/10/15
073755         WS-ED-LDG-POSTED DELIMITED BY SIZE                       26/10/15
073760         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
073765     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
073770     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
073775     STRING "ACCOUNTS NOT POSTED . . : " DELIMITED BY SIZE        26/10/15
073780         WS-ED-LDG-NOT-POSTED DELIMITED BY SIZE                   26/10/15
073785         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
073790     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
073800 8000-EXIT.                                                       26/09/01
073900     EXIT.                                                        26/09/01
074000*                                                                 26/09/01
074800     CLOSE COMM-RATE-FILE.                                        26/09/01
074900     CLOSE COMM-STMT-FILE.                                        26/09/01
075000     CLOSE COMM-PAY-FILE.                                         26/09/01
075010     CLOSE ENDORSE-HIST-FILE.                                     26/10/15
075020     CLOSE AGENT-XFER-FILE.                                       26/10/15
075040     CLOSE COMM-LEDGER-FILE.                                      26/10/15
075100 9000-EXIT.                                                       26/09/01
075200     EXIT.                                                        26/09/01
