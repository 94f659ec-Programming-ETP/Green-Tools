000100 IDENTIFICATION DIVISION.                                         26/10/15
000200 PROGRAM-ID.    QUOTNINF.                                         26/10/15
000300 AUTHOR.        D. MILLER.                                        26/10/15
000400 INSTALLATION.  HOME OFFICE - QUOTATION SYSTEMS.                  26/10/15
000500 DATE-WRITTEN.  26/10/15.                                         26/10/15
000600 DATE-COMPILED.                                                   26/10/15
000700*                                                                 26/10/15
000800* MODIFICATION HISTORY                                            26/10/15
000900* ---------------------------------------------------------       26/10/15
001000* 26/10/15  DLM  ORIGINAL PROGRAM - MONTH-END IN-FORCE AND        26/10/15
001100*                UNEARNED PREMIUM REPORT.  TAKES AN AS-OF DATE    26/10/15
001200*                AND WALKS CONTR-FILE.  EVERY CONTRACT IN FORCE   26/10/15
001300*                ON THE AS-OF DATE HAS ITS PREMIUM SPLIT INTO     26/10/15
001400*                EARNED AND UNEARNED BY DAILY PRO-RATA OVER ITS   26/10/15
001500*                EFFECTIVE-TO-EXPIRATION TERM, AND IS SUMMED BY   26/10/15
001600*                BRANCH (FROM AGENT-FILE) AND BY TERM BAND (AS    26/10/15
001700*                RATE-FILE DEFINES THEM).  THE MONTH'S MOVEMENT   26/10/15
001800*                - NEW BY CONTR-ISSUE-DATE, CANCELLED AND         26/10/15
001900*                LAPSED BY CONTR-STATUS-DATE, AND EXPIRED BY      26/10/15
002000*                CONTR-EXP-DATE - IS BALANCED AGAINST THE PRIOR   26/10/15
002100*                MONTH'S IN-FORCE COUNT, KEPT ON THE IN-FORCE     26/10/15
002200*                HISTORY FILE.  A FIXED-FORMAT SUMMARY FILE       26/10/15
002300*                GOES TO FINANCE FOR THE UNEARNED PREMIUM         26/10/15
002350*                RESERVE ALONGSIDE THE PRINTED REPORT.  THE       26/10/15
002400*                TERM BAND ROWS COME ONE PER TERM, HOWEVER MANY   26/10/15
002450*                DATED VERSIONS RATE-FILE KEEPS FOR IT.           26/10/15
002500*                                                                 26/10/15
002600 ENVIRONMENT DIVISION.                                            26/10/15
002700*                                                                 26/10/15
002800 CONFIGURATION SECTION.                                           26/10/15
002900 SOURCE-COMPUTER. VAX-VMS.                                        26/10/15
003000 OBJECT-COMPUTER. VAX-VMS.                                        26/10/15
003100*                                                                 26/10/15
003200 INPUT-OUTPUT SECTION.                                            26/10/15
003300 FILE-CONTROL.                                                    26/10/15
003400     SELECT CONTR-FILE                                            26/10/15
003500         ASSIGN       TO "CONTR.DAT"                              26/10/15
003600         ORGANIZATION IS INDEXED                                  26/10/15
003700         ACCESS MODE  IS DYNAMIC                                  26/10/15
003800         FILE STATUS  IS CONTR-FILE-STATUS                        26/10/15
003900         RECORD KEY   IS CONTR-NUM                                26/10/15
004000         ALTERNATE RECORD KEY IS CONTR-QUOTN-NUM                  26/10/15
004100             WITH DUPLICATES.                                     26/10/15
004200*                                                                 26/10/15
004300* AGENT-FILE SUPPLIES THE BRANCH EACH CONTRACT IS SUMMED          26/10/15
004400* UNDER, BY ITS CONTR-AGENT-NUM.                                  26/10/15
004500     SELECT AGENT-FILE                                            26/10/15
004600         ASSIGN       TO "AGENT.DAT"                              26/10/15
004700         ORGANIZATION IS INDEXED                                  26/10/15
004800         ACCESS MODE  IS DYNAMIC                                  26/10/15
004900         FILE STATUS  IS AGENT-FILE-STATUS                        26/10/15
005000         RECORD KEY   IS AGENT-NUM.                               26/10/15
005100*                                                                 26/10/15
005200* RATE-FILE IS THE UNDERWRITING RATE TABLE MAINTAINED BY          26/10/15
005300* QUOTNRTL - ITS TERM BANDS ARE THE ROWS OF THE TERM BAND         26/10/15
005400* SECTION.                                                        26/10/15
005500     SELECT RATE-FILE                                             26/10/15
005600         ASSIGN       TO "RATE.DAT"                               26/10/15
005700         ORGANIZATION IS INDEXED                                  26/10/15
005800         ACCESS MODE  IS DYNAMIC                                  26/10/15
005900         FILE STATUS  IS RATE-FILE-STATUS                         26/10/15
006000         RECORD KEY   IS RATE-KEY.                                26/10/15
006100*                                                                 26/10/15
006200* INF-HIST-FILE KEEPS EACH MONTH'S CLOSING IN-FORCE COUNT         26/10/15
006300* AND PREMIUM SO THE NEXT MONTH CAN BALANCE TO IT.  A RERUN       26/10/15
006400* OF A MONTH REPLACES THAT MONTH'S RECORD.                        26/10/15
006500     SELECT INF-HIST-FILE                                         26/10/15
006600         ASSIGN       TO "INFHIST.DAT"                            26/10/15
006700         ORGANIZATION IS INDEXED                                  26/10/15
006800         ACCESS MODE  IS DYNAMIC                                  26/10/15
006900         FILE STATUS  IS INF-HIST-FILE-STATUS                     26/10/15
007000         RECORD KEY   IS IHST-MONTH.                              26/10/15
007100*                                                                 26/10/15
007200* INF-PARM-FILE CARRIES THE AS-OF DATE - ONE RECORD,              26/10/15
007300* YYYYMMDD.  A MISSING OR EMPTY FILE REPORTS AS OF TODAY.         26/10/15
007400     SELECT INF-PARM-FILE                                         26/10/15
007500         ASSIGN       TO "INFPARM.DAT"                            26/10/15
007600         ORGANIZATION IS SEQUENTIAL                               26/10/15
007700         FILE STATUS  IS INF-PARM-FILE-STATUS.                    26/10/15
007800*                                                                 26/10/15
007900* INF-RPT-FILE IS THE PRINTED IN-FORCE REPORT.                    26/10/15
008000     SELECT INF-RPT-FILE                                          26/10/15
008100         ASSIGN       TO "INFRPT.DAT"                             26/10/15
008200         ORGANIZATION IS SEQUENTIAL                               26/10/15
008300         FILE STATUS  IS INF-RPT-FILE-STATUS.                     26/10/15
008400*                                                                 26/10/15
008500* INF-SUMM-FILE IS THE FIXED-FORMAT SUMMARY FINANCE BOOKS         26/10/15
008600* THE UNEARNED PREMIUM RESERVE FROM.                              26/10/15
008700     SELECT INF-SUMM-FILE                                         26/10/15
008800         ASSIGN       TO "INFSUMM.DAT"                            26/10/15
008900         ORGANIZATION IS SEQUENTIAL                               26/10/15
009000         FILE STATUS  IS INF-SUMM-FILE-STATUS.                    26/10/15
009100*                                                                 26/10/15
009200 DATA DIVISION.                                                   26/10/15
009300*                                                                 26/10/15
009400 FILE SECTION.                                                    26/10/15
009500*                                                                 26/10/15
009600 FD  CONTR-FILE.                                                  26/10/15
009700 COPY CFI_CONTR.                                                  26/10/15
009800*                                                                 26/10/15
009900 FD  AGENT-FILE.                                                  26/10/15
010000 COPY CFI_AGENT.                                                  26/10/15
010100*                                                                 26/10/15
010200 FD  RATE-FILE.                                                   26/10/15
010300 COPY CFI_RATE.                                                   26/10/15
010400*                                                                 26/10/15
010500* INF-HIST-RECORD - ONE MONTH'S CLOSING IN-FORCE POSITION.        26/10/15
010600 FD  INF-HIST-FILE.                                               26/10/15
010700 01  INF-HIST-RECORD.                                             26/10/15
010800     05  IHST-MONTH                 PIC 9(06).                    26/10/15
010900     05  IHST-AS-OF-DATE            PIC 9(08).                    26/10/15
011000     05  IHST-CONTR-COUNT           PIC 9(09).                    26/10/15
011100     05  IHST-WRITTEN-AMT           PIC 9(11)V99.                 26/10/15
011200     05  IHST-UNEARNED-AMT          PIC 9(11)V99.                 26/10/15
011300     05  IHST-RUN-DATE              PIC 9(08).                    26/10/15
011400     05  FILLER                     PIC X(23).                    26/10/15
011500*                                                                 26/10/15
011600 FD  INF-PARM-FILE.                                               26/10/15
011700 01  INF-PARM-RECORD.                                             26/10/15
011800     05  INFP-AS-OF-DATE            PIC 9(08).                    26/10/15
011900     05  FILLER                     PIC X(72).                    26/10/15
012000*                                                                 26/10/15
012100 FD  INF-RPT-FILE.                                                26/10/15
012200 01  INF-RPT-RECORD                 PIC X(132).                   26/10/15
012300*                                                                 26/10/15
012400* INF-SUMM-RECORD - ONE FIXED-FORMAT ROW PER BRANCH ("B"),        26/10/15
012500* TERM BAND ("T"), THE IN-FORCE TOTAL ("G"), AND EACH             26/10/15
012600* MOVEMENT LINE ("M").  ISUM-KEY IS THE BRANCH CODE, THE          26/10/15
012700* TERM IN MONTHS (NONE FOR A TERM WITH NO BAND), OR THE           26/10/15
012800* MOVEMENT CODE - OPEN, NEW, CANC, LAPS, EXPD, CLOS.              26/10/15
012900* MOVEMENT ROWS CARRY COUNT AND WRITTEN PREMIUM ONLY.             26/10/15
013000 FD  INF-SUMM-FILE.                                               26/10/15
013100 01  INF-SUMM-RECORD.                                             26/10/15
013200     05  ISUM-REC-TYPE              PIC X(01).                    26/10/15
013300     05  ISUM-AS-OF-DATE            PIC 9(08).                    26/10/15
013400     05  ISUM-KEY                   PIC X(04).                    26/10/15
013500     05  ISUM-CONTR-COUNT           PIC 9(09).                    26/10/15
013600     05  ISUM-WRITTEN-AMT           PIC 9(11)V99.                 26/10/15
013700     05  ISUM-EARNED-AMT            PIC 9(11)V99.                 26/10/15
013800     05  ISUM-UNEARNED-AMT          PIC 9(11)V99.                 26/10/15
013900     05  FILLER                     PIC X(19).                    26/10/15
014000*                                                                 26/10/15
014100 WORKING-STORAGE SECTION.                                         26/10/15
014200*                                                                 26/10/15
014300 01  CONTR-FILE-STATUS             PIC X(2).                      26/10/15
014400 01  AGENT-FILE-STATUS             PIC X(2).                      26/10/15
014500 01  RATE-FILE-STATUS              PIC X(2).                      26/10/15
014600 01  INF-HIST-FILE-STATUS          PIC X(2).                      26/10/15
014700 01  INF-PARM-FILE-STATUS          PIC X(2).                      26/10/15
014800 01  INF-RPT-FILE-STATUS           PIC X(2).                      26/10/15
014900 01  INF-SUMM-FILE-STATUS          PIC X(2).                      26/10/15
015000*                                                                 26/10/15
015100* RUN SWITCHES                                                    26/10/15
015200* ---------------------------------------------------------       26/10/15
015300 77  WS-CONTR-EOF-SWITCH            PIC X(01) VALUE "N".          26/10/15
015400     88  CONTR-FILE-EOF                VALUE "Y".                 26/10/15
015500 77  WS-RATE-EOF-SWITCH             PIC X(01) VALUE "N".          26/10/15
015600     88  RATE-FILE-EOF                 VALUE "Y".                 26/10/15
015700 77  WS-PRIOR-FOUND-SWITCH          PIC X(01) VALUE "N".          26/10/15
015800     88  WS-PRIOR-FOUND                VALUE "Y".                 26/10/15
015900 77  WS-TODAY-DATE                  PIC 9(08).                    26/10/15
016000*                                                                 26/10/15
016100* AS-OF DATE AND MOVEMENT WINDOW - THE WINDOW RUNS FROM THE       26/10/15
016200* DAY AFTER THE PRIOR MONTH'S AS-OF DATE THROUGH THIS ONE,        26/10/15
016300* OR FROM THE FIRST OF THE MONTH WHEN NO PRIOR MONTH IS ON        26/10/15
016400* THE HISTORY FILE.  DATES ARE COMPARED AS YYYYMMDD.              26/10/15
016500* ---------------------------------------------------------       26/10/15
016600 01  WS-AS-OF-DATE                  PIC 9(08).                    26/10/15
016700 01  WS-AS-OF-R REDEFINES WS-AS-OF-DATE.                          26/10/15
016800     05  WS-AS-OF-MONTH             PIC 9(06).                    26/10/15
016900     05  WS-AS-OF-DD                PIC 9(02).                    26/10/15
017000 01  WS-PRIOR-MONTH                 PIC 9(06).                    26/10/15
017100 01  WS-PRIOR-MONTH-R REDEFINES WS-PRIOR-MONTH.                   26/10/15
017200     05  WS-PRIOR-YYYY              PIC 9(04).                    26/10/15
017300     05  WS-PRIOR-MM                PIC 9(02).                    26/10/15
017400 01  WS-WINDOW-AFTER-DATE           PIC 9(08).                    26/10/15
017500*                                                                 26/10/15
017600* CONTRACT IN HAND - THE DAY IT CAME OFF THE BOOKS (THE           26/10/15
017700* EARLIER OF ITS EXPIRATION DATE AND, WHEN CANCELLED OR           26/10/15
017800* LAPSED, ITS STATUS DATE) AND WHICH OF THOSE IT WAS.  A          26/10/15
017900* CONTRACT IS IN FORCE ON THE AS-OF DATE WHEN IT WAS              26/10/15
018000* ISSUED ON OR BEFORE IT AND COMES OFF AFTER IT.                  26/10/15
018100* ---------------------------------------------------------       26/10/15
018200 01  WS-OFF-DATE                    PIC 9(08).                    26/10/15
018300 01  WS-OFF-REASON                  PIC X(01).                    26/10/15
018400     88  WS-OFF-BY-CANCEL              VALUE "X".                 26/10/15
018500     88  WS-OFF-BY-LAPSE               VALUE "L".                 26/10/15
018600     88  WS-OFF-BY-EXPIRY              VALUE "E".                 26/10/15
018700 01  WS-CONTR-EARNED                PIC 9(09)V99 COMP.            26/10/15
018800 01  WS-CONTR-UNEARNED              PIC 9(09)V99 COMP.            26/10/15
018900 01  WS-TERM-MONTHS                 PIC S9(04) COMP.              26/10/15
019000 01  WS-EFF-DATE-X                  PIC 9(08).                    26/10/15
019100 01  WS-EFF-DATE-R REDEFINES WS-EFF-DATE-X.                       26/10/15
019200     05  WS-EFF-YEAR                PIC 9(04).                    26/10/15
019300     05  WS-EFF-MONTH               PIC 9(02).                    26/10/15
019400     05  WS-EFF-DAY                 PIC 9(02).                    26/10/15
019500 01  WS-EXP-DATE-X                  PIC 9(08).                    26/10/15
019600 01  WS-EXP-DATE-R REDEFINES WS-EXP-DATE-X.                       26/10/15
019700     05  WS-EXP-YEAR                PIC 9(04).                    26/10/15
019800     05  WS-EXP-MONTH               PIC 9(02).                    26/10/15
019900     05  WS-EXP-DAY                 PIC 9(02).                    26/10/15
020000*                                                                 26/10/15
020100* DAY-NUMBER WORK AREA (5000-DATE-TO-DAY-NUM) - A YYYYMMDD        26/10/15
020200* DATE IS TURNED INTO A SERIAL DAY COUNT SO THE PRO-RATA          26/10/15
020300* FRACTION IS A SIMPLE RATIO OF SUBTRACTIONS.  GOOD FOR THE       26/10/15
020400* SYSTEM'S 1995-2099 DATE RANGE, WHERE EVERY FOURTH YEAR IS       26/10/15
020500* A LEAP YEAR.                                                    26/10/15
020600* ---------------------------------------------------------       26/10/15
020700 01  WS-DATE-CONV-X                 PIC 9(08).                    26/10/15
020800 01  WS-DATE-CONV-R REDEFINES WS-DATE-CONV-X.                     26/10/15
020900     05  WS-CONV-YEAR               PIC 9(04).                    26/10/15
021000     05  WS-CONV-MONTH              PIC 9(02).                    26/10/15
021100     05  WS-CONV-DAY                PIC 9(02).                    26/10/15
021200 01  WS-DAY-NUM                     PIC S9(09) COMP.              26/10/15
021300 01  WS-EFF-DAY-NUM                 PIC S9(09) COMP.              26/10/15
021400 01  WS-EXP-DAY-NUM                 PIC S9(09) COMP.              26/10/15
021500 01  WS-AS-OF-DAY-NUM               PIC S9(09) COMP.              26/10/15
021600 01  WS-TERM-DAYS                   PIC S9(09) COMP.              26/10/15
021700 01  WS-EARNED-DAYS                 PIC S9(09) COMP.              26/10/15
021800 01  WS-LEAP-QUOT                   PIC 9(04) COMP.               26/10/15
021900 01  WS-LEAP-REM                    PIC 9(04) COMP.               26/10/15
022000 01  WS-MONTH-OFFSET-TABLE.                                       26/10/15
022100     05  FILLER         PIC X(12) VALUE "000031059090".           26/10/15
022200     05  FILLER         PIC X(12) VALUE "120151181212".           26/10/15
022300     05  FILLER         PIC X(12) VALUE "243273304334".           26/10/15
022400 01  WS-MONTH-OFFSET-R REDEFINES WS-MONTH-OFFSET-TABLE.           26/10/15
022500     05  WS-MONTH-OFFSET            PIC 9(03) OCCURS 12 TIMES.    26/10/15
022600*                                                                 26/10/15
022700* BRANCH ACCUMULATION TABLE - FILLED AS CONTR-FILE IS             26/10/15
022800* SCANNED AND PRINTED IN BRANCH ORDER.  A CONTRACT WHOSE          26/10/15
022900* AGENT IS NOT ON FILE IS SUMMED UNDER BRANCH "????".  AN         26/10/15
023000* OVERFLOWING RUN IS REPORTED AND THE EXTRA BRANCHES ARE          26/10/15
023100* SUMMED ON ONE "OTHER" LINE, SO THE TOTALS STILL FOOT.           26/10/15
023200* ---------------------------------------------------------       26/10/15
023300 77  WS-BRANCH-TABLE-MAX            PIC 9(04) COMP VALUE 0200.    26/10/15
023400 77  WS-BRANCH-COUNT                PIC 9(04) COMP VALUE ZERO.    26/10/15
023500 77  WS-BR-IX                       PIC 9(04) COMP VALUE ZERO.    26/10/15
023600 77  WS-BR-PICK-IX                  PIC 9(04) COMP VALUE ZERO.    26/10/15
023700 77  WS-BR-FOUND-SWITCH             PIC X(01) VALUE "N".          26/10/15
023800     88  WS-BR-FOUND                   VALUE "Y".                 26/10/15
023900 77  WS-ALL-BRANCHES-SWITCH         PIC X(01) VALUE "N".          26/10/15
024000     88  WS-ALL-BRANCHES-DONE          VALUE "Y".                 26/10/15
024100 01  WS-SEARCH-BRANCH               PIC X(04).                    26/10/15
024200 01  WS-BRANCH-TABLE.                                             26/10/15
024300     05  WS-BRANCH-ENTRY OCCURS 200 TIMES.                        26/10/15
024400         10  WS-BR-CODE             PIC X(04).                    26/10/15
024500         10  WS-BR-COUNT            PIC 9(09) COMP.               26/10/15
024600         10  WS-BR-WRITTEN          PIC 9(11)V99 COMP.            26/10/15
024700         10  WS-BR-EARNED           PIC 9(11)V99 COMP.            26/10/15
024800         10  WS-BR-UNEARNED         PIC 9(11)V99 COMP.            26/10/15
024900         10  WS-BR-DONE-SWITCH      PIC X(01).                    26/10/15
025000             88  WS-BR-DONE             VALUE "Y".                26/10/15
025100 01  WS-OTHER-BRANCH-TOTALS.                                      26/10/15
025200     05  WS-OTH-COUNT               PIC 9(09) COMP VALUE ZERO.    26/10/15
025300     05  WS-OTH-WRITTEN             PIC 9(11)V99 COMP VALUE ZERO. 26/10/15
025400     05  WS-OTH-EARNED              PIC 9(11)V99 COMP VALUE ZERO. 26/10/15
025500     05  WS-OTH-UNEARNED            PIC 9(11)V99 COMP VALUE ZERO. 26/10/15
025600*                                                                 26/10/15
025700* TERM BAND TABLE - LOADED FROM RATE-FILE AT START OF RUN         26/10/15
025800* IN TERM ORDER.  A CONTRACT WHOSE TERM HAS NO BAND IS            26/10/15
025900* SUMMED ON THE "NO BAND" LINE.                                   26/10/15
026000* ---------------------------------------------------------       26/10/15
026100 77  WS-BAND-TABLE-MAX              PIC 9(04) COMP VALUE 0100.    26/10/15
026200 77  WS-BAND-COUNT                  PIC 9(04) COMP VALUE ZERO.    26/10/15
026300 77  WS-BND-IX                      PIC 9(04) COMP VALUE ZERO.    26/10/15
026400 77  WS-BND-FOUND-SWITCH            PIC X(01) VALUE "N".          26/10/15
026500     88  WS-BND-FOUND                  VALUE "Y".                 26/10/15
026600 01  WS-BAND-TABLE.                                               26/10/15
026700     05  WS-BAND-ENTRY OCCURS 100 TIMES.                          26/10/15
026800         10  WS-BND-TERM            PIC 9(04).                    26/10/15
026900         10  WS-BND-COUNT           PIC 9(09) COMP.               26/10/15
027000         10  WS-BND-WRITTEN         PIC 9(11)V99 COMP.            26/10/15
027100         10  WS-BND-EARNED          PIC 9(11)V99 COMP.            26/10/15
027200         10  WS-BND-UNEARNED        PIC 9(11)V99 COMP.            26/10/15
027300 01  WS-NO-BAND-TOTALS.                                           26/10/15
027400     05  WS-NOB-COUNT               PIC 9(09) COMP VALUE ZERO.    26/10/15
027500     05  WS-NOB-WRITTEN             PIC 9(11)V99 COMP VALUE ZERO. 26/10/15
027600     05  WS-NOB-EARNED              PIC 9(11)V99 COMP VALUE ZERO. 26/10/15
027700     05  WS-NOB-UNEARNED            PIC 9(11)V99 COMP VALUE ZERO. 26/10/15
027800*                                                                 26/10/15
027900* IN-FORCE TOTALS AND THE MONTH'S MOVEMENT.                       26/10/15
028000* ---------------------------------------------------------       26/10/15
028100 01  WS-IN-FORCE-TOTALS.                                          26/10/15
028200     05  WS-INF-COUNT               PIC 9(09) COMP VALUE ZERO.    26/10/15
028300     05  WS-INF-WRITTEN             PIC 9(11)V99 COMP VALUE ZERO. 26/10/15
028400     05  WS-INF-EARNED              PIC 9(11)V99 COMP VALUE ZERO. 26/10/15
028500     05  WS-INF-UNEARNED            PIC 9(11)V99 COMP VALUE ZERO. 26/10/15
028600 01  WS-MOVEMENT-TOTALS.                                          26/10/15
028700     05  WS-PRIOR-COUNT             PIC 9(09) COMP VALUE ZERO.    26/10/15
028800     05  WS-PRIOR-WRITTEN           PIC 9(11)V99 COMP VALUE ZERO. 26/10/15
028900     05  WS-MOVE-NEW                PIC 9(09) COMP VALUE ZERO.    26/10/15
029000     05  WS-MOVE-NEW-PREM           PIC 9(11)V99 COMP VALUE ZERO. 26/10/15
029100     05  WS-MOVE-CANC               PIC 9(09) COMP VALUE ZERO.    26/10/15
029200     05  WS-MOVE-CANC-PREM          PIC 9(11)V99 COMP VALUE ZERO. 26/10/15
029300     05  WS-MOVE-LAPS               PIC 9(09) COMP VALUE ZERO.    26/10/15
029400     05  WS-MOVE-LAPS-PREM          PIC 9(11)V99 COMP VALUE ZERO. 26/10/15
029500     05  WS-MOVE-EXPD               PIC 9(09) COMP VALUE ZERO.    26/10/15
029600     05  WS-MOVE-EXPD-PREM          PIC 9(11)V99 COMP VALUE ZERO. 26/10/15
029700 01  WS-EXPECTED-COUNT              PIC S9(09) COMP.              26/10/15
029800 01  WS-COUNT-DIFFERENCE            PIC S9(09) COMP.              26/10/15
029900*                                                                 26/10/15
030000* END-OF-RUN CONTROL TOTALS (8000-CONTROL-REPORT)                 26/10/15
030100* ---------------------------------------------------------       26/10/15
030200 01  WS-CONTROL-TOTALS.                                           26/10/15
030300     05  WS-CONTR-READ              PIC 9(09) COMP VALUE ZERO.    26/10/15
030400     05  WS-SUMM-WRITTEN            PIC 9(09) COMP VALUE ZERO.    26/10/15
030500*                                                                 26/10/15
030600* CONTROL-REPORT PRINT LINE AND DISPLAY-EDITED COUNTERS -         26/10/15
030700* STRING REQUIRES DISPLAY USAGE, SO THE COMP COUNTERS ABOVE       26/10/15
030800* ARE EDITED HERE BEFORE THEY ARE STRUNG INTO THE LINE.           26/10/15
030900* ---------------------------------------------------------       26/10/15
031000 01  WS-CONTROL-REPORT-LINE        PIC X(80).                     26/10/15
031100 01  WS-CONTROL-REPORT-EDIT.                                      26/10/15
031200     05  WS-ED-CONTR-READ           PIC ZZZZZZZZ9.                26/10/15
031300     05  WS-ED-INF-COUNT            PIC ZZZZZZZZ9.                26/10/15
031400     05  WS-ED-SUMM-WRITTEN         PIC ZZZZZZZZ9.                26/10/15
031500     05  WS-ED-TOT-UNEARNED         PIC Z(10)9.99.                26/10/15
031600*                                                                 26/10/15
031700* REPORT LINE WORK AREA - THE CALLER OF 7900-PRINT-ROW            26/10/15
031800* LEAVES THE ROW LABEL AND ITS FOUR FIGURES HERE.                 26/10/15
031900* ---------------------------------------------------------       26/10/15
032000 01  WS-ROW-LABEL                   PIC X(16).                    26/10/15
032100 01  WS-ROW-COUNT                   PIC 9(09) COMP.               26/10/15
032200 01  WS-ROW-WRITTEN                 PIC 9(11)V99 COMP.            26/10/15
032300 01  WS-ROW-EARNED                  PIC 9(11)V99 COMP.            26/10/15
032400 01  WS-ROW-UNEARNED                PIC 9(11)V99 COMP.            26/10/15
032500 01  WS-ED-COUNT                    PIC ZZZZZZZZ9.                26/10/15
032600 01  WS-ED-WRITTEN                  PIC Z(10)9.99.                26/10/15
032700 01  WS-ED-EARNED                   PIC Z(10)9.99.                26/10/15
032800 01  WS-ED-UNEARNED                 PIC Z(10)9.99.                26/10/15
032900 01  WS-ED-TERM                     PIC ZZZ9.                     26/10/15
033000 01  WS-ED-SIGNED-COUNT             PIC -ZZZZZZZZ9.               26/10/15
033100*                                                                 26/10/15
033200 PROCEDURE DIVISION.                                              26/10/15
033300*                                                                 26/10/15
033400*---------------------------------------------------------        26/10/15
033500* 0000-MAINLINE                                                   26/10/15
033600*    DRIVES THE MONTH-END RUN - ACCUMULATE FROM CONTR-FILE,       26/10/15
033700*    PRINT THE BRANCH, TERM BAND, AND MOVEMENT SECTIONS           26/10/15
033800*    WITH THEIR SUMMARY ROWS, FILE THE MONTH ON THE               26/10/15
033900*    HISTORY FILE, THEN PRINT THE CONTROL REPORT.                 26/10/15
034000*---------------------------------------------------------        26/10/15
034100 0000-MAINLINE.                                                   26/10/15
034200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      26/10/15
034300     PERFORM 2000-PROCESS-CONTR-FILE THRU 2000-EXIT               26/10/15
034400         UNTIL CONTR-FILE-EOF.                                    26/10/15
034500     PERFORM 7000-PRINT-BRANCH-SECTION THRU 7000-EXIT.            26/10/15
034600     PERFORM 7100-PRINT-BAND-SECTION THRU 7100-EXIT.              26/10/15
034700     PERFORM 7200-PRINT-MOVEMENT THRU 7200-EXIT.                  26/10/15
034800     PERFORM 7300-FILE-MONTH-HISTORY THRU 7300-EXIT.              26/10/15
034900     PERFORM 8000-CONTROL-REPORT THRU 8000-EXIT.                  26/10/15
035000     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       26/10/15
035100     STOP RUN.                                                    26/10/15
035200*                                                                 26/10/15
035300*---------------------------------------------------------        26/10/15
035400* 1000-INITIALIZE                                                 26/10/15
035500*    OPENS THE MASTERS AND RATE TABLE INPUT, THE HISTORY          26/10/15
035600*    FILE FOR UPDATE, AND BOTH OUTPUT FILES, READS THE            26/10/15
035700*    AS-OF DATE, LOADS THE TERM BANDS, LOOKS UP THE PRIOR         26/10/15
035800*    MONTH, AND HEADS THE REPORT.                                 26/10/15
035900*---------------------------------------------------------        26/10/15
036000 1000-INITIALIZE.                                                 26/10/15
036100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     26/10/15
036200     MOVE WS-TODAY-DATE TO WS-AS-OF-DATE.                         26/10/15
036300     OPEN INPUT  CONTR-FILE.                                      26/10/15
036400     IF CONTR-FILE-STATUS NOT = "00"                              26/10/15
036500         DISPLAY "QUOTNINF - CANNOT OPEN CONTR-FILE, STATUS = "   26/10/15
036600             CONTR-FILE-STATUS                                    26/10/15
036700         STOP RUN                                                 26/10/15
036800     END-IF.                                                      26/10/15
036900     OPEN INPUT  AGENT-FILE.                                      26/10/15
037000     IF AGENT-FILE-STATUS NOT = "00"                              26/10/15
037100         DISPLAY "QUOTNINF - CANNOT OPEN AGENT-FILE, STATUS = "   26/10/15
037200             AGENT-FILE-STATUS                                    26/10/15
037300         STOP RUN                                                 26/10/15
037400     END-IF.                                                      26/10/15
037500     OPEN INPUT  RATE-FILE.                                       26/10/15
037600     IF RATE-FILE-STATUS NOT = "00"                               26/10/15
037700         DISPLAY "QUOTNINF - CANNOT OPEN RATE-FILE, STATUS = "    26/10/15
037800             RATE-FILE-STATUS                                     26/10/15
037900         STOP RUN                                                 26/10/15
038000     END-IF.                                                      26/10/15
038200     OPEN I-O    INF-HIST-FILE.                                   26/10/15
038300     IF INF-HIST-FILE-STATUS NOT = "00"                           26/10/15
038500         DISPLAY "QUOTNINF - CANNOT OPEN INFHIST, STATUS = "      26/10/15
038600             INF-HIST-FILE-STATUS                                 26/10/15
038700         STOP RUN                                                 26/10/15
038800     END-IF.                                                      26/10/15
038900     OPEN OUTPUT INF-RPT-FILE.                                    26/10/15
039000     IF INF-RPT-FILE-STATUS NOT = "00"                            26/10/15
039100         DISPLAY "QUOTNINF - CANNOT OPEN INFRPT, STATUS = "       26/10/15
039200             INF-RPT-FILE-STATUS                                  26/10/15
039300         STOP RUN                                                 26/10/15
039400     END-IF.                                                      26/10/15
039500     OPEN OUTPUT INF-SUMM-FILE.                                   26/10/15
039600     IF INF-SUMM-FILE-STATUS NOT = "00"                           26/10/15
039700         DISPLAY "QUOTNINF - CANNOT OPEN INFSUMM, STATUS = "      26/10/15
039800             INF-SUMM-FILE-STATUS                                 26/10/15
039900         STOP RUN                                                 26/10/15
040000     END-IF.                                                      26/10/15
040100     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.                  26/10/15
040200     MOVE WS-AS-OF-DATE TO WS-DATE-CONV-X.                        26/10/15
040300     PERFORM 5000-DATE-TO-DAY-NUM THRU 5000-EXIT.                 26/10/15
040400     MOVE WS-DAY-NUM TO WS-AS-OF-DAY-NUM.                         26/10/15
040500     MOVE LOW-VALUES TO RATE-RECORD.                              26/10/15
040600     MOVE ZERO TO RATE-TERM-MONTHS.                               26/10/15
040650     MOVE ZERO TO RATE-EFF-FROM-DATE.                             26/10/15
040700     START RATE-FILE KEY IS NOT LESS THAN RATE-KEY                26/10/15
040800         INVALID KEY                                              26/10/15
040900             SET RATE-FILE-EOF TO TRUE                            26/10/15
041000     END-START.                                                   26/10/15
041100     PERFORM 1200-LOAD-TERM-BAND THRU 1200-EXIT                   26/10/15
041200         UNTIL RATE-FILE-EOF.                                     26/10/15
041300     PERFORM 1300-FIND-PRIOR-MONTH THRU 1300-EXIT.                26/10/15
041400     MOVE SPACES TO INF-RPT-RECORD.                               26/10/15
041500     STRING "QUOTNINF IN-FORCE AND UNEARNED PREMIUM - AS OF "     26/10/15
041600         DELIMITED BY SIZE                                        26/10/15
041700         WS-AS-OF-DATE DELIMITED BY SIZE                          26/10/15
041800         " RUN " DELIMITED BY SIZE                                26/10/15
041900         WS-TODAY-DATE DELIMITED BY SIZE                          26/10/15
042000         INTO INF-RPT-RECORD.                                     26/10/15
042100     WRITE INF-RPT-RECORD.                                        26/10/15
042200 1000-EXIT.                                                       26/10/15
042300     EXIT.                                                        26/10/15
042400*                                                                 26/10/15
042500*---------------------------------------------------------        26/10/15
042600* 1100-READ-PARM-CARD                                             26/10/15
042700*    READS THE ONE-RECORD PARAMETER FILE FOR THE AS-OF            26/10/15
042800*    DATE.  A FILE THAT CANNOT BE OPENED, IS EMPTY, OR            26/10/15
042900*    CARRIES A DATE THAT IS NOT VALID LEAVES TODAY IN PLACE       26/10/15
043000*    AND IS NOTED ON THE OPERATOR LOG.                            26/10/15
043100*---------------------------------------------------------        26/10/15
043200 1100-READ-PARM-CARD.                                             26/10/15
043300     OPEN INPUT INF-PARM-FILE.                                    26/10/15
043400     IF INF-PARM-FILE-STATUS NOT = "00"                           26/10/15
043500         DISPLAY "QUOTNINF - NO PARM FILE, TODAY USED"            26/10/15
043600         GO TO 1100-EXIT                                          26/10/15
043700     END-IF.                                                      26/10/15
043800     READ INF-PARM-FILE NEXT RECORD                               26/10/15
043900         AT END                                                   26/10/15
044000             DISPLAY "QUOTNINF - PARM FILE EMPTY, TODAY USED"     26/10/15
044100             CLOSE INF-PARM-FILE                                  26/10/15
044200             GO TO 1100-EXIT                                      26/10/15
044300     END-READ.                                                    26/10/15
044400     CLOSE INF-PARM-FILE.                                         26/10/15
044500     IF INFP-AS-OF-DATE NOT NUMERIC                               26/10/15
044600         DISPLAY "QUOTNINF - PARM NOT NUMERIC, TODAY USED"        26/10/15
044700         GO TO 1100-EXIT                                          26/10/15
044800     END-IF.                                                      26/10/15
044900     MOVE INFP-AS-OF-DATE TO WS-DATE-CONV-X.                      26/10/15
045000     IF WS-CONV-YEAR < 1995                                       26/10/15
045100        OR WS-CONV-MONTH < 1 OR WS-CONV-MONTH > 12                26/10/15
045200        OR WS-CONV-DAY < 1 OR WS-CONV-DAY > 31                    26/10/15
045300         DISPLAY "QUOTNINF - PARM DATE NOT VALID, TODAY USED"     26/10/15
045400         GO TO 1100-EXIT                                          26/10/15
045500     END-IF.                                                      26/10/15
045600     MOVE INFP-AS-OF-DATE TO WS-AS-OF-DATE.                       26/10/15
045700 1100-EXIT.                                                       26/10/15
045800     EXIT.                                                        26/10/15
045900*                                                                 26/10/15
046000*---------------------------------------------------------        26/10/15
046100* 1200-LOAD-TERM-BAND                                             26/10/15
046200*    READS THE NEXT RATE-FILE RECORD AND TABLES ITS TERM AS       26/10/15
046300*    A BAND.  RATE-FILE COMES BACK IN TERM ORDER, SO THE          26/10/15
046400*    TABLE IS ALREADY IN PRINT ORDER.  A TERM ALREADY             26/10/15
046510*    TABLED - A LATER DATED VERSION OF THE SAME BAND - IS         26/10/15
046520*    NOT TABLED TWICE.                                            26/10/15
046600*---------------------------------------------------------        26/10/15
046700 1200-LOAD-TERM-BAND.                                             26/10/15
046800     READ RATE-FILE NEXT RECORD                                   26/10/15
046900         AT END                                                   26/10/15
047000             SET RATE-FILE-EOF TO TRUE                            26/10/15
047100             GO TO 1200-EXIT                                      26/10/15
047200     END-READ.                                                    26/10/15
047300     IF WS-BAND-COUNT > ZERO                                      26/10/15
047400         IF RATE-TERM-MONTHS = WS-BND-TERM(WS-BAND-COUNT)         26/10/15
047500             GO TO 1200-EXIT                                      26/10/15
047600         END-IF                                                   26/10/15
047700     END-IF.                                                      26/10/15
047800     IF WS-BAND-COUNT >= WS-BAND-TABLE-MAX                        26/10/15
047900         DISPLAY "QUOTNINF - TERM BAND TABLE FULL, TERM "         26/10/15
048000             RATE-TERM-MONTHS " REPORTED AS NO BAND"              26/10/15
048100         GO TO 1200-EXIT                                          26/10/15
048200     END-IF.                                                      26/10/15
048300     ADD 1 TO WS-BAND-COUNT.                                      26/10/15
048400     MOVE RATE-TERM-MONTHS TO WS-BND-TERM(WS-BAND-COUNT).         26/10/15
048500     MOVE ZERO TO WS-BND-COUNT(WS-BAND-COUNT)                     26/10/15
048600                  WS-BND-WRITTEN(WS-BAND-COUNT)                   26/10/15
048700                  WS-BND-EARNED(WS-BAND-COUNT)                    26/10/15
048800                  WS-BND-UNEARNED(WS-BAND-COUNT).                 26/10/15
048900 1200-EXIT.                                                       26/10/15
049000     EXIT.                                                        26/10/15
049100*                                                                 26/10/15
049200*---------------------------------------------------------        26/10/15
049300* 1300-FIND-PRIOR-MONTH                                           26/10/15
049400*    READS THE HISTORY RECORD FOR THE MONTH BEFORE THE            26/10/15
049500*    AS-OF MONTH.  FOUND, ITS AS-OF DATE OPENS THE MOVEMENT       26/10/15
049600*    WINDOW AND ITS COUNT IS THE OPENING IN-FORCE FIGURE;         26/10/15
049700*    NOT FOUND, THE WINDOW OPENS ON THE FIRST OF THE MONTH        26/10/15
049800*    AND THE BALANCE CANNOT BE PROVED.                            26/10/15
049900*---------------------------------------------------------        26/10/15
050000 1300-FIND-PRIOR-MONTH.                                           26/10/15
050100     MOVE WS-AS-OF-MONTH TO WS-PRIOR-MONTH.                       26/10/15
050200     IF WS-PRIOR-MM = 01                                          26/10/15
050300         SUBTRACT 1 FROM WS-PRIOR-YYYY                            26/10/15
050400         MOVE 12 TO WS-PRIOR-MM                                   26/10/15
050500     ELSE                                                         26/10/15
050600         SUBTRACT 1 FROM WS-PRIOR-MM                              26/10/15
050700     END-IF.                                                      26/10/15
050800     COMPUTE WS-WINDOW-AFTER-DATE = (WS-AS-OF-MONTH * 100).       26/10/15
050900     MOVE WS-PRIOR-MONTH TO IHST-MONTH.                           26/10/15
051000     READ INF-HIST-FILE                                           26/10/15
051100         INVALID KEY                                              26/10/15
051200             GO TO 1300-EXIT                                      26/10/15
051300     END-READ.                                                    26/10/15
051400     SET WS-PRIOR-FOUND TO TRUE.                                  26/10/15
051500     MOVE IHST-AS-OF-DATE  TO WS-WINDOW-AFTER-DATE.               26/10/15
051600     MOVE IHST-CONTR-COUNT TO WS-PRIOR-COUNT.                     26/10/15
051700     MOVE IHST-WRITTEN-AMT TO WS-PRIOR-WRITTEN.                   26/10/15
051800 1300-EXIT.                                                       26/10/15
051900     EXIT.                                                        26/10/15
052000*                                                                 26/10/15
052100*---------------------------------------------------------        26/10/15
052200* 2000-PROCESS-CONTR-FILE                                         26/10/15
052300*    READS EACH CONTRACT, WORKS OUT WHEN IT CAME OFF THE          26/10/15
052400*    BOOKS, COUNTS ANY MOVEMENT INSIDE THE WINDOW, AND            26/10/15
052500*    ACCRUES IT WHEN IT IS IN FORCE ON THE AS-OF DATE.            26/10/15
052600*---------------------------------------------------------        26/10/15
052700 2000-PROCESS-CONTR-FILE.                                         26/10/15
052800     READ CONTR-FILE NEXT RECORD                                  26/10/15
052900         AT END                                                   26/10/15
053000             SET CONTR-FILE-EOF TO TRUE                           26/10/15
053100             GO TO 2000-EXIT                                      26/10/15
053200     END-READ.                                                    26/10/15
053300     ADD 1 TO WS-CONTR-READ.                                      26/10/15
053400     PERFORM 2100-COUNT-MOVEMENT THRU 2100-EXIT.                  26/10/15
053500     IF CONTR-ISSUE-DATE NOT > WS-AS-OF-DATE                      26/10/15
053600        AND WS-OFF-DATE > WS-AS-OF-DATE                           26/10/15
053700         PERFORM 2200-ACCRUE-IN-FORCE THRU 2200-EXIT              26/10/15
053800     END-IF.                                                      26/10/15
053900 2000-EXIT.                                                       26/10/15
054000     EXIT.                                                        26/10/15
054100*                                                                 26/10/15
054200*---------------------------------------------------------        26/10/15
054300* 2100-COUNT-MOVEMENT                                             26/10/15
054400*    SETS THE DAY THE CONTRACT CAME OFF THE BOOKS - ITS           26/10/15
054500*    STATUS DATE WHEN CANCELLED OR LAPSED BEFORE IT RAN           26/10/15
054600*    OUT, OTHERWISE ITS EXPIRATION DATE - THEN COUNTS IT          26/10/15
054700*    NEW WHEN ISSUED INSIDE THE WINDOW AND OFF WHEN IT CAME       26/10/15
054800*    OFF INSIDE THE WINDOW.  A CONTRACT THAT CAME OFF             26/10/15
054900*    BEFORE IT WAS ISSUED WAS NEVER ON THE BOOKS AND IS           26/10/15
055000*    NOT MOVEMENT.  COUNTED THIS WAY THE OPENING FIGURE           26/10/15
055100*    PLUS NEW LESS OFF IS THE CLOSING FIGURE.                     26/10/15
055200*---------------------------------------------------------        26/10/15
055300 2100-COUNT-MOVEMENT.                                             26/10/15
055400     MOVE CONTR-EXP-DATE TO WS-OFF-DATE.                          26/10/15
055500     SET WS-OFF-BY-EXPIRY TO TRUE.                                26/10/15
055600     IF CONTR-STAT-CANCELLED OR CONTR-STAT-LAPSED                 26/10/15
055700         IF CONTR-STATUS-DATE < CONTR-EXP-DATE                    26/10/15
055800             MOVE CONTR-STATUS-DATE TO WS-OFF-DATE                26/10/15
055900             MOVE CONTR-STATUS TO WS-OFF-REASON                   26/10/15
056000         END-IF                                                   26/10/15
056100     END-IF.                                                      26/10/15
056200     IF WS-OFF-DATE NOT > CONTR-ISSUE-DATE                        26/10/15
056300         GO TO 2100-EXIT                                          26/10/15
056400     END-IF.                                                      26/10/15
056500     IF CONTR-ISSUE-DATE > WS-WINDOW-AFTER-DATE                   26/10/15
056600        AND CONTR-ISSUE-DATE NOT > WS-AS-OF-DATE                  26/10/15
056700         ADD 1 TO WS-MOVE-NEW                                     26/10/15
056800         ADD CONTR-PREMIUM-AMT TO WS-MOVE-NEW-PREM                26/10/15
056900     END-IF.                                                      26/10/15
057000     IF WS-OFF-DATE > WS-WINDOW-AFTER-DATE                        26/10/15
057100        AND WS-OFF-DATE NOT > WS-AS-OF-DATE                       26/10/15
057200         IF WS-OFF-BY-CANCEL                                      26/10/15
057300             ADD 1 TO WS-MOVE-CANC                                26/10/15
057400             ADD CONTR-PREMIUM-AMT TO WS-MOVE-CANC-PREM           26/10/15
057500         END-IF                                                   26/10/15
057600         IF WS-OFF-BY-LAPSE                                       26/10/15
057700             ADD 1 TO WS-MOVE-LAPS                                26/10/15
057800             ADD CONTR-PREMIUM-AMT TO WS-MOVE-LAPS-PREM           26/10/15
057900         END-IF                                                   26/10/15
058000         IF WS-OFF-BY-EXPIRY                                      26/10/15
058100             ADD 1 TO WS-MOVE-EXPD                                26/10/15
058200             ADD CONTR-PREMIUM-AMT TO WS-MOVE-EXPD-PREM           26/10/15
058300         END-IF                                                   26/10/15
058400     END-IF.                                                      26/10/15
058500 2100-EXIT.                                                       26/10/15
058600     EXIT.                                                        26/10/15
058700*                                                                 26/10/15
058800*---------------------------------------------------------        26/10/15
058900* 2200-ACCRUE-IN-FORCE                                            26/10/15
059000*    SPLITS THE CONTRACT'S PREMIUM INTO EARNED AND UNEARNED       26/10/15
059100*    BY DAYS FROM CONTR-EFF-DATE THROUGH THE AS-OF DATE           26/10/15
059200*    OVER DAYS FROM CONTR-EFF-DATE TO CONTR-EXP-DATE, AND         26/10/15
059300*    ADDS IT TO ITS BRANCH, ITS TERM BAND, AND THE TOTALS.        26/10/15
059400*    A CONTRACT NOT YET EFFECTIVE HAS EARNED NOTHING; ONE         26/10/15
059500*    WHOSE TERM HAS NO DAYS IS FULLY EARNED.                      26/10/15
059600*---------------------------------------------------------        26/10/15
059700 2200-ACCRUE-IN-FORCE.                                            26/10/15
059800     MOVE CONTR-EFF-DATE TO WS-DATE-CONV-X.                       26/10/15
059900     PERFORM 5000-DATE-TO-DAY-NUM THRU 5000-EXIT.                 26/10/15
060000     MOVE WS-DAY-NUM TO WS-EFF-DAY-NUM.                           26/10/15
060100     MOVE CONTR-EXP-DATE TO WS-DATE-CONV-X.                       26/10/15
060200     PERFORM 5000-DATE-TO-DAY-NUM THRU 5000-EXIT.                 26/10/15
060300     MOVE WS-DAY-NUM TO WS-EXP-DAY-NUM.                           26/10/15
060400     COMPUTE WS-TERM-DAYS = WS-EXP-DAY-NUM - WS-EFF-DAY-NUM.      26/10/15
060500     COMPUTE WS-EARNED-DAYS =                                     26/10/15
060600         WS-AS-OF-DAY-NUM - WS-EFF-DAY-NUM + 1.                   26/10/15
060700     IF WS-EARNED-DAYS < ZERO                                     26/10/15
060800         MOVE ZERO TO WS-EARNED-DAYS                              26/10/15
060900     END-IF.                                                      26/10/15
061000     IF WS-TERM-DAYS NOT > ZERO                                   26/10/15
061100        OR WS-EARNED-DAYS >= WS-TERM-DAYS                         26/10/15
061200         MOVE CONTR-PREMIUM-AMT TO WS-CONTR-EARNED                26/10/15
061300     ELSE                                                         26/10/15
061400         COMPUTE WS-CONTR-EARNED ROUNDED =                        26/10/15
061500             CONTR-PREMIUM-AMT * WS-EARNED-DAYS / WS-TERM-DAYS    26/10/15
061600     END-IF.                                                      26/10/15
061700     COMPUTE WS-CONTR-UNEARNED =                                  26/10/15
061800         CONTR-PREMIUM-AMT - WS-CONTR-EARNED.                     26/10/15
061900     ADD 1                 TO WS-INF-COUNT.                       26/10/15
062000     ADD CONTR-PREMIUM-AMT TO WS-INF-WRITTEN.                     26/10/15
062100     ADD WS-CONTR-EARNED   TO WS-INF-EARNED.                      26/10/15
062200     ADD WS-CONTR-UNEARNED TO WS-INF-UNEARNED.                    26/10/15
062300     PERFORM 2210-ACCRUE-BRANCH THRU 2210-EXIT.                   26/10/15
062400     PERFORM 2220-ACCRUE-TERM-BAND THRU 2220-EXIT.                26/10/15
062500 2200-EXIT.                                                       26/10/15
062600     EXIT.                                                        26/10/15
062700*                                                                 26/10/15
062800*---------------------------------------------------------        26/10/15
062900* 2210-ACCRUE-BRANCH                                              26/10/15
063000*    FINDS (OR OPENS) THE BRANCH TABLE ENTRY FOR THE              26/10/15
063100*    CONTRACT'S AGENT AND ADDS THE CONTRACT TO IT.                26/10/15
063200*---------------------------------------------------------        26/10/15
063300 2210-ACCRUE-BRANCH.                                              26/10/15
063400     MOVE CONTR-AGENT-NUM TO AGENT-NUM.                           26/10/15
063500     READ AGENT-FILE                                              26/10/15
063600         INVALID KEY                                              26/10/15
063700             MOVE "????" TO AGENT-BRANCH                          26/10/15
063800     END-READ.                                                    26/10/15
063900     MOVE AGENT-BRANCH TO WS-SEARCH-BRANCH.                       26/10/15
064000     MOVE "N" TO WS-BR-FOUND-SWITCH.                              26/10/15
064100     MOVE 1 TO WS-BR-IX.                                          26/10/15
064200     PERFORM 2215-SCAN-BRANCH-TABLE THRU 2215-EXIT                26/10/15
064300         UNTIL WS-BR-FOUND OR WS-BR-IX > WS-BRANCH-COUNT.         26/10/15
064400     IF NOT WS-BR-FOUND                                           26/10/15
064500         IF WS-BRANCH-COUNT >= WS-BRANCH-TABLE-MAX                26/10/15
064600             DISPLAY "QUOTNINF - BRANCH TABLE FULL, BRANCH "      26/10/15
064700                 WS-SEARCH-BRANCH " REPORTED AS OTHER"            26/10/15
064800             ADD 1                 TO WS-OTH-COUNT                26/10/15
064900             ADD CONTR-PREMIUM-AMT TO WS-OTH-WRITTEN              26/10/15
065000             ADD WS-CONTR-EARNED   TO WS-OTH-EARNED               26/10/15
065100             ADD WS-CONTR-UNEARNED TO WS-OTH-UNEARNED             26/10/15
065200             GO TO 2210-EXIT                                      26/10/15
065300         END-IF                                                   26/10/15
065400         ADD 1 TO WS-BRANCH-COUNT                                 26/10/15
065500         MOVE WS-BRANCH-COUNT TO WS-BR-IX                         26/10/15
065600         MOVE WS-SEARCH-BRANCH TO WS-BR-CODE(WS-BR-IX)            26/10/15
065700         MOVE ZERO TO WS-BR-COUNT(WS-BR-IX)                       26/10/15
065800                      WS-BR-WRITTEN(WS-BR-IX)                     26/10/15
065900                      WS-BR-EARNED(WS-BR-IX)                      26/10/15
066000                      WS-BR-UNEARNED(WS-BR-IX)                    26/10/15
066100         MOVE "N" TO WS-BR-DONE-SWITCH(WS-BR-IX)                  26/10/15
066200     END-IF.                                                      26/10/15
066300     ADD 1                 TO WS-BR-COUNT(WS-BR-IX).              26/10/15
066400     ADD CONTR-PREMIUM-AMT TO WS-BR-WRITTEN(WS-BR-IX).            26/10/15
066500     ADD WS-CONTR-EARNED   TO WS-BR-EARNED(WS-BR-IX).             26/10/15
066600     ADD WS-CONTR-UNEARNED TO WS-BR-UNEARNED(WS-BR-IX).           26/10/15
066700 2210-EXIT.                                                       26/10/15
066800     EXIT.                                                        26/10/15
066900*                                                                 26/10/15
067000*---------------------------------------------------------        26/10/15
067100* 2215-SCAN-BRANCH-TABLE                                          26/10/15
067200*    COMPARES ONE BRANCH TABLE ENTRY WITH THE BRANCH BEING        26/10/15
067300*    LOOKED FOR, STEPPING ON WHEN IT DOES NOT MATCH.              26/10/15
067400*---------------------------------------------------------        26/10/15
067500 2215-SCAN-BRANCH-TABLE.                                          26/10/15
067600     IF WS-BR-CODE(WS-BR-IX) = WS-SEARCH-BRANCH                   26/10/15
067700         SET WS-BR-FOUND TO TRUE                                  26/10/15
067800     ELSE                                                         26/10/15
067900         ADD 1 TO WS-BR-IX                                        26/10/15
068000     END-IF.                                                      26/10/15
068100 2215-EXIT.                                                       26/10/15
068200     EXIT.                                                        26/10/15
068300*                                                                 26/10/15
068400*---------------------------------------------------------        26/10/15
068500* 2220-ACCRUE-TERM-BAND                                           26/10/15
068600*    WORKS OUT THE CONTRACT'S TERM IN WHOLE MONTHS THE WAY        26/10/15
068700*    QUOTNUPD DOES FOR ITS RATE EDIT, FINDS THE MATCHING          26/10/15
068800*    BAND, AND ADDS THE CONTRACT TO IT OR TO THE NO BAND          26/10/15
068900*    LINE.                                                        26/10/15
069000*---------------------------------------------------------        26/10/15
069100 2220-ACCRUE-TERM-BAND.                                           26/10/15
069200     MOVE CONTR-EFF-DATE TO WS-EFF-DATE-X.                        26/10/15
069300     MOVE CONTR-EXP-DATE TO WS-EXP-DATE-X.                        26/10/15
069400     COMPUTE WS-TERM-MONTHS =                                     26/10/15
069500         ((WS-EXP-YEAR - WS-EFF-YEAR) * 12)                       26/10/15
069600         + WS-EXP-MONTH - WS-EFF-MONTH.                           26/10/15
069700     MOVE "N" TO WS-BND-FOUND-SWITCH.                             26/10/15
069800     MOVE 1 TO WS-BND-IX.                                         26/10/15
069900     PERFORM 2225-SCAN-BAND-TABLE THRU 2225-EXIT                  26/10/15
070000         UNTIL WS-BND-FOUND OR WS-BND-IX > WS-BAND-COUNT.         26/10/15
070100     IF NOT WS-BND-FOUND                                          26/10/15
070200         ADD 1                 TO WS-NOB-COUNT                    26/10/15
070300         ADD CONTR-PREMIUM-AMT TO WS-NOB-WRITTEN                  26/10/15
070400         ADD WS-CONTR-EARNED   TO WS-NOB-EARNED                   26/10/15
070500         ADD WS-CONTR-UNEARNED TO WS-NOB-UNEARNED                 26/10/15
070600         GO TO 2220-EXIT                                          26/10/15
070700     END-IF.                                                      26/10/15
070800     ADD 1                 TO WS-BND-COUNT(WS-BND-IX).            26/10/15
070900     ADD CONTR-PREMIUM-AMT TO WS-BND-WRITTEN(WS-BND-IX).          26/10/15
071000     ADD WS-CONTR-EARNED   TO WS-BND-EARNED(WS-BND-IX).           26/10/15
071100     ADD WS-CONTR-UNEARNED TO WS-BND-UNEARNED(WS-BND-IX).         26/10/15
071200 2220-EXIT.                                                       26/10/15
071300     EXIT.                                                        26/10/15
071400*                                                                 26/10/15
071500*---------------------------------------------------------        26/10/15
071600* 2225-SCAN-BAND-TABLE                                            26/10/15
071700*    COMPARES ONE TERM BAND WITH THE CONTRACT'S TERM,             26/10/15
071800*    STEPPING ON WHEN IT DOES NOT MATCH.                          26/10/15
071900*---------------------------------------------------------        26/10/15
072000 2225-SCAN-BAND-TABLE.                                            26/10/15
072100     IF WS-BND-TERM(WS-BND-IX) = WS-TERM-MONTHS                   26/10/15
072200         SET WS-BND-FOUND TO TRUE                                 26/10/15
072300     ELSE                                                         26/10/15
072400         ADD 1 TO WS-BND-IX                                       26/10/15
072500     END-IF.                                                      26/10/15
072600 2225-EXIT.                                                       26/10/15
072700     EXIT.                                                        26/10/15
072800*                                                                 26/10/15
072900*---------------------------------------------------------        26/10/15
073000* 5000-DATE-TO-DAY-NUM                                            26/10/15
073100*    CONVERTS THE YYYYMMDD DATE IN WS-DATE-CONV-X TO A            26/10/15
073200*    SERIAL DAY COUNT IN WS-DAY-NUM.  EVERY FOURTH YEAR IS        26/10/15
073300*    COUNTED AS A LEAP YEAR, WHICH HOLDS FOR THE SYSTEM'S         26/10/15
073400*    WHOLE 1995-2099 VALID DATE RANGE.                            26/10/15
073500*---------------------------------------------------------        26/10/15
073600 5000-DATE-TO-DAY-NUM.                                            26/10/15
073700     COMPUTE WS-DAY-NUM =                                         26/10/15
073800         (WS-CONV-YEAR * 365)                                     26/10/15
073900         + (WS-CONV-YEAR / 4)                                     26/10/15
074000         + WS-MONTH-OFFSET(WS-CONV-MONTH)                         26/10/15
074100         + WS-CONV-DAY.                                           26/10/15
074200*    THE YEAR/4 TERM COUNTS THIS YEAR'S LEAP DAY EVEN             26/10/15
074300*    BEFORE MARCH 1 - BACK IT OUT FOR JANUARY AND FEBRUARY        26/10/15
074400*    OF A LEAP YEAR.                                              26/10/15
074500     DIVIDE WS-CONV-YEAR BY 4 GIVING WS-LEAP-QUOT                 26/10/15
074600         REMAINDER WS-LEAP-REM.                                   26/10/15
074700     IF WS-LEAP-REM = ZERO AND WS-CONV-MONTH < 3                  26/10/15
074800         SUBTRACT 1 FROM WS-DAY-NUM                               26/10/15
074900     END-IF.                                                      26/10/15
075000 5000-EXIT.                                                       26/10/15
075100     EXIT.                                                        26/10/15
075200*                                                                 26/10/15
075300*---------------------------------------------------------        26/10/15
075400* 7000-PRINT-BRANCH-SECTION                                       26/10/15
075500*    PRINTS ONE ROW PER BRANCH IN BRANCH ORDER, THE OTHER         26/10/15
075600*    ROW WHEN THE TABLE OVERFLOWED, AND THE SECTION TOTAL.        26/10/15
075700*---------------------------------------------------------        26/10/15
075800 7000-PRINT-BRANCH-SECTION.                                       26/10/15
075900     MOVE "IN FORCE BY BRANCH" TO WS-ROW-LABEL.                   26/10/15
076000     PERFORM 7800-PRINT-SECTION-HEAD THRU 7800-EXIT.              26/10/15
076100     PERFORM 7010-PRINT-NEXT-BRANCH THRU 7010-EXIT                26/10/15
076200         UNTIL WS-ALL-BRANCHES-DONE.                              26/10/15
076300     IF WS-OTH-COUNT > ZERO                                       26/10/15
076400         MOVE "OTHER"         TO WS-ROW-LABEL                     26/10/15
076500         MOVE WS-OTH-COUNT    TO WS-ROW-COUNT                     26/10/15
076600         MOVE WS-OTH-WRITTEN  TO WS-ROW-WRITTEN                   26/10/15
076700         MOVE WS-OTH-EARNED   TO WS-ROW-EARNED                    26/10/15
076800         MOVE WS-OTH-UNEARNED TO WS-ROW-UNEARNED                  26/10/15
076900         PERFORM 7900-PRINT-ROW THRU 7900-EXIT                    26/10/15
077000         MOVE "B"    TO ISUM-REC-TYPE                             26/10/15
077100         MOVE "OTHR" TO ISUM-KEY                                  26/10/15
077200         PERFORM 7950-WRITE-SUMMARY-ROW THRU 7950-EXIT            26/10/15
077300     END-IF.                                                      26/10/15
077400     MOVE "TOTAL IN FORCE"  TO WS-ROW-LABEL.                      26/10/15
077500     MOVE WS-INF-COUNT      TO WS-ROW-COUNT.                      26/10/15
077600     MOVE WS-INF-WRITTEN    TO WS-ROW-WRITTEN.                    26/10/15
077700     MOVE WS-INF-EARNED     TO WS-ROW-EARNED.                     26/10/15
077800     MOVE WS-INF-UNEARNED   TO WS-ROW-UNEARNED.                   26/10/15
077900     PERFORM 7900-PRINT-ROW THRU 7900-EXIT.                       26/10/15
078000     MOVE "G"    TO ISUM-REC-TYPE.                                26/10/15
078100     MOVE "ALL " TO ISUM-KEY.                                     26/10/15
078200     PERFORM 7950-WRITE-SUMMARY-ROW THRU 7950-EXIT.               26/10/15
078300 7000-EXIT.                                                       26/10/15
078400     EXIT.                                                        26/10/15
078500*                                                                 26/10/15
078600*---------------------------------------------------------        26/10/15
078700* 7010-PRINT-NEXT-BRANCH                                          26/10/15
078800*    PICKS THE LOWEST BRANCH NOT YET PRINTED AND PRINTS           26/10/15
078900*    IT.  NOTHING LEFT TO PICK ENDS THE SECTION.                  26/10/15
079000*---------------------------------------------------------        26/10/15
079100 7010-PRINT-NEXT-BRANCH.                                          26/10/15
079200     MOVE ZERO TO WS-BR-PICK-IX.                                  26/10/15
079300     MOVE 1 TO WS-BR-IX.                                          26/10/15
079400     PERFORM 7020-PICK-LOWEST-BRANCH THRU 7020-EXIT               26/10/15
079500         UNTIL WS-BR-IX > WS-BRANCH-COUNT.                        26/10/15
079600     IF WS-BR-PICK-IX = ZERO                                      26/10/15
079700         SET WS-ALL-BRANCHES-DONE TO TRUE                         26/10/15
079800         GO TO 7010-EXIT                                          26/10/15
079900     END-IF.                                                      26/10/15
080000     MOVE WS-BR-PICK-IX TO WS-BR-IX.                              26/10/15
080100     SET WS-BR-DONE(WS-BR-IX) TO TRUE.                            26/10/15
080200     MOVE SPACES TO WS-ROW-LABEL.                                 26/10/15
080300     STRING "BRANCH " DELIMITED BY SIZE                           26/10/15
080400         WS-BR-CODE(WS-BR-IX) DELIMITED BY SIZE                   26/10/15
080500         INTO WS-ROW-LABEL.                                       26/10/15
080600     MOVE WS-BR-COUNT(WS-BR-IX)    TO WS-ROW-COUNT.               26/10/15
080700     MOVE WS-BR-WRITTEN(WS-BR-IX)  TO WS-ROW-WRITTEN.             26/10/15
080800     MOVE WS-BR-EARNED(WS-BR-IX)   TO WS-ROW-EARNED.              26/10/15
080900     MOVE WS-BR-UNEARNED(WS-BR-IX) TO WS-ROW-UNEARNED.            26/10/15
081000     PERFORM 7900-PRINT-ROW THRU 7900-EXIT.                       26/10/15
081100     MOVE "B" TO ISUM-REC-TYPE.                                   26/10/15
081200     MOVE WS-BR-CODE(WS-BR-IX) TO ISUM-KEY.                       26/10/15
081300     PERFORM 7950-WRITE-SUMMARY-ROW THRU 7950-EXIT.               26/10/15
081400 7010-EXIT.                                                       26/10/15
081500     EXIT.                                                        26/10/15
081600*                                                                 26/10/15
081700*---------------------------------------------------------        26/10/15
081800* 7020-PICK-LOWEST-BRANCH                                         26/10/15
081900*    EXAMINES THE BRANCH ENTRY AT WS-BR-IX AND KEEPS IT AS        26/10/15
082000*    THE PICK WHEN IT IS UNPRINTED AND LOWER THAN THE PICK        26/10/15
082100*    SO FAR, THEN STEPS ON.                                       26/10/15
082200*---------------------------------------------------------        26/10/15
082300 7020-PICK-LOWEST-BRANCH.                                         26/10/15
082400     IF NOT WS-BR-DONE(WS-BR-IX)                                  26/10/15
082500         IF WS-BR-PICK-IX = ZERO                                  26/10/15
082600             MOVE WS-BR-IX TO WS-BR-PICK-IX                       26/10/15
082700         ELSE                                                     26/10/15
082800             IF WS-BR-CODE(WS-BR-IX) < WS-BR-CODE(WS-BR-PICK-IX)  26/10/15
082900                 MOVE WS-BR-IX TO WS-BR-PICK-IX                   26/10/15
083000             END-IF                                               26/10/15
083100         END-IF                                                   26/10/15
083200     END-IF.                                                      26/10/15
083300     ADD 1 TO WS-BR-IX.                                           26/10/15
083400 7020-EXIT.                                                       26/10/15
083500     EXIT.                                                        26/10/15
083600*                                                                 26/10/15
083700*---------------------------------------------------------        26/10/15
083800* 7100-PRINT-BAND-SECTION                                         26/10/15
083900*    PRINTS ONE ROW PER TERM BAND IN TERM ORDER, THE NO           26/10/15
084000*    BAND ROW WHEN ANY CONTRACT FELL OUTSIDE THE BANDS, AND       26/10/15
084100*    THE SECTION TOTAL.                                           26/10/15
084200*---------------------------------------------------------        26/10/15
084300 7100-PRINT-BAND-SECTION.                                         26/10/15
084400     MOVE "IN FORCE BY TERM BAND" TO WS-ROW-LABEL.                26/10/15
084500     PERFORM 7800-PRINT-SECTION-HEAD THRU 7800-EXIT.              26/10/15
084600     MOVE 1 TO WS-BND-IX.                                         26/10/15
084700     PERFORM 7110-PRINT-ONE-BAND THRU 7110-EXIT                   26/10/15
084800         UNTIL WS-BND-IX > WS-BAND-COUNT.                         26/10/15
084900     IF WS-NOB-COUNT > ZERO                                       26/10/15
085000         MOVE "NO BAND"       TO WS-ROW-LABEL                     26/10/15
085100         MOVE WS-NOB-COUNT    TO WS-ROW-COUNT                     26/10/15
085200         MOVE WS-NOB-WRITTEN  TO WS-ROW-WRITTEN                   26/10/15
085300         MOVE WS-NOB-EARNED   TO WS-ROW-EARNED                    26/10/15
085400         MOVE WS-NOB-UNEARNED TO WS-ROW-UNEARNED                  26/10/15
085500         PERFORM 7900-PRINT-ROW THRU 7900-EXIT                    26/10/15
085600         MOVE "T"    TO ISUM-REC-TYPE                             26/10/15
085700         MOVE "NONE" TO ISUM-KEY                                  26/10/15
085800         PERFORM 7950-WRITE-SUMMARY-ROW THRU 7950-EXIT            26/10/15
085900     END-IF.                                                      26/10/15
086000     MOVE "TOTAL IN FORCE"  TO WS-ROW-LABEL.                      26/10/15
086100     MOVE WS-INF-COUNT      TO WS-ROW-COUNT.                      26/10/15
086200     MOVE WS-INF-WRITTEN    TO WS-ROW-WRITTEN.                    26/10/15
086300     MOVE WS-INF-EARNED     TO WS-ROW-EARNED.                     26/10/15
086400     MOVE WS-INF-UNEARNED   TO WS-ROW-UNEARNED.                   26/10/15
086500     PERFORM 7900-PRINT-ROW THRU 7900-EXIT.                       26/10/15
086600 7100-EXIT.                                                       26/10/15
086700     EXIT.                                                        26/10/15
086800*                                                                 26/10/15
086900*---------------------------------------------------------        26/10/15
087000* 7110-PRINT-ONE-BAND                                             26/10/15
087100*    PRINTS THE TERM BAND AT WS-BND-IX AND STEPS ON.              26/10/15
087200*---------------------------------------------------------        26/10/15
087300 7110-PRINT-ONE-BAND.                                             26/10/15
087400     MOVE WS-BND-TERM(WS-BND-IX) TO WS-ED-TERM.                   26/10/15
087500     MOVE SPACES TO WS-ROW-LABEL.                                 26/10/15
087600     STRING "TERM " DELIMITED BY SIZE                             26/10/15
087700         WS-ED-TERM DELIMITED BY SIZE                             26/10/15
087800         " MONTHS" DELIMITED BY SIZE                              26/10/15
087900         INTO WS-ROW-LABEL.                                       26/10/15
088000     MOVE WS-BND-COUNT(WS-BND-IX)    TO WS-ROW-COUNT.             26/10/15
088100     MOVE WS-BND-WRITTEN(WS-BND-IX)  TO WS-ROW-WRITTEN.           26/10/15
088200     MOVE WS-BND-EARNED(WS-BND-IX)   TO WS-ROW-EARNED.            26/10/15
088300     MOVE WS-BND-UNEARNED(WS-BND-IX) TO WS-ROW-UNEARNED.          26/10/15
088400     PERFORM 7900-PRINT-ROW THRU 7900-EXIT.                       26/10/15
088500     MOVE "T" TO ISUM-REC-TYPE.                                   26/10/15
088600     MOVE WS-BND-TERM(WS-BND-IX) TO ISUM-KEY.                     26/10/15
088700     PERFORM 7950-WRITE-SUMMARY-ROW THRU 7950-EXIT.               26/10/15
088800     ADD 1 TO WS-BND-IX.                                          26/10/15
088900 7110-EXIT.                                                       26/10/15
089000     EXIT.                                                        26/10/15
089100*                                                                 26/10/15
089200*---------------------------------------------------------        26/10/15
089300* 7200-PRINT-MOVEMENT                                             26/10/15
089400*    PRINTS THE WINDOW'S MOVEMENT - OPENING IN-FORCE COUNT        26/10/15
089500*    FROM THE PRIOR MONTH, NEW, CANCELLED, LAPSED, AND            26/10/15
089600*    EXPIRED - AND PROVES THE CLOSING COUNT AGAINST IT.           26/10/15
089700*    EACH LINE IS ALSO FILED ON THE SUMMARY FILE.                 26/10/15
089800*---------------------------------------------------------        26/10/15
089900 7200-PRINT-MOVEMENT.                                             26/10/15
090000     MOVE SPACES TO INF-RPT-RECORD.                               26/10/15
090100     WRITE INF-RPT-RECORD.                                        26/10/15
090200     MOVE SPACES TO INF-RPT-RECORD.                               26/10/15
090300     STRING "MOVEMENT AFTER " DELIMITED BY SIZE                   26/10/15
090400         WS-WINDOW-AFTER-DATE DELIMITED BY SIZE                   26/10/15
090500         " THROUGH " DELIMITED BY SIZE                            26/10/15
090600         WS-AS-OF-DATE DELIMITED BY SIZE                          26/10/15
090700         INTO INF-RPT-RECORD.                                     26/10/15
090800     WRITE INF-RPT-RECORD.                                        26/10/15
090900     MOVE ZERO TO WS-ROW-EARNED WS-ROW-UNEARNED.                  26/10/15
091000     MOVE "M" TO ISUM-REC-TYPE.                                   26/10/15
091100     MOVE "OPENING IN FORCE" TO WS-ROW-LABEL.                     26/10/15
091200     MOVE WS-PRIOR-COUNT     TO WS-ROW-COUNT.                     26/10/15
091300     MOVE WS-PRIOR-WRITTEN   TO WS-ROW-WRITTEN.                   26/10/15
091400     PERFORM 7900-PRINT-ROW THRU 7900-EXIT.                       26/10/15
091500     MOVE "OPEN" TO ISUM-KEY.                                     26/10/15
091600     PERFORM 7950-WRITE-SUMMARY-ROW THRU 7950-EXIT.               26/10/15
091700     MOVE "PLUS NEW"         TO WS-ROW-LABEL.                     26/10/15
091800     MOVE WS-MOVE-NEW        TO WS-ROW-COUNT.                     26/10/15
091900     MOVE WS-MOVE-NEW-PREM   TO WS-ROW-WRITTEN.                   26/10/15
092000     PERFORM 7900-PRINT-ROW THRU 7900-EXIT.                       26/10/15
092100     MOVE "NEW " TO ISUM-KEY.                                     26/10/15
092200     PERFORM 7950-WRITE-SUMMARY-ROW THRU 7950-EXIT.               26/10/15
092300     MOVE "LESS CANCELLED"   TO WS-ROW-LABEL.                     26/10/15
092400     MOVE WS-MOVE-CANC       TO WS-ROW-COUNT.                     26/10/15
092500     MOVE WS-MOVE-CANC-PREM  TO WS-ROW-WRITTEN.                   26/10/15
092600     PERFORM 7900-PRINT-ROW THRU 7900-EXIT.                       26/10/15
092700     MOVE "CANC" TO ISUM-KEY.                                     26/10/15
092800     PERFORM 7950-WRITE-SUMMARY-ROW THRU 7950-EXIT.               26/10/15
092900     MOVE "LESS LAPSED"      TO WS-ROW-LABEL.                     26/10/15
093000     MOVE WS-MOVE-LAPS       TO WS-ROW-COUNT.                     26/10/15
093100     MOVE WS-MOVE-LAPS-PREM  TO WS-ROW-WRITTEN.                   26/10/15
093200     PERFORM 7900-PRINT-ROW THRU 7900-EXIT.                       26/10/15
093300     MOVE "LAPS" TO ISUM-KEY.                                     26/10/15
093400     PERFORM 7950-WRITE-SUMMARY-ROW THRU 7950-EXIT.               26/10/15
093500     MOVE "LESS EXPIRED"     TO WS-ROW-LABEL.                     26/10/15
093600     MOVE WS-MOVE-EXPD       TO WS-ROW-COUNT.                     26/10/15
093700     MOVE WS-MOVE-EXPD-PREM  TO WS-ROW-WRITTEN.                   26/10/15
093800     PERFORM 7900-PRINT-ROW THRU 7900-EXIT.                       26/10/15
093900     MOVE "EXPD" TO ISUM-KEY.                                     26/10/15
094000     PERFORM 7950-WRITE-SUMMARY-ROW THRU 7950-EXIT.               26/10/15
094100     MOVE "CLOSING IN FORCE" TO WS-ROW-LABEL.                     26/10/15
094200     MOVE WS-INF-COUNT       TO WS-ROW-COUNT.                     26/10/15
094300     MOVE WS-INF-WRITTEN     TO WS-ROW-WRITTEN.                   26/10/15
094400     PERFORM 7900-PRINT-ROW THRU 7900-EXIT.                       26/10/15
094500     MOVE "CLOS" TO ISUM-KEY.                                     26/10/15
094600     PERFORM 7950-WRITE-SUMMARY-ROW THRU 7950-EXIT.               26/10/15
094700     COMPUTE WS-EXPECTED-COUNT =                                  26/10/15
094800         WS-PRIOR-COUNT + WS-MOVE-NEW                             26/10/15
094900         - WS-MOVE-CANC - WS-MOVE-LAPS - WS-MOVE-EXPD.            26/10/15
095000     COMPUTE WS-COUNT-DIFFERENCE =                                26/10/15
095100         WS-INF-COUNT - WS-EXPECTED-COUNT.                        26/10/15
095200     MOVE SPACES TO INF-RPT-RECORD.                               26/10/15
095300     IF NOT WS-PRIOR-FOUND                                        26/10/15
095400         STRING "NO IN-FORCE HISTORY FOR " DELIMITED BY SIZE      26/10/15
095500             WS-PRIOR-MONTH DELIMITED BY SIZE                     26/10/15
095600             " - OPENING COUNT NOT PROVED" DELIMITED BY SIZE      26/10/15
095700             INTO INF-RPT-RECORD                                  26/10/15
095800     ELSE                                                         26/10/15
095900         IF WS-COUNT-DIFFERENCE = ZERO                            26/10/15
096000             MOVE "IN-FORCE COUNT BALANCES TO PRIOR MONTH"        26/10/15
096100                 TO INF-RPT-RECORD                                26/10/15
096200         ELSE                                                     26/10/15
096300             MOVE WS-COUNT-DIFFERENCE TO WS-ED-SIGNED-COUNT       26/10/15
096400             STRING "*** IN-FORCE COUNT OUT OF BALANCE BY "       26/10/15
096500                 DELIMITED BY SIZE                                26/10/15
096600                 WS-ED-SIGNED-COUNT DELIMITED BY SIZE             26/10/15
096700                 " ***" DELIMITED BY SIZE                         26/10/15
096800                 INTO INF-RPT-RECORD                              26/10/15
096900             DISPLAY "QUOTNINF - IN-FORCE COUNT OUT OF BALANCE "  26/10/15
097000                 "BY " WS-ED-SIGNED-COUNT                         26/10/15
097100         END-IF                                                   26/10/15
097200     END-IF.                                                      26/10/15
097300     WRITE INF-RPT-RECORD.                                        26/10/15
097400 7200-EXIT.                                                       26/10/15
097500     EXIT.                                                        26/10/15
097600*                                                                 26/10/15
097700*---------------------------------------------------------        26/10/15
097800* 7300-FILE-MONTH-HISTORY                                         26/10/15
097900*    FILES THIS MONTH'S CLOSING IN-FORCE POSITION FOR NEXT        26/10/15
098000*    MONTH TO BALANCE TO, REPLACING IT ON A RERUN.                26/10/15
098100*---------------------------------------------------------        26/10/15
098200 7300-FILE-MONTH-HISTORY.                                         26/10/15
098300     MOVE WS-AS-OF-MONTH TO IHST-MONTH.                           26/10/15
098400     READ INF-HIST-FILE                                           26/10/15
098500         INVALID KEY                                              26/10/15
098600             INITIALIZE INF-HIST-RECORD                           26/10/15
098700     END-READ.                                                    26/10/15
098800     MOVE WS-AS-OF-MONTH  TO IHST-MONTH.                          26/10/15
098900     MOVE WS-AS-OF-DATE   TO IHST-AS-OF-DATE.                     26/10/15
099000     MOVE WS-INF-COUNT    TO IHST-CONTR-COUNT.                    26/10/15
099100     MOVE WS-INF-WRITTEN  TO IHST-WRITTEN-AMT.                    26/10/15
099200     MOVE WS-INF-UNEARNED TO IHST-UNEARNED-AMT.                   26/10/15
099300     MOVE WS-TODAY-DATE   TO IHST-RUN-DATE.                       26/10/15
099400     WRITE INF-HIST-RECORD                                        26/10/15
099500         INVALID KEY                                              26/10/15
099600             REWRITE INF-HIST-RECORD                              26/10/15
099700                 INVALID KEY                                      26/10/15
099800                     DISPLAY "QUOTNINF - HISTORY REWRITE FAILED, "26/10/15
099900                         "MONTH = " IHST-MONTH                    26/10/15
100000             END-REWRITE                                          26/10/15
100100     END-WRITE.                                                   26/10/15
100200 7300-EXIT.                                                       26/10/15
100300     EXIT.                                                        26/10/15
100400*                                                                 26/10/15
100500*---------------------------------------------------------        26/10/15
100600* 7800-PRINT-SECTION-HEAD                                         26/10/15
100700*    PRINTS A BLANK LINE, THE SECTION TITLE LEFT IN               26/10/15
100800*    WS-ROW-LABEL, AND THE COLUMN HEADINGS.                       26/10/15
100900*---------------------------------------------------------        26/10/15
101000 7800-PRINT-SECTION-HEAD.                                         26/10/15
101100     MOVE SPACES TO INF-RPT-RECORD.                               26/10/15
101200     WRITE INF-RPT-RECORD.                                        26/10/15
101300     MOVE SPACES TO INF-RPT-RECORD.                               26/10/15
101400     MOVE WS-ROW-LABEL TO INF-RPT-RECORD.                         26/10/15
101500     WRITE INF-RPT-RECORD.                                        26/10/15
101600     MOVE SPACES TO INF-RPT-RECORD.                               26/10/15
101700     STRING "                      CONTRACTS"                     26/10/15
101800         DELIMITED BY SIZE                                        26/10/15
101900         "       WRITTEN PREMIUM" DELIMITED BY SIZE               26/10/15
102000         "        EARNED PREMIUM" DELIMITED BY SIZE               26/10/15
102100         "      UNEARNED PREMIUM" DELIMITED BY SIZE               26/10/15
102200         INTO INF-RPT-RECORD.                                     26/10/15
102300     WRITE INF-RPT-RECORD.                                        26/10/15
102400 7800-EXIT.                                                       26/10/15
102500     EXIT.                                                        26/10/15
102600*                                                                 26/10/15
102700*---------------------------------------------------------        26/10/15
102800* 7900-PRINT-ROW                                                  26/10/15
102900*    PRINTS ONE REPORT ROW FROM WS-ROW-LABEL AND THE FOUR         26/10/15
103000*    ROW FIGURES.                                                 26/10/15
103100*---------------------------------------------------------        26/10/15
103200 7900-PRINT-ROW.                                                  26/10/15
103300     MOVE WS-ROW-COUNT    TO WS-ED-COUNT.                         26/10/15
103400     MOVE WS-ROW-WRITTEN  TO WS-ED-WRITTEN.                       26/10/15
103500     MOVE WS-ROW-EARNED   TO WS-ED-EARNED.                        26/10/15
103600     MOVE WS-ROW-UNEARNED TO WS-ED-UNEARNED.                      26/10/15
103700     MOVE SPACES TO INF-RPT-RECORD.                               26/10/15
103800     STRING "  " DELIMITED BY SIZE                                26/10/15
103900         WS-ROW-LABEL DELIMITED BY SIZE                           26/10/15
104000         "    " DELIMITED BY SIZE                                 26/10/15
104100         WS-ED-COUNT DELIMITED BY SIZE                            26/10/15
104200         "        " DELIMITED BY SIZE                             26/10/15
104300         WS-ED-WRITTEN DELIMITED BY SIZE                          26/10/15
104400         "        " DELIMITED BY SIZE                             26/10/15
104500         WS-ED-EARNED DELIMITED BY SIZE                           26/10/15
104600         "        " DELIMITED BY SIZE                             26/10/15
104700         WS-ED-UNEARNED DELIMITED BY SIZE                         26/10/15
104800         INTO INF-RPT-RECORD.                                     26/10/15
104900     WRITE INF-RPT-RECORD.                                        26/10/15
105000     IF INF-RPT-FILE-STATUS NOT = "00"                            26/10/15
105100         DISPLAY "QUOTNINF - REPORT WRITE FAILED, STATUS = "      26/10/15
105200             INF-RPT-FILE-STATUS                                  26/10/15
105300     END-IF.                                                      26/10/15
105400 7900-EXIT.                                                       26/10/15
105500     EXIT.                                                        26/10/15
105600*                                                                 26/10/15
105700*---------------------------------------------------------        26/10/15
105800* 7950-WRITE-SUMMARY-ROW                                          26/10/15
105900*    FILES ONE SUMMARY ROW FROM THE ROW FIGURES - THE             26/10/15
106000*    CALLER HAS ALREADY SET ISUM-REC-TYPE AND ISUM-KEY.           26/10/15
106100*---------------------------------------------------------        26/10/15
106200 7950-WRITE-SUMMARY-ROW.                                          26/10/15
106300     MOVE WS-AS-OF-DATE   TO ISUM-AS-OF-DATE.                     26/10/15
106400     MOVE WS-ROW-COUNT    TO ISUM-CONTR-COUNT.                    26/10/15
106500     MOVE WS-ROW-WRITTEN  TO ISUM-WRITTEN-AMT.                    26/10/15
106600     MOVE WS-ROW-EARNED   TO ISUM-EARNED-AMT.                     26/10/15
106700     MOVE WS-ROW-UNEARNED TO ISUM-UNEARNED-AMT.                   26/10/15
106800     WRITE INF-SUMM-RECORD.                                       26/10/15
106900     IF INF-SUMM-FILE-STATUS NOT = "00"                           26/10/15
107000         DISPLAY "QUOTNINF - SUMMARY WRITE FAILED, KEY = "        26/10/15
107100             ISUM-KEY                                             26/10/15
107200         GO TO 7950-EXIT                                          26/10/15
107300     END-IF.                                                      26/10/15
107400     ADD 1 TO WS-SUMM-WRITTEN.                                    26/10/15
107500 7950-EXIT.                                                       26/10/15
107600     EXIT.                                                        26/10/15
107700*                                                                 26/10/15
107800*---------------------------------------------------------        26/10/15
107900* 8000-CONTROL-REPORT                                             26/10/15
108000*    PRINTS THE END-OF-RUN BALANCING REPORT FOR THIS              26/10/15
108100*    MONTH-END RUN.                                               26/10/15
108200*---------------------------------------------------------        26/10/15
108300 8000-CONTROL-REPORT.                                             26/10/15
108400     DISPLAY "QUOTNINF IN-FORCE REPORT CONTROL REPORT".           26/10/15
108500     MOVE WS-CONTR-READ   TO WS-ED-CONTR-READ.                    26/10/15
108600     MOVE WS-INF-COUNT    TO WS-ED-INF-COUNT.                     26/10/15
108700     MOVE WS-SUMM-WRITTEN TO WS-ED-SUMM-WRITTEN.                  26/10/15
108800     MOVE WS-INF-UNEARNED TO WS-ED-TOT-UNEARNED.                  26/10/15
108900     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
109000     STRING "CONTRACTS READ  . . . . : " DELIMITED BY SIZE        26/10/15
109100         WS-ED-CONTR-READ DELIMITED BY SIZE                       26/10/15
109200         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
109300     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
109400     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
109500     STRING "CONTRACTS IN FORCE  . . : " DELIMITED BY SIZE        26/10/15
109600         WS-ED-INF-COUNT DELIMITED BY SIZE                        26/10/15
109700         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
109800     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
109900     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
110000     STRING "SUMMARY ROWS WRITTEN  . : " DELIMITED BY SIZE        26/10/15
110100         WS-ED-SUMM-WRITTEN DELIMITED BY SIZE                     26/10/15
110200         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
110300     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
110400     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
110500     STRING "UNEARNED PREMIUM  . . . : " DELIMITED BY SIZE        26/10/15
110600         WS-ED-TOT-UNEARNED DELIMITED BY SIZE                     26/10/15
110700         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
110800     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
110900 8000-EXIT.                                                       26/10/15
111000     EXIT.                                                        26/10/15
111100*                                                                 26/10/15
111200*---------------------------------------------------------        26/10/15
111300* 9000-TERMINATE                                                  26/10/15
111400*    CLOSES ALL FILES OPENED BY 1000-INITIALIZE.                  26/10/15
111500*---------------------------------------------------------        26/10/15
111600 9000-TERMINATE.                                                  26/10/15
111700     CLOSE CONTR-FILE.                                            26/10/15
111800     CLOSE AGENT-FILE.                                            26/10/15
111900     CLOSE RATE-FILE.                                             26/10/15
112000     CLOSE INF-HIST-FILE.                                         26/10/15
112100     CLOSE INF-RPT-FILE.                                          26/10/15
112200     CLOSE INF-SUMM-FILE.                                         26/10/15
112300 9000-EXIT.                                                       26/10/15
112400     EXIT.                                                        26/10/15
