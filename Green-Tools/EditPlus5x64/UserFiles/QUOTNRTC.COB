000100 IDENTIFICATION DIVISION.                                         26/10/15
000200 PROGRAM-ID.    QUOTNRTC.                                         26/10/15
000300 AUTHOR.        D. MILLER.                                        26/10/15
000400 INSTALLATION.  HOME OFFICE - QUOTATION SYSTEMS.                  26/10/15
000500 DATE-WRITTEN.  26/10/15.                                         26/10/15
000600 DATE-COMPILED.                                                   26/10/15
000700*                                                                 26/10/15
000800* MODIFICATION HISTORY                                            26/10/15
000900* ---------------------------------------------------------       26/10/15
001000* 26/10/15  DLM  ORIGINAL PROGRAM - ONE-TIME CONVERSION OF        26/10/15
001100*                RATE.DAT AND COMMRATE.DAT TO THE DATED-          26/10/15
001200*                VERSION LAYOUTS.  RATE-EFF-FROM-DATE AND         26/10/15
001300*                CRAT-EFF-FROM-DATE WERE INSERTED AFTER THE       26/10/15
001400*                TERM AND THE ID, SO EVERY FIELD BEHIND THEM      26/10/15
001500*                MOVED 8 BYTES.  READS EACH OLD FILE THROUGH      26/10/15
001600*                ITS OLD LAYOUT, WRITES THE NEW LAYOUT WITH AN    26/10/15
001700*                EFFECTIVE-FROM OF ZERO (IN FORCE FROM THE        26/10/15
001800*                START), AND LISTS THE BEFORE AND AFTER COUNTS.   26/10/15
001900*                                                                 26/10/15
002000* OPERATING NOTE - RUN ONCE, BEFORE ANY PROGRAM THAT READS        26/10/15
002100* THE RATE TABLES RUNS AGAINST THE NEW LAYOUTS.  RENAME           26/10/15
002200* RATE.DAT TO RATEOLD.DAT AND COMMRATE.DAT TO CRATEOLD.DAT        26/10/15
002300* FIRST - THIS PROGRAM CREATES RATE.DAT AND COMMRATE.DAT          26/10/15
002400* AFRESH.  IF RTCLIST.DAT DOES NOT SAY THE COUNTS AGREE, PUT      26/10/15
002500* THE OLD FILES BACK AND RERUN AFTER THE CAUSE IS FIXED.          26/10/15
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
003600* OLD-RATE-FILE IS THE UNDERWRITING RATE TABLE IN ITS OLD         26/10/15
003700* LAYOUT, KEYED ON THE TERM ALONE.                                26/10/15
003800     SELECT OLD-RATE-FILE                                         26/10/15
003900         ASSIGN       TO "RATEOLD.DAT"                            26/10/15
004000         ORGANIZATION IS INDEXED                                  26/10/15
004100         ACCESS MODE  IS SEQUENTIAL                               26/10/15
004200         FILE STATUS  IS OLD-RATE-FILE-STATUS                     26/10/15
004300         RECORD KEY   IS ORAT-TERM-MONTHS.                        26/10/15
004400*                                                                 26/10/15
004500* RATE-FILE IS THE NEW UNDERWRITING RATE TABLE.                   26/10/15
004600     SELECT RATE-FILE                                             26/10/15
004700         ASSIGN       TO "RATE.DAT"                               26/10/15
004800         ORGANIZATION IS INDEXED                                  26/10/15
004900         ACCESS MODE  IS SEQUENTIAL                               26/10/15
005000         FILE STATUS  IS RATE-FILE-STATUS                         26/10/15
005100         RECORD KEY   IS RATE-KEY.                                26/10/15
005200*                                                                 26/10/15
005300* OLD-COMM-RATE-FILE IS THE COMMISSION RATE TABLE IN ITS OLD      26/10/15
005400* LAYOUT, KEYED ON THE TYPE AND ID ALONE.                         26/10/15
005500     SELECT OLD-COMM-RATE-FILE                                    26/10/15
005600         ASSIGN       TO "CRATEOLD.DAT"                           26/10/15
005700         ORGANIZATION IS INDEXED                                  26/10/15
005800         ACCESS MODE  IS SEQUENTIAL                               26/10/15
005900         FILE STATUS  IS OLD-COMM-RATE-FILE-STATUS                26/10/15
006000         RECORD KEY   IS OCRT-KEY.                                26/10/15
006100*                                                                 26/10/15
006200* COMM-RATE-FILE IS THE NEW COMMISSION RATE TABLE.                26/10/15
006300     SELECT COMM-RATE-FILE                                        26/10/15
006400         ASSIGN       TO "COMMRATE.DAT"                           26/10/15
006500         ORGANIZATION IS INDEXED                                  26/10/15
006600         ACCESS MODE  IS SEQUENTIAL                               26/10/15
006700         FILE STATUS  IS COMM-RATE-FILE-STATUS                    26/10/15
006800         RECORD KEY   IS CRAT-KEY.                                26/10/15
006900*                                                                 26/10/15
007000* RTC-LIST-FILE IS THE CONVERSION CONTROL LISTING.                26/10/15
007100     SELECT RTC-LIST-FILE                                         26/10/15
007200         ASSIGN       TO "RTCLIST.DAT"                            26/10/15
007300         ORGANIZATION IS SEQUENTIAL                               26/10/15
007400         FILE STATUS  IS RTC-LIST-FILE-STATUS.                    26/10/15
007500*                                                                 26/10/15
007600 DATA DIVISION.                                                   26/10/15
007700*                                                                 26/10/15
007800 FILE SECTION.                                                    26/10/15
007900*                                                                 26/10/15
008000* OLD-RATE-RECORD - CFI_RATE AS IT STOOD BEFORE DATED             26/10/15
008100* VERSIONS WERE KEPT.  68 BYTES, THE SAME LENGTH AS THE NEW.      26/10/15
008200 FD  OLD-RATE-FILE.                                               26/10/15
008300 01  OLD-RATE-RECORD.                                             26/10/15
008400     05  ORAT-TERM-MONTHS           PIC 9(04).                    26/10/15
008500     05  ORAT-MIN-PREMIUM-AMT       PIC 9(07)V99.                 26/10/15
008600     05  ORAT-MAX-PREMIUM-AMT       PIC 9(07)V99.                 26/10/15
008700     05  ORAT-TOL-LOW-AMT           PIC 9(07)V99.                 26/10/15
008800     05  ORAT-TOL-HIGH-AMT          PIC 9(07)V99.                 26/10/15
008900     05  ORAT-LAST-UPD-DATE         PIC 9(08).                    26/10/15
009000     05  FILLER                     PIC X(20).                    26/10/15
009100*                                                                 26/10/15
009200 FD  RATE-FILE.                                                   26/10/15
009300 COPY CFI_RATE.                                                   26/10/15
009400*                                                                 26/10/15
009500* OLD-COMM-RATE-RECORD - CFI_CRATE AS IT STOOD BEFORE DATED       26/10/15
009600* VERSIONS WERE KEPT.  40 BYTES, THE SAME LENGTH AS THE NEW.      26/10/15
009700 FD  OLD-COMM-RATE-FILE.                                          26/10/15
009800 01  OLD-COMM-RATE-RECORD.                                        26/10/15
009900     05  OCRT-KEY.                                                26/10/15
010000         10  OCRT-TYPE              PIC X(01).                    26/10/15
010100         10  OCRT-ID                PIC X(06).                    26/10/15
010200     05  OCRT-RATE-PCT              PIC 9(02)V99.                 26/10/15
010300     05  OCRT-LAST-UPD-DATE         PIC 9(08).                    26/10/15
010400     05  FILLER                     PIC X(21).                    26/10/15
010500*                                                                 26/10/15
010600 FD  COMM-RATE-FILE.                                              26/10/15
010700 COPY CFI_CRATE.                                                  26/10/15
010800*                                                                 26/10/15
010900 FD  RTC-LIST-FILE.                                               26/10/15
011000 01  RTC-LIST-RECORD                PIC X(80).                    26/10/15
011100*                                                                 26/10/15
011200 WORKING-STORAGE SECTION.                                         26/10/15
011300*                                                                 26/10/15
011400 01  OLD-RATE-FILE-STATUS          PIC X(2).                      26/10/15
011500 01  RATE-FILE-STATUS              PIC X(2).                      26/10/15
011600 01  OLD-COMM-RATE-FILE-STATUS     PIC X(2).                      26/10/15
011700 01  COMM-RATE-FILE-STATUS         PIC X(2).                      26/10/15
011800 01  RTC-LIST-FILE-STATUS          PIC X(2).                      26/10/15
011900*                                                                 26/10/15
012000* RUN SWITCHES                                                    26/10/15
012100* ---------------------------------------------------------       26/10/15
012200 77  WS-ORAT-EOF-SWITCH             PIC X(01) VALUE "N".          26/10/15
012300     88  OLD-RATE-FILE-EOF             VALUE "Y".                 26/10/15
012400 77  WS-OCRT-EOF-SWITCH             PIC X(01) VALUE "N".          26/10/15
012500     88  OLD-COMM-RATE-FILE-EOF        VALUE "Y".                 26/10/15
012600 77  WS-TODAY-DATE                  PIC 9(08).                    26/10/15
012700*                                                                 26/10/15
012800* END-OF-RUN CONTROL TOTALS (8000-CONTROL-REPORT)                 26/10/15
012900* ---------------------------------------------------------       26/10/15
013000 01  WS-CONTROL-TOTALS.                                           26/10/15
013100     05  WS-RATE-READ               PIC 9(09) COMP VALUE ZERO.    26/10/15
013200     05  WS-RATE-WRITTEN            PIC 9(09) COMP VALUE ZERO.    26/10/15
013300     05  WS-RATE-FAILED             PIC 9(09) COMP VALUE ZERO.    26/10/15
013400     05  WS-CRAT-READ               PIC 9(09) COMP VALUE ZERO.    26/10/15
013500     05  WS-CRAT-WRITTEN            PIC 9(09) COMP VALUE ZERO.    26/10/15
013600     05  WS-CRAT-FAILED             PIC 9(09) COMP VALUE ZERO.    26/10/15
013700*                                                                 26/10/15
013800* CONTROL-REPORT PRINT LINE AND DISPLAY-EDITED COUNTERS -         26/10/15
013900* STRING REQUIRES DISPLAY USAGE, SO THE COMP COUNTERS ABOVE       26/10/15
014000* ARE EDITED HERE BEFORE THEY ARE STRUNG INTO THE LINE.           26/10/15
014100* ---------------------------------------------------------       26/10/15
014200 01  WS-CONTROL-REPORT-LINE        PIC X(80).                     26/10/15
014300 01  WS-CONTROL-REPORT-EDIT.                                      26/10/15
014400     05  WS-ED-RATE-READ            PIC ZZZZZZZZ9.                26/10/15
014500     05  WS-ED-RATE-WRITTEN         PIC ZZZZZZZZ9.                26/10/15
014600     05  WS-ED-RATE-FAILED          PIC ZZZZZZZZ9.                26/10/15
014700     05  WS-ED-CRAT-READ            PIC ZZZZZZZZ9.                26/10/15
014800     05  WS-ED-CRAT-WRITTEN         PIC ZZZZZZZZ9.                26/10/15
014900     05  WS-ED-CRAT-FAILED          PIC ZZZZZZZZ9.                26/10/15
015000*                                                                 26/10/15
015100 PROCEDURE DIVISION.                                              26/10/15
015200*                                                                 26/10/15
015300*---------------------------------------------------------        26/10/15
015400* 0000-MAINLINE                                                   26/10/15
015500*    CONVERTS THE UNDERWRITING RATE TABLE, THEN THE               26/10/15
015600*    COMMISSION RATE TABLE, THEN PRINTS THE BEFORE AND            26/10/15
015700*    AFTER COUNTS.                                                26/10/15
015800*---------------------------------------------------------        26/10/15
015900 0000-MAINLINE.                                                   26/10/15
016000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      26/10/15
016100     PERFORM 2000-CONVERT-RATE THRU 2000-EXIT                     26/10/15
016200         UNTIL OLD-RATE-FILE-EOF.                                 26/10/15
016300     PERFORM 3000-CONVERT-COMM-RATE THRU 3000-EXIT                26/10/15
016400         UNTIL OLD-COMM-RATE-FILE-EOF.                            26/10/15
016500     PERFORM 8000-CONTROL-REPORT THRU 8000-EXIT.                  26/10/15
016600     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       26/10/15
016700     STOP RUN.                                                    26/10/15
016800*                                                                 26/10/15
016900*---------------------------------------------------------        26/10/15
017000* 1000-INITIALIZE                                                 26/10/15
017100*    OPENS BOTH OLD TABLES INPUT, BOTH NEW TABLES AND THE         26/10/15
017200*    LISTING OUTPUT, AND PRINTS THE LISTING TITLE.                26/10/15
017300*---------------------------------------------------------        26/10/15
017400 1000-INITIALIZE.                                                 26/10/15
017500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     26/10/15
017600     OPEN INPUT  OLD-RATE-FILE.                                   26/10/15
017700     IF OLD-RATE-FILE-STATUS NOT = "00"                           26/10/15
017800         DISPLAY "QUOTNRTC - CANNOT OPEN RATEOLD, STATUS = "      26/10/15
017900             OLD-RATE-FILE-STATUS                                 26/10/15
018000         STOP RUN                                                 26/10/15
018100     END-IF.                                                      26/10/15
018200     OPEN INPUT  OLD-COMM-RATE-FILE.                              26/10/15
018300     IF OLD-COMM-RATE-FILE-STATUS NOT = "00"                      26/10/15
018400         DISPLAY "QUOTNRTC - CANNOT OPEN CRATEOLD, STATUS = "     26/10/15
018500             OLD-COMM-RATE-FILE-STATUS                            26/10/15
018600         STOP RUN                                                 26/10/15
018700     END-IF.                                                      26/10/15
018800     OPEN OUTPUT RATE-FILE.                                       26/10/15
018900     IF RATE-FILE-STATUS NOT = "00"                               26/10/15
019000         DISPLAY "QUOTNRTC - CANNOT OPEN RATE-FILE, STATUS = "    26/10/15
019100             RATE-FILE-STATUS                                     26/10/15
019200         STOP RUN                                                 26/10/15
019300     END-IF.                                                      26/10/15
019400     OPEN OUTPUT COMM-RATE-FILE.                                  26/10/15
019500     IF COMM-RATE-FILE-STATUS NOT = "00"                          26/10/15
019600         DISPLAY "QUOTNRTC - CANNOT OPEN COMMRATE, STATUS = "     26/10/15
019700             COMM-RATE-FILE-STATUS                                26/10/15
019800         STOP RUN                                                 26/10/15
019900     END-IF.                                                      26/10/15
020000     OPEN OUTPUT RTC-LIST-FILE.                                   26/10/15
020100     IF RTC-LIST-FILE-STATUS NOT = "00"                           26/10/15
020200         DISPLAY "QUOTNRTC - CANNOT OPEN RTCLIST, STATUS = "      26/10/15
020300             RTC-LIST-FILE-STATUS                                 26/10/15
020400         STOP RUN                                                 26/10/15
020500     END-IF.                                                      26/10/15
020600     MOVE SPACES TO RTC-LIST-RECORD.                              26/10/15
020700     STRING "QUOTNRTC RATE TABLE CONVERSION " DELIMITED BY SIZE   26/10/15
020800         WS-TODAY-DATE DELIMITED BY SIZE                          26/10/15
020900         INTO RTC-LIST-RECORD.                                    26/10/15
021000     WRITE RTC-LIST-RECORD.                                       26/10/15
021100     MOVE SPACES TO RTC-LIST-RECORD.                              26/10/15
021200     WRITE RTC-LIST-RECORD.                                       26/10/15
021300 1000-EXIT.                                                       26/10/15
021400     EXIT.                                                        26/10/15
021500*                                                                 26/10/15
021600*---------------------------------------------------------        26/10/15
021700* 2000-CONVERT-RATE                                               26/10/15
021800*    READS THE NEXT OLD TERM BAND AND WRITES IT IN THE NEW        26/10/15
021900*    LAYOUT AS THE BAND'S FIRST VERSION.  THE OLD FILE IS         26/10/15
022000*    READ IN TERM ORDER AND A ZERO EFFECTIVE-FROM KEEPS THE       26/10/15
022100*    NEW KEYS IN THE SAME ORDER, SO THE WRITE IS SEQUENTIAL.      26/10/15
022200*---------------------------------------------------------        26/10/15
022300 2000-CONVERT-RATE.                                               26/10/15
022400     READ OLD-RATE-FILE NEXT RECORD                               26/10/15
022500         AT END                                                   26/10/15
022600             SET OLD-RATE-FILE-EOF TO TRUE                        26/10/15
022700             GO TO 2000-EXIT                                      26/10/15
022800     END-READ.                                                    26/10/15
022900     ADD 1 TO WS-RATE-READ.                                       26/10/15
023000     MOVE SPACES                TO RATE-RECORD.                   26/10/15
023100     MOVE ORAT-TERM-MONTHS      TO RATE-TERM-MONTHS.              26/10/15
023200     MOVE ZERO                  TO RATE-EFF-FROM-DATE.            26/10/15
023300     MOVE ORAT-MIN-PREMIUM-AMT  TO RATE-MIN-PREMIUM-AMT.          26/10/15
023400     MOVE ORAT-MAX-PREMIUM-AMT  TO RATE-MAX-PREMIUM-AMT.          26/10/15
023500     MOVE ORAT-TOL-LOW-AMT      TO RATE-TOL-LOW-AMT.              26/10/15
023600     MOVE ORAT-TOL-HIGH-AMT     TO RATE-TOL-HIGH-AMT.             26/10/15
023700     MOVE ORAT-LAST-UPD-DATE    TO RATE-LAST-UPD-DATE.            26/10/15
023800     WRITE RATE-RECORD.                                           26/10/15
023900     IF RATE-FILE-STATUS NOT = "00"                               26/10/15
024000         DISPLAY "QUOTNRTC - RATE WRITE FAILED, TERM = "          26/10/15
024100             ORAT-TERM-MONTHS " STATUS = " RATE-FILE-STATUS       26/10/15
024200         ADD 1 TO WS-RATE-FAILED                                  26/10/15
024300         GO TO 2000-EXIT                                          26/10/15
024400     END-IF.                                                      26/10/15
024500     ADD 1 TO WS-RATE-WRITTEN.                                    26/10/15
024600 2000-EXIT.                                                       26/10/15
024700     EXIT.                                                        26/10/15
024800*                                                                 26/10/15
024900*---------------------------------------------------------        26/10/15
025000* 3000-CONVERT-COMM-RATE                                          26/10/15
025100*    READS THE NEXT OLD AGENT OR BRANCH RATE AND WRITES IT        26/10/15
025200*    IN THE NEW LAYOUT AS THE RATE'S FIRST VERSION, IN THE        26/10/15
025300*    SAME KEY ORDER AS 2000-CONVERT-RATE.                         26/10/15
025400*---------------------------------------------------------        26/10/15
025500 3000-CONVERT-COMM-RATE.                                          26/10/15
025600     READ OLD-COMM-RATE-FILE NEXT RECORD                          26/10/15
025700         AT END                                                   26/10/15
025800             SET OLD-COMM-RATE-FILE-EOF TO TRUE                   26/10/15
025900             GO TO 3000-EXIT                                      26/10/15
026000     END-READ.                                                    26/10/15
026100     ADD 1 TO WS-CRAT-READ.                                       26/10/15
026200     MOVE SPACES                TO CRAT-RECORD.                   26/10/15
026300     MOVE OCRT-TYPE             TO CRAT-TYPE.                     26/10/15
026400     MOVE OCRT-ID               TO CRAT-ID.                       26/10/15
026500     MOVE ZERO                  TO CRAT-EFF-FROM-DATE.            26/10/15
026600     MOVE OCRT-RATE-PCT         TO CRAT-RATE-PCT.                 26/10/15
026700     MOVE OCRT-LAST-UPD-DATE    TO CRAT-LAST-UPD-DATE.            26/10/15
026800     WRITE CRAT-RECORD.                                           26/10/15
026900     IF COMM-RATE-FILE-STATUS NOT = "00"                          26/10/15
027000         DISPLAY "QUOTNRTC - COMMRATE WRITE FAILED, RATE = "      26/10/15
027100             OCRT-KEY " STATUS = " COMM-RATE-FILE-STATUS          26/10/15
027200         ADD 1 TO WS-CRAT-FAILED                                  26/10/15
027300         GO TO 3000-EXIT                                          26/10/15
027400     END-IF.                                                      26/10/15
027500     ADD 1 TO WS-CRAT-WRITTEN.                                    26/10/15
027600 3000-EXIT.                                                       26/10/15
027700     EXIT.                                                        26/10/15
027800*                                                                 26/10/15
027900*---------------------------------------------------------        26/10/15
028000* 8000-CONTROL-REPORT                                             26/10/15
028100*    PRINTS THE BEFORE AND AFTER COUNTS OF EACH TABLE ON          26/10/15
028200*    THE LISTING AND THE CONSOLE, AND WHETHER THEY AGREE.         26/10/15
028300*---------------------------------------------------------        26/10/15
028400 8000-CONTROL-REPORT.                                             26/10/15
028500     DISPLAY "QUOTNRTC RATE TABLE CONVERSION CONTROL REPORT".     26/10/15
028600     MOVE WS-RATE-READ    TO WS-ED-RATE-READ.                     26/10/15
028700     MOVE WS-RATE-WRITTEN TO WS-ED-RATE-WRITTEN.                  26/10/15
028800     MOVE WS-RATE-FAILED  TO WS-ED-RATE-FAILED.                   26/10/15
028900     MOVE WS-CRAT-READ    TO WS-ED-CRAT-READ.                     26/10/15
029000     MOVE WS-CRAT-WRITTEN TO WS-ED-CRAT-WRITTEN.                  26/10/15
029100     MOVE WS-CRAT-FAILED  TO WS-ED-CRAT-FAILED.                   26/10/15
029200     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
029300     STRING "RATE BANDS BEFORE . . . : " DELIMITED BY SIZE        26/10/15
029400         WS-ED-RATE-READ DELIMITED BY SIZE                        26/10/15
029500         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
029600     PERFORM 8100-PRINT-REPORT-LINE THRU 8100-EXIT.               26/10/15
029700     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
029800     STRING "RATE BANDS AFTER  . . . : " DELIMITED BY SIZE        26/10/15
029900         WS-ED-RATE-WRITTEN DELIMITED BY SIZE                     26/10/15
030000         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
030100     PERFORM 8100-PRINT-REPORT-LINE THRU 8100-EXIT.               26/10/15
030200     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
030300     STRING "RATE BANDS NOT WRITTEN  : " DELIMITED BY SIZE        26/10/15
030400         WS-ED-RATE-FAILED DELIMITED BY SIZE                      26/10/15
030500         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
030600     PERFORM 8100-PRINT-REPORT-LINE THRU 8100-EXIT.               26/10/15
030700     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
030800     STRING "COMMISSION RATES BEFORE : " DELIMITED BY SIZE        26/10/15
030900         WS-ED-CRAT-READ DELIMITED BY SIZE                        26/10/15
031000         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
031100     PERFORM 8100-PRINT-REPORT-LINE THRU 8100-EXIT.               26/10/15
031200     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
031300     STRING "COMMISSION RATES AFTER  : " DELIMITED BY SIZE        26/10/15
031400         WS-ED-CRAT-WRITTEN DELIMITED BY SIZE                     26/10/15
031500         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
031600     PERFORM 8100-PRINT-REPORT-LINE THRU 8100-EXIT.               26/10/15
031700     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
031800     STRING "COMMISSION RATES NOT WRITTEN : " DELIMITED BY SIZE   26/10/15
031900         WS-ED-CRAT-FAILED DELIMITED BY SIZE                      26/10/15
032000         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
032100     PERFORM 8100-PRINT-REPORT-LINE THRU 8100-EXIT.               26/10/15
032200     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
032300     IF WS-RATE-WRITTEN = WS-RATE-READ                            26/10/15
032400        AND WS-CRAT-WRITTEN = WS-CRAT-READ                        26/10/15
032500         MOVE "COUNTS AGREE - CONVERSION COMPLETE"                26/10/15
032600             TO WS-CONTROL-REPORT-LINE                            26/10/15
032700     ELSE                                                         26/10/15
032800         MOVE "COUNTS DO NOT AGREE - RESTORE THE OLD FILES"       26/10/15
032900             TO WS-CONTROL-REPORT-LINE                            26/10/15
033000     END-IF.                                                      26/10/15
033100     PERFORM 8100-PRINT-REPORT-LINE THRU 8100-EXIT.               26/10/15
033200 8000-EXIT.                                                       26/10/15
033300     EXIT.                                                        26/10/15
033400*                                                                 26/10/15
033500*---------------------------------------------------------        26/10/15
033600* 8100-PRINT-REPORT-LINE                                          26/10/15
033700*    SHOWS THE CONTROL-REPORT LINE ON THE CONSOLE AND             26/10/15
033800*    WRITES IT TO THE LISTING.                                    26/10/15
033900*---------------------------------------------------------        26/10/15
034000 8100-PRINT-REPORT-LINE.                                          26/10/15
034100     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
034200     MOVE WS-CONTROL-REPORT-LINE TO RTC-LIST-RECORD.              26/10/15
034300     WRITE RTC-LIST-RECORD.                                       26/10/15
034400 8100-EXIT.                                                       26/10/15
034500     EXIT.                                                        26/10/15
034600*                                                                 26/10/15
034700*---------------------------------------------------------        26/10/15
034800* 9000-TERMINATE                                                  26/10/15
034900*    CLOSES ALL FILES OPENED BY 1000-INITIALIZE.                  26/10/15
035000*---------------------------------------------------------        26/10/15
035100 9000-TERMINATE.                                                  26/10/15
035200     CLOSE OLD-RATE-FILE.                                         26/10/15
035300     CLOSE RATE-FILE.                                             26/10/15
035400     CLOSE OLD-COMM-RATE-FILE.                                    26/10/15
035500     CLOSE COMM-RATE-FILE.                                        26/10/15
035600     CLOSE RTC-LIST-FILE.                                         26/10/15
035700 9000-EXIT.                                                       26/10/15
035800     EXIT.                                                        26/10/15
