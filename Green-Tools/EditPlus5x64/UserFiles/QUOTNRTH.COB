000100 IDENTIFICATION DIVISION.                                         26/10/15
000200 PROGRAM-ID.    QUOTNRTH.                                         26/10/15
000300 AUTHOR.        D. MILLER.                                        26/10/15
000400 INSTALLATION.  HOME OFFICE - QUOTATION SYSTEMS.                  26/10/15
000500 DATE-WRITTEN.  26/10/15.                                         26/10/15
000600 DATE-COMPILED.                                                   26/10/15
000700*                                                                 26/10/15
000800* MODIFICATION HISTORY                                            26/10/15
000900* ---------------------------------------------------------       26/10/15
001000* 26/10/15  DLM  ORIGINAL PROGRAM - RATE VERSION HISTORY          26/10/15
001100*                LISTING.  PRINTS EVERY DATED VERSION OF EACH     26/10/15
001200*                UNDERWRITING TERM BAND ON RATE-FILE AND OF       26/10/15
001300*                EACH AGENT AND BRANCH RATE ON COMM-RATE-FILE,    26/10/15
001400*                OLDEST FIRST, WITH THE DATE EACH ONE WAS         26/10/15
001500*                REPLACED AND WHETHER IT IS SUPERSEDED, IN        26/10/15
001600*                FORCE TODAY, OR PENDING.  RUN ON REQUEST AND     26/10/15
001700*                AFTER EACH QUOTNRTL OR QUOTNCRL RUN, SO AUDIT    26/10/15
001800*                CAN SEE WHICH RATE APPLIED ON ANY DATE.          26/10/15
001900*                                                                 26/10/15
002000 ENVIRONMENT DIVISION.                                            26/10/15
002100*                                                                 26/10/15
002200 CONFIGURATION SECTION.                                           26/10/15
002300 SOURCE-COMPUTER. VAX-VMS.                                        26/10/15
002400 OBJECT-COMPUTER. VAX-VMS.                                        26/10/15
002500*                                                                 26/10/15
002600 INPUT-OUTPUT SECTION.                                            26/10/15
002700 FILE-CONTROL.                                                    26/10/15
002800*                                                                 26/10/15
002900* RATE-FILE IS THE UNDERWRITING RATE TABLE MAINTAINED BY          26/10/15
003000* QUOTNRTL - READ FRONT TO BACK, BAND BY BAND.                    26/10/15
003100     SELECT RATE-FILE                                             26/10/15
003200         ASSIGN       TO "RATE.DAT"                               26/10/15
003300         ORGANIZATION IS INDEXED                                  26/10/15
003400         ACCESS MODE  IS DYNAMIC                                  26/10/15
003500         FILE STATUS  IS RATE-FILE-STATUS                         26/10/15
003600         RECORD KEY   IS RATE-KEY.                                26/10/15
003700*                                                                 26/10/15
003800* COMM-RATE-FILE IS THE COMMISSION RATE TABLE MAINTAINED BY       26/10/15
003900* QUOTNCRL - READ FRONT TO BACK, RATE BY RATE.                    26/10/15
004000     SELECT COMM-RATE-FILE                                        26/10/15
004100         ASSIGN       TO "COMMRATE.DAT"                           26/10/15
004200         ORGANIZATION IS INDEXED                                  26/10/15
004300         ACCESS MODE  IS DYNAMIC                                  26/10/15
004400         FILE STATUS  IS COMM-RATE-FILE-STATUS                    26/10/15
004500         RECORD KEY   IS CRAT-KEY.                                26/10/15
004600*                                                                 26/10/15
004700* RATE-LIST-FILE IS THE PRINTED VERSION HISTORY.                  26/10/15
004800     SELECT RATE-LIST-FILE                                        26/10/15
004900         ASSIGN       TO "RATEHIST.DAT"                           26/10/15
005000         ORGANIZATION IS SEQUENTIAL                               26/10/15
005100         FILE STATUS  IS RATE-LIST-FILE-STATUS.                   26/10/15
005200*                                                                 26/10/15
005300 DATA DIVISION.                                                   26/10/15
005400*                                                                 26/10/15
005500 FILE SECTION.                                                    26/10/15
005600*                                                                 26/10/15
005700 FD  RATE-FILE.                                                   26/10/15
005800 COPY CFI_RATE.                                                   26/10/15
005900*                                                                 26/10/15
006000 FD  COMM-RATE-FILE.                                              26/10/15
006100 COPY CFI_CRATE.                                                  26/10/15
006200*                                                                 26/10/15
006300 FD  RATE-LIST-FILE.                                              26/10/15
006400 01  RATE-LIST-RECORD               PIC X(132).                   26/10/15
006500*                                                                 26/10/15
006600 WORKING-STORAGE SECTION.                                         26/10/15
006700*                                                                 26/10/15
006800 01  RATE-FILE-STATUS              PIC X(2).                      26/10/15
006900 01  COMM-RATE-FILE-STATUS         PIC X(2).                      26/10/15
007000 01  RATE-LIST-FILE-STATUS         PIC X(2).                      26/10/15
007100*                                                                 26/10/15
007200* RUN SWITCHES                                                    26/10/15
007300* ---------------------------------------------------------       26/10/15
007400 77  WS-RATE-EOF-SWITCH             PIC X(01) VALUE "N".          26/10/15
007500     88  RATE-FILE-EOF                 VALUE "Y".                 26/10/15
007600 77  WS-CRAT-EOF-SWITCH             PIC X(01) VALUE "N".          26/10/15
007700     88  COMM-RATE-FILE-EOF            VALUE "Y".                 26/10/15
007800 77  WS-HOLD-SWITCH                 PIC X(01) VALUE "N".          26/10/15
007900     88  WS-LINE-HELD                  VALUE "Y".                 26/10/15
008000 77  WS-TODAY-DATE                  PIC 9(08).                    26/10/15
008100*                                                                 26/10/15
008200* HELD VERSION LINE - A VERSION IS PRINTED ONLY ONCE THE          26/10/15
008300* NEXT RECORD HAS BEEN READ, SINCE ONLY THE NEXT VERSION OF       26/10/15
008400* THE SAME BAND OR RATE SAYS WHETHER AND WHEN IT WAS              26/10/15
008500* REPLACED.  WS-NEXT-KEY/WS-NEXT-EFF-DATE DESCRIBE THE            26/10/15
008600* RECORD JUST READ (HIGH-VALUES AT THE END OF A FILE).            26/10/15
008700* ---------------------------------------------------------       26/10/15
008800 01  WS-NEXT-KEY                    PIC X(08).                    26/10/15
008900 01  WS-NEXT-EFF-DATE               PIC 9(08).                    26/10/15
009000 01  WS-HELD-LINE.                                                26/10/15
009100     05  FILLER                     PIC X(02) VALUE SPACES.       26/10/15
009200     05  WS-HL-KEY                  PIC X(08).                    26/10/15
009300     05  FILLER                     PIC X(02) VALUE SPACES.       26/10/15
009400     05  WS-HL-EFF-DATE             PIC 9(08).                    26/10/15
009500     05  FILLER                     PIC X(02) VALUE SPACES.       26/10/15
009600     05  WS-HL-UNTIL-DATE           PIC X(08).                    26/10/15
009700     05  FILLER                     PIC X(02) VALUE SPACES.       26/10/15
009800     05  WS-HL-STATUS               PIC X(10).                    26/10/15
009900     05  WS-HL-VALUES               PIC X(90).                    26/10/15
010000*                                                                 26/10/15
010100* THE VALUE COLUMNS OF EACH TABLE, MOVED INTO WS-HL-VALUES.       26/10/15
010200 01  WS-RATE-VALUES.                                              26/10/15
010300     05  FILLER                     PIC X(02) VALUE SPACES.       26/10/15
010400     05  WS-RV-MIN-AMT              PIC Z(06)9.99.                26/10/15
010500     05  FILLER                     PIC X(02) VALUE SPACES.       26/10/15
010600     05  WS-RV-MAX-AMT              PIC Z(06)9.99.                26/10/15
010700     05  FILLER                     PIC X(02) VALUE SPACES.       26/10/15
010800     05  WS-RV-TOL-LOW-AMT          PIC Z(06)9.99.                26/10/15
010900     05  FILLER                     PIC X(02) VALUE SPACES.       26/10/15
011000     05  WS-RV-TOL-HIGH-AMT         PIC Z(06)9.99.                26/10/15
011100     05  FILLER                     PIC X(02) VALUE SPACES.       26/10/15
011200     05  WS-RV-LAST-UPD-DATE        PIC 9(08).                    26/10/15
011300 01  WS-CRAT-VALUES.                                              26/10/15
011400     05  FILLER                     PIC X(04) VALUE SPACES.       26/10/15
011500     05  WS-CV-RATE-PCT             PIC Z9.99.                    26/10/15
011600     05  FILLER                     PIC X(02) VALUE SPACES.       26/10/15
011700     05  WS-CV-LAST-UPD-DATE        PIC 9(08).                    26/10/15
011800 01  WS-ED-TERM                     PIC ZZZ9.                     26/10/15
011900*                                                                 26/10/15
012000* LISTING HEADINGS.                                               26/10/15
012100* ---------------------------------------------------------       26/10/15
012200 01  WS-RATE-HEADING.                                             26/10/15
012300     05  FILLER                     PIC X(42) VALUE               26/10/15
012400         "  TERM      EFF-FROM  UNTIL     STATUS    ".            26/10/15
012500     05  FILLER                     PIC X(24) VALUE               26/10/15
012600         "     MINIMUM     MAXIMUM".                              26/10/15
012700     05  FILLER                     PIC X(34) VALUE               26/10/15
012800         "     TOL LOW    TOL HIGH  UPDATED".                     26/10/15
012900 01  WS-CRAT-HEADING.                                             26/10/15
013000     05  FILLER                     PIC X(42) VALUE               26/10/15
013100         "  RATE      EFF-FROM  UNTIL     STATUS    ".            26/10/15
013200     05  FILLER                     PIC X(19) VALUE               26/10/15
013300         "  RATE %  UPDATED".                                     26/10/15
013400*                                                                 26/10/15
013500* END-OF-RUN CONTROL TOTALS (8000-CONTROL-REPORT)                 26/10/15
013600* ---------------------------------------------------------       26/10/15
013700 01  WS-CONTROL-TOTALS.                                           26/10/15
013800     05  WS-RATE-BANDS              PIC 9(09) COMP VALUE ZERO.    26/10/15
013900     05  WS-RATE-VERSIONS           PIC 9(09) COMP VALUE ZERO.    26/10/15
014000     05  WS-CRAT-RATES              PIC 9(09) COMP VALUE ZERO.    26/10/15
014100     05  WS-CRAT-VERSIONS           PIC 9(09) COMP VALUE ZERO.    26/10/15
014200     05  WS-PENDING-VERSIONS        PIC 9(09) COMP VALUE ZERO.    26/10/15
014300*                                                                 26/10/15
014400* CONTROL-REPORT PRINT LINE AND DISPLAY-EDITED COUNTERS -         26/10/15
014500* STRING REQUIRES DISPLAY USAGE, SO THE COMP COUNTERS ABOVE       26/10/15
014600* ARE EDITED HERE BEFORE THEY ARE STRUNG INTO THE LINE.           26/10/15
014700* ---------------------------------------------------------       26/10/15
014800 01  WS-CONTROL-REPORT-LINE        PIC X(80).                     26/10/15
014900 01  WS-CONTROL-REPORT-EDIT.                                      26/10/15
015000     05  WS-ED-RATE-BANDS           PIC ZZZZZZZZ9.                26/10/15
015100     05  WS-ED-RATE-VERSIONS        PIC ZZZZZZZZ9.                26/10/15
015200     05  WS-ED-CRAT-RATES           PIC ZZZZZZZZ9.                26/10/15
015300     05  WS-ED-CRAT-VERSIONS        PIC ZZZZZZZZ9.                26/10/15
015400     05  WS-ED-PENDING-VERSIONS     PIC ZZZZZZZZ9.                26/10/15
015500*                                                                 26/10/15
015600 PROCEDURE DIVISION.                                              26/10/15
015700*                                                                 26/10/15
015800*---------------------------------------------------------        26/10/15
015900* 0000-MAINLINE                                                   26/10/15
016000*    LISTS THE UNDERWRITING RATE BANDS, THEN THE COMMISSION       26/10/15
016100*    RATES, THEN PRINTS THE CONTROL REPORT.                       26/10/15
016200*---------------------------------------------------------        26/10/15
016300 0000-MAINLINE.                                                   26/10/15
016400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      26/10/15
016500     PERFORM 2000-LIST-RATE-VERSION THRU 2000-EXIT                26/10/15
016600         UNTIL RATE-FILE-EOF.                                     26/10/15
016700     PERFORM 7100-RELEASE-LAST-LINE THRU 7100-EXIT.               26/10/15
016800     PERFORM 1500-START-COMM-RATES THRU 1500-EXIT.                26/10/15
016900     PERFORM 3000-LIST-CRATE-VERSION THRU 3000-EXIT               26/10/15
017000         UNTIL COMM-RATE-FILE-EOF.                                26/10/15
017100     PERFORM 7100-RELEASE-LAST-LINE THRU 7100-EXIT.               26/10/15
017200     PERFORM 8000-CONTROL-REPORT THRU 8000-EXIT.                  26/10/15
017300     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       26/10/15
017400     STOP RUN.                                                    26/10/15
017500*                                                                 26/10/15
017600*---------------------------------------------------------        26/10/15
017700* 1000-INITIALIZE                                                 26/10/15
017800*    OPENS BOTH RATE TABLES AND THE LISTING, PRINTS THE           26/10/15
017900*    TITLE AND THE RATE BAND HEADING, AND POSITIONS               26/10/15
018000*    RATE-FILE AT ITS FIRST VERSION.                              26/10/15
018100*---------------------------------------------------------        26/10/15
018200 1000-INITIALIZE.                                                 26/10/15
018300     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     26/10/15
018400     OPEN INPUT  RATE-FILE.                                       26/10/15
018500     IF RATE-FILE-STATUS NOT = "00"                               26/10/15
018600         DISPLAY "QUOTNRTH - CANNOT OPEN RATE-FILE, STATUS = "    26/10/15
018700             RATE-FILE-STATUS                                     26/10/15
018800         STOP RUN                                                 26/10/15
018900     END-IF.                                                      26/10/15
019000     OPEN INPUT  COMM-RATE-FILE.                                  26/10/15
019100     IF COMM-RATE-FILE-STATUS NOT = "00"                          26/10/15
019200         DISPLAY "QUOTNRTH - CANNOT OPEN COMMRATE, STATUS = "     26/10/15
019300             COMM-RATE-FILE-STATUS                                26/10/15
019400         STOP RUN                                                 26/10/15
019500     END-IF.                                                      26/10/15
019600     OPEN OUTPUT RATE-LIST-FILE.                                  26/10/15
019700     IF RATE-LIST-FILE-STATUS NOT = "00"                          26/10/15
019800         DISPLAY "QUOTNRTH - CANNOT OPEN RATEHIST, STATUS = "     26/10/15
019900             RATE-LIST-FILE-STATUS                                26/10/15
020000         STOP RUN                                                 26/10/15
020100     END-IF.                                                      26/10/15
020200     MOVE SPACES TO RATE-LIST-RECORD.                             26/10/15
020300     STRING "QUOTNRTH RATE VERSION HISTORY - RUN "                26/10/15
020400         DELIMITED BY SIZE                                        26/10/15
020500         WS-TODAY-DATE DELIMITED BY SIZE                          26/10/15
020600         INTO RATE-LIST-RECORD.                                   26/10/15
020700     PERFORM 7900-WRITE-LIST-LINE THRU 7900-EXIT.                 26/10/15
020800     MOVE SPACES TO RATE-LIST-RECORD.                             26/10/15
020900     PERFORM 7900-WRITE-LIST-LINE THRU 7900-EXIT.                 26/10/15
021000     MOVE "UNDERWRITING RATE BANDS" TO RATE-LIST-RECORD.          26/10/15
021100     PERFORM 7900-WRITE-LIST-LINE THRU 7900-EXIT.                 26/10/15
021200     MOVE WS-RATE-HEADING TO RATE-LIST-RECORD.                    26/10/15
021300     PERFORM 7900-WRITE-LIST-LINE THRU 7900-EXIT.                 26/10/15
021400     MOVE LOW-VALUES TO RATE-RECORD.                              26/10/15
021500     MOVE ZERO TO RATE-TERM-MONTHS RATE-EFF-FROM-DATE.            26/10/15
021600     START RATE-FILE KEY IS NOT LESS THAN RATE-KEY                26/10/15
021700         INVALID KEY                                              26/10/15
021800             SET RATE-FILE-EOF TO TRUE                            26/10/15
021900     END-START.                                                   26/10/15
022000 1000-EXIT.                                                       26/10/15
022100     EXIT.                                                        26/10/15
022200*                                                                 26/10/15
022300*---------------------------------------------------------        26/10/15
022400* 1500-START-COMM-RATES                                           26/10/15
022500*    PRINTS THE COMMISSION RATE HEADING AND POSITIONS             26/10/15
022600*    COMM-RATE-FILE AT ITS FIRST VERSION.                         26/10/15
022700*---------------------------------------------------------        26/10/15
022800 1500-START-COMM-RATES.                                           26/10/15
022900     MOVE SPACES TO RATE-LIST-RECORD.                             26/10/15
023000     PERFORM 7900-WRITE-LIST-LINE THRU 7900-EXIT.                 26/10/15
023100     MOVE "COMMISSION RATES (A = AGENT, B = BRANCH)"              26/10/15
023200         TO RATE-LIST-RECORD.                                     26/10/15
023300     PERFORM 7900-WRITE-LIST-LINE THRU 7900-EXIT.                 26/10/15
023400     MOVE WS-CRAT-HEADING TO RATE-LIST-RECORD.                    26/10/15
023500     PERFORM 7900-WRITE-LIST-LINE THRU 7900-EXIT.                 26/10/15
023600     MOVE LOW-VALUES TO CRAT-KEY.                                 26/10/15
023700     START COMM-RATE-FILE KEY IS NOT LESS THAN CRAT-KEY           26/10/15
023800         INVALID KEY                                              26/10/15
023900             SET COMM-RATE-FILE-EOF TO TRUE                       26/10/15
024000     END-START.                                                   26/10/15
024100 1500-EXIT.                                                       26/10/15
024200     EXIT.                                                        26/10/15
024300*                                                                 26/10/15
024400*---------------------------------------------------------        26/10/15
024500* 2000-LIST-RATE-VERSION                                          26/10/15
024600*    READS THE NEXT RATE-FILE VERSION, RELEASES THE ONE           26/10/15
024700*    HELD BEFORE IT, AND HOLDS THIS ONE IN ITS PLACE.             26/10/15
024800*---------------------------------------------------------        26/10/15
024900 2000-LIST-RATE-VERSION.                                          26/10/15
025000     READ RATE-FILE NEXT RECORD                                   26/10/15
025100         AT END                                                   26/10/15
025200             SET RATE-FILE-EOF TO TRUE                            26/10/15
025300             GO TO 2000-EXIT                                      26/10/15
025400     END-READ.                                                    26/10/15
025500     ADD 1 TO WS-RATE-VERSIONS.                                   26/10/15
025600     MOVE RATE-TERM-MONTHS TO WS-ED-TERM.                         26/10/15
025700     MOVE WS-ED-TERM TO WS-NEXT-KEY.                              26/10/15
025800     MOVE RATE-EFF-FROM-DATE TO WS-NEXT-EFF-DATE.                 26/10/15
025900     IF NOT WS-LINE-HELD                                          26/10/15
026000        OR WS-NEXT-KEY NOT = WS-HL-KEY                            26/10/15
026100         ADD 1 TO WS-RATE-BANDS                                   26/10/15
026200     END-IF.                                                      26/10/15
026300     PERFORM 7000-RELEASE-HELD-LINE THRU 7000-EXIT.               26/10/15
026400     MOVE RATE-MIN-PREMIUM-AMT TO WS-RV-MIN-AMT.                  26/10/15
026500     MOVE RATE-MAX-PREMIUM-AMT TO WS-RV-MAX-AMT.                  26/10/15
026600     MOVE RATE-TOL-LOW-AMT     TO WS-RV-TOL-LOW-AMT.              26/10/15
026700     MOVE RATE-TOL-HIGH-AMT    TO WS-RV-TOL-HIGH-AMT.             26/10/15
026800     MOVE RATE-LAST-UPD-DATE   TO WS-RV-LAST-UPD-DATE.            26/10/15
026900     MOVE WS-RATE-VALUES       TO WS-HL-VALUES.                   26/10/15
027000     PERFORM 7200-HOLD-NEXT-LINE THRU 7200-EXIT.                  26/10/15
027100 2000-EXIT.                                                       26/10/15
027200     EXIT.                                                        26/10/15
027300*                                                                 26/10/15
027400*---------------------------------------------------------        26/10/15
027500* 3000-LIST-CRATE-VERSION                                         26/10/15
027600*    READS THE NEXT COMM-RATE-FILE VERSION, RELEASES THE          26/10/15
027700*    ONE HELD BEFORE IT, AND HOLDS THIS ONE IN ITS PLACE.         26/10/15
027800*---------------------------------------------------------        26/10/15
027900 3000-LIST-CRATE-VERSION.                                         26/10/15
028000     READ COMM-RATE-FILE NEXT RECORD                              26/10/15
028100         AT END                                                   26/10/15
028200             SET COMM-RATE-FILE-EOF TO TRUE                       26/10/15
028300             GO TO 3000-EXIT                                      26/10/15
028400     END-READ.                                                    26/10/15
028500     ADD 1 TO WS-CRAT-VERSIONS.                                   26/10/15
028600     MOVE SPACES TO WS-NEXT-KEY.                                  26/10/15
028700     STRING CRAT-TYPE DELIMITED BY SIZE                           26/10/15
028800         "/" DELIMITED BY SIZE                                    26/10/15
028900         CRAT-ID DELIMITED BY SIZE                                26/10/15
029000         INTO WS-NEXT-KEY.                                        26/10/15
029100     MOVE CRAT-EFF-FROM-DATE TO WS-NEXT-EFF-DATE.                 26/10/15
029200     IF NOT WS-LINE-HELD                                          26/10/15
029300        OR WS-NEXT-KEY NOT = WS-HL-KEY                            26/10/15
029400         ADD 1 TO WS-CRAT-RATES                                   26/10/15
029500     END-IF.                                                      26/10/15
029600     PERFORM 7000-RELEASE-HELD-LINE THRU 7000-EXIT.               26/10/15
029700     MOVE CRAT-RATE-PCT        TO WS-CV-RATE-PCT.                 26/10/15
029800     MOVE CRAT-LAST-UPD-DATE   TO WS-CV-LAST-UPD-DATE.            26/10/15
029900     MOVE WS-CRAT-VALUES       TO WS-HL-VALUES.                   26/10/15
030000     PERFORM 7200-HOLD-NEXT-LINE THRU 7200-EXIT.                  26/10/15
030100 3000-EXIT.                                                       26/10/15
030200     EXIT.                                                        26/10/15
030300*                                                                 26/10/15
030400*---------------------------------------------------------        26/10/15
030500* 7000-RELEASE-HELD-LINE                                          26/10/15
030600*    PRINTS THE HELD VERSION NOW THAT THE RECORD AFTER IT         26/10/15
030700*    IS KNOWN.  A LATER VERSION OF THE SAME KEY GIVES THE         26/10/15
030800*    DATE IT WAS REPLACED, AND MAKES IT SUPERSEDED ONCE           26/10/15
030900*    THAT DATE HAS COME.  OTHERWISE THE HELD VERSION IS IN        26/10/15
031000*    FORCE TODAY, OR PENDING IF IT STARTS AFTER TODAY.            26/10/15
031100*---------------------------------------------------------        26/10/15
031200 7000-RELEASE-HELD-LINE.                                          26/10/15
031300     IF NOT WS-LINE-HELD                                          26/10/15
031400         GO TO 7000-EXIT                                          26/10/15
031500     END-IF.                                                      26/10/15
031600     MOVE SPACES TO WS-HL-UNTIL-DATE.                             26/10/15
031700     IF WS-NEXT-KEY = WS-HL-KEY                                   26/10/15
031800         MOVE WS-NEXT-EFF-DATE TO WS-HL-UNTIL-DATE                26/10/15
031900     END-IF.                                                      26/10/15
032000     IF WS-NEXT-KEY = WS-HL-KEY                                   26/10/15
032100        AND WS-NEXT-EFF-DATE NOT > WS-TODAY-DATE                  26/10/15
032200         MOVE "SUPERSEDED" TO WS-HL-STATUS                        26/10/15
032300     ELSE                                                         26/10/15
032400         IF WS-HL-EFF-DATE > WS-TODAY-DATE                        26/10/15
032500             MOVE "PENDING" TO WS-HL-STATUS                       26/10/15
032600             ADD 1 TO WS-PENDING-VERSIONS                         26/10/15
032700         ELSE                                                     26/10/15
032800             MOVE "IN FORCE" TO WS-HL-STATUS                      26/10/15
032900         END-IF                                                   26/10/15
033000     END-IF.                                                      26/10/15
033100     MOVE WS-HELD-LINE TO RATE-LIST-RECORD.                       26/10/15
033200     PERFORM 7900-WRITE-LIST-LINE THRU 7900-EXIT.                 26/10/15
033300     MOVE "N" TO WS-HOLD-SWITCH.                                  26/10/15
033400 7000-EXIT.                                                       26/10/15
033500     EXIT.                                                        26/10/15
033600*                                                                 26/10/15
033700*---------------------------------------------------------        26/10/15
033800* 7100-RELEASE-LAST-LINE                                          26/10/15
033900*    AT THE END OF A TABLE, RELEASES THE LAST VERSION HELD -      26/10/15
034000*    NOTHING FOLLOWS IT, SO IT IS NOT REPLACED.                   26/10/15
034100*---------------------------------------------------------        26/10/15
034200 7100-RELEASE-LAST-LINE.                                          26/10/15
034300     MOVE HIGH-VALUES TO WS-NEXT-KEY.                             26/10/15
034400     PERFORM 7000-RELEASE-HELD-LINE THRU 7000-EXIT.               26/10/15
034500 7100-EXIT.                                                       26/10/15
034600     EXIT.                                                        26/10/15
034700*                                                                 26/10/15
034800*---------------------------------------------------------        26/10/15
034900* 7200-HOLD-NEXT-LINE                                             26/10/15
035000*    HOLDS THE VERSION JUST READ - ITS VALUE COLUMNS ARE          26/10/15
035100*    ALREADY IN WS-HL-VALUES.                                     26/10/15
035200*---------------------------------------------------------        26/10/15
035300 7200-HOLD-NEXT-LINE.                                             26/10/15
035400     MOVE WS-NEXT-KEY      TO WS-HL-KEY.                          26/10/15
035500     MOVE WS-NEXT-EFF-DATE TO WS-HL-EFF-DATE.                     26/10/15
035600     MOVE SPACES           TO WS-HL-UNTIL-DATE WS-HL-STATUS.      26/10/15
035700     SET WS-LINE-HELD TO TRUE.                                    26/10/15
035800 7200-EXIT.                                                       26/10/15
035900     EXIT.                                                        26/10/15
036000*                                                                 26/10/15
036100*---------------------------------------------------------        26/10/15
036200* 7900-WRITE-LIST-LINE                                            26/10/15
036300*    WRITES RATE-LIST-RECORD TO THE LISTING.                      26/10/15
036400*---------------------------------------------------------        26/10/15
036500 7900-WRITE-LIST-LINE.                                            26/10/15
036600     WRITE RATE-LIST-RECORD.                                      26/10/15
036700     IF RATE-LIST-FILE-STATUS NOT = "00"                          26/10/15
036800         DISPLAY "QUOTNRTH - WRITE FAILED, STATUS = "             26/10/15
036900             RATE-LIST-FILE-STATUS                                26/10/15
037000     END-IF.                                                      26/10/15
037100 7900-EXIT.                                                       26/10/15
037200     EXIT.                                                        26/10/15
037300*                                                                 26/10/15
037400*---------------------------------------------------------        26/10/15
037500* 8000-CONTROL-REPORT                                             26/10/15
037600*    PRINTS THE END-OF-RUN COUNTS FOR THIS LISTING RUN.           26/10/15
037700*---------------------------------------------------------        26/10/15
037800 8000-CONTROL-REPORT.                                             26/10/15
037900     DISPLAY "QUOTNRTH RATE VERSION HISTORY CONTROL REPORT".      26/10/15
038000     MOVE WS-RATE-BANDS       TO WS-ED-RATE-BANDS.                26/10/15
038100     MOVE WS-RATE-VERSIONS    TO WS-ED-RATE-VERSIONS.             26/10/15
038200     MOVE WS-CRAT-RATES       TO WS-ED-CRAT-RATES.                26/10/15
038300     MOVE WS-CRAT-VERSIONS    TO WS-ED-CRAT-VERSIONS.             26/10/15
038400     MOVE WS-PENDING-VERSIONS TO WS-ED-PENDING-VERSIONS.          26/10/15
038500     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
038600     STRING "TERM BANDS LISTED . . . : " DELIMITED BY SIZE        26/10/15
038700         WS-ED-RATE-BANDS DELIMITED BY SIZE                       26/10/15
038800         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
038900     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
039000     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
039100     STRING "BAND VERSIONS LISTED  . : " DELIMITED BY SIZE        26/10/15
039200         WS-ED-RATE-VERSIONS DELIMITED BY SIZE                    26/10/15
039300         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
039400     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
039500     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
039600     STRING "COMMISSION RATES LISTED : " DELIMITED BY SIZE        26/10/15
039700         WS-ED-CRAT-RATES DELIMITED BY SIZE                       26/10/15
039800         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
039900     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
040000     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
040100     STRING "RATE VERSIONS LISTED  . : " DELIMITED BY SIZE        26/10/15
040200         WS-ED-CRAT-VERSIONS DELIMITED BY SIZE                    26/10/15
040300         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
040400     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
040500     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
040600     STRING "PENDING VERSIONS  . . . : " DELIMITED BY SIZE        26/10/15
040700         WS-ED-PENDING-VERSIONS DELIMITED BY SIZE                 26/10/15
040800         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
040900     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
041000 8000-EXIT.                                                       26/10/15
041100     EXIT.                                                        26/10/15
041200*                                                                 26/10/15
041300*---------------------------------------------------------        26/10/15
041400* 9000-TERMINATE                                                  26/10/15
041500*    CLOSES ALL FILES OPENED BY 1000-INITIALIZE.                  26/10/15
041600*---------------------------------------------------------        26/10/15
041700 9000-TERMINATE.                                                  26/10/15
041800     CLOSE RATE-FILE.                                             26/10/15
041900     CLOSE COMM-RATE-FILE.                                        26/10/15
042000     CLOSE RATE-LIST-FILE.                                        26/10/15
042100 9000-EXIT.                                                       26/10/15
042200     EXIT.                                                        26/10/15
