000100 IDENTIFICATION DIVISION.                                         26/10/15
000200 PROGRAM-ID.    QUOTNHLD.                                         26/10/15
000300 AUTHOR.        D. MILLER.                                        26/10/15
000400 INSTALLATION.  HOME OFFICE - QUOTATION SYSTEMS.                  26/10/15
000500 DATE-WRITTEN.  26/10/15.                                         26/10/15
000600 DATE-COMPILED.                                                   26/10/15
000700*                                                                 26/10/15
000800* MODIFICATION HISTORY                                            26/10/15
000900* ---------------------------------------------------------       26/10/15
001000* 26/10/15  DLM  ORIGINAL PROGRAM - NIGHTLY CHANGE HISTORY        26/10/15
001100*                LOAD.  READS THE BEFORE/AFTER IMAGE PAIRS ON     26/10/15
001200*                THE SHARED AUDIT LOG AND FILES EACH ONE ON       26/10/15
001300*                THE PERMANENT CHANGE-HISTORY FILE KEYED BY       26/10/15
001400*                QUOTE NUMBER, DATE AND TIME, WITH THE SOURCE     26/10/15
001500*                PROGRAM AND THE TERMINAL USER FROM THE LOG       26/10/15
001600*                STAMP.  A PAIR ALREADY ON HISTORY (A RERUN       26/10/15
001700*                OVER THE SAME LOG) IS COUNTED AND SKIPPED.       26/10/15
001800*                RUNS LAST IN THE NIGHT, AFTER QUOTNARC HAS       26/10/15
001900*                LOGGED THE QUOTES IT ARCHIVED.                   26/10/15
002000*                                                                 26/10/15
002100 ENVIRONMENT DIVISION.                                            26/10/15
002200*                                                                 26/10/15
002300 CONFIGURATION SECTION.                                           26/10/15
002400 SOURCE-COMPUTER. VAX-VMS.                                        26/10/15
002500 OBJECT-COMPUTER. VAX-VMS.                                        26/10/15
002600*                                                                 26/10/15
002700 INPUT-OUTPUT SECTION.                                            26/10/15
002800 FILE-CONTROL.                                                    26/10/15
002900*                                                                 26/10/15
003000* AUDIT-LOG-FILE IS THE RAW IMAGE LOG WRITTEN BY QUOTNONL         26/10/15
003100* AND BY EVERY BATCH PROGRAM THAT CHANGES A QUOTN-RECORD -        26/10/15
003200* ONE BEFORE IMAGE AND ONE AFTER IMAGE PER CHANGE, IN THAT        26/10/15
003300* ORDER, EACH TAGGED AND STAMPED.                                 26/10/15
003400     SELECT AUDIT-LOG-FILE                                        26/10/15
003500         ASSIGN       TO "ONLAUDIT.DAT"                           26/10/15
003600         ORGANIZATION IS SEQUENTIAL                               26/10/15
003700         FILE STATUS  IS AUDIT-LOG-FILE-STATUS.                   26/10/15
003800*                                                                 26/10/15
003850* CHG-HIST-FILE IS THE PERMANENT CHANGE HISTORY - ALLOCATED       26/10/15
003900* EMPTY BEFORE THE FIRST RUN, ADDED TO BY EVERY RUN AFTER,        26/10/15
003950* NEVER PURGED.                                                   26/10/15
004000     SELECT CHG-HIST-FILE                                         26/10/15
004200         ASSIGN       TO "CHGHIST.DAT"                            26/10/15
004300         ORGANIZATION IS INDEXED                                  26/10/15
004400         ACCESS MODE  IS DYNAMIC                                  26/10/15
004500         FILE STATUS  IS CHG-HIST-FILE-STATUS                     26/10/15
004600         RECORD KEY   IS CHGH-KEY.                                26/10/15
004700*                                                                 26/10/15
004800* RUN-CONTROL-FILE - SEE CFI_RUNCTL.                              26/10/15
004900     SELECT RUN-CONTROL-FILE                                      26/10/15
005000         ASSIGN       TO "RUNCTL.DAT"                             26/10/15
005100         ORGANIZATION IS INDEXED                                  26/10/15
005200         ACCESS MODE  IS DYNAMIC                                  26/10/15
005300         FILE STATUS  IS RUN-CONTROL-FILE-STATUS                  26/10/15
005400         RECORD KEY   IS RUNC-KEY.                                26/10/15
005500*                                                                 26/10/15
005600 DATA DIVISION.                                                   26/10/15
005700*                                                                 26/10/15
005800 FILE SECTION.                                                    26/10/15
005900*                                                                 26/10/15
006000* AUDIT-LOG-RECORD - 99-BYTE IMAGE, SOURCE TAG AND STAMP.         26/10/15
006100 FD  AUDIT-LOG-FILE.                                              26/10/15
006200 01  AUDIT-LOG-RECORD.                                            26/10/15
006300     05  AUDL-IMAGE                 PIC X(99).                    26/10/15
006400     05  AUDL-SOURCE-PGM-ID         PIC X(08).                    26/10/15
006500     05  AUDL-LOG-STAMP.                                          26/10/15
006600         10  AUDL-LOG-DATE          PIC 9(08).                    26/10/15
006700         10  AUDL-LOG-TIME          PIC 9(08).                    26/10/15
006800         10  AUDL-USER-ID           PIC X(08).                    26/10/15
006900*                                                                 26/10/15
007000* CHANGE HISTORY RECORD - SEE CFI_CHGHS.                          26/10/15
007100 FD  CHG-HIST-FILE.                                               26/10/15
007200 COPY CFI_CHGHS.                                                  26/10/15
007300*                                                                 26/10/15
007400 FD  RUN-CONTROL-FILE.                                            26/10/15
007500 COPY CFI_RUNCTL.                                                 26/10/15
007600*                                                                 26/10/15
007700 WORKING-STORAGE SECTION.                                         26/10/15
007800*                                                                 26/10/15
007900 01  AUDIT-LOG-FILE-STATUS         PIC X(2).                      26/10/15
008000 01  CHG-HIST-FILE-STATUS          PIC X(2).                      26/10/15
008100 01  RUN-CONTROL-FILE-STATUS       PIC X(2).                      26/10/15
008200*                                                                 26/10/15
008300* RUN SWITCHES                                                    26/10/15
008400* ---------------------------------------------------------       26/10/15
008500 77  WS-RUN-PRED-PGM-ID             PIC X(08) VALUE "QUOTNARC".   26/10/15
008600 77  WS-RUN-TIME                    PIC 9(08).                    26/10/15
008700 77  WS-LOG-EOF-SWITCH              PIC X(01) VALUE "N".          26/10/15
008800     88  AUDIT-LOG-EOF                 VALUE "Y".                 26/10/15
008900 77  WS-TODAY-DATE                  PIC 9(08).                    26/10/15
009000*                                                                 26/10/15
009100* THE PAIR BEING LOADED - THE BEFORE IMAGE IS HELD WHILE          26/10/15
009200* THE AFTER IMAGE IS READ.  THE STAMP AND SOURCE TAG ARE          26/10/15
009300* TAKEN FROM THE AFTER RECORD.  WS-PAIR-SEQ IS THE PAIR'S         26/10/15
009400* POSITION ON THE LOG, THE LAST PART OF THE HISTORY KEY.          26/10/15
009500* ---------------------------------------------------------       26/10/15
009600 01  WS-BEFORE-IMAGE                PIC X(99).                    26/10/15
009700 01  WS-PAIR-SEQ                    PIC 9(07) VALUE ZERO.         26/10/15
009800 01  WS-ED-PAIR-SEQ                 PIC Z(06)9.                   26/10/15
009900*                                                                 26/10/15
010000* END-OF-RUN CONTROL TOTALS (8000-CONTROL-REPORT)                 26/10/15
010100* ---------------------------------------------------------       26/10/15
010200 01  WS-CONTROL-TOTALS.                                           26/10/15
010300     05  WS-PAIRS-READ              PIC 9(09) COMP VALUE ZERO.    26/10/15
010400     05  WS-HIST-LOADED             PIC 9(09) COMP VALUE ZERO.    26/10/15
010500     05  WS-HIST-ON-FILE            PIC 9(09) COMP VALUE ZERO.    26/10/15
010600     05  WS-PAIRS-UNUSABLE          PIC 9(09) COMP VALUE ZERO.    26/10/15
010700*                                                                 26/10/15
010800 01  WS-CONTROL-REPORT-LINE        PIC X(80).                     26/10/15
010900 01  WS-CONTROL-REPORT-EDIT.                                      26/10/15
011000     05  WS-ED-PAIRS-READ           PIC ZZZZZZZZ9.                26/10/15
011100     05  WS-ED-HIST-LOADED          PIC ZZZZZZZZ9.                26/10/15
011200     05  WS-ED-HIST-ON-FILE         PIC ZZZZZZZZ9.                26/10/15
011300     05  WS-ED-PAIRS-UNUSABLE       PIC ZZZZZZZZ9.                26/10/15
011400*                                                                 26/10/15
011500 PROCEDURE DIVISION.                                              26/10/15
011600*                                                                 26/10/15
011700*---------------------------------------------------------        26/10/15
011800* 0000-MAINLINE                                                   26/10/15
011900*    DRIVES THE LOAD - FILE EVERY IMAGE PAIR ON THE LOG,          26/10/15
012000*    THEN PRINT THE CONTROL REPORT.                               26/10/15
012100*---------------------------------------------------------        26/10/15
012200 0000-MAINLINE.                                                   26/10/15
012300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      26/10/15
012400     PERFORM 2000-LOAD-IMAGE-PAIR THRU 2000-EXIT                  26/10/15
012500         UNTIL AUDIT-LOG-EOF.                                     26/10/15
012600     PERFORM 8000-CONTROL-REPORT THRU 8000-EXIT.                  26/10/15
012700     PERFORM 8900-RUN-CONTROL-END THRU 8900-EXIT.                 26/10/15
012800     PERFORM 9000-TERMINATE THRU 9000-EXIT.                       26/10/15
012900     STOP RUN.                                                    26/10/15
013000*                                                                 26/10/15
013100*---------------------------------------------------------        26/10/15
013200* 1000-INITIALIZE                                                 26/10/15
013300*    OPENS THE AUDIT LOG INPUT AND THE CHANGE HISTORY FOR         26/10/15
013400*    UPDATE.                                                      26/10/15
013500*---------------------------------------------------------        26/10/15
013600 1000-INITIALIZE.                                                 26/10/15
013700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.                     26/10/15
013800     PERFORM 1050-RUN-CONTROL-START THRU 1050-EXIT.               26/10/15
013900     OPEN INPUT  AUDIT-LOG-FILE.                                  26/10/15
014000     IF AUDIT-LOG-FILE-STATUS NOT = "00"                          26/10/15
014100         DISPLAY "QUOTNHLD - CANNOT OPEN ONLAUDIT, STATUS = "     26/10/15
014200             AUDIT-LOG-FILE-STATUS                                26/10/15
014300         STOP RUN                                                 26/10/15
014400     END-IF.                                                      26/10/15
014500     OPEN I-O    CHG-HIST-FILE.                                   26/10/15
014600     IF CHG-HIST-FILE-STATUS NOT = "00"                           26/10/15
014800         DISPLAY "QUOTNHLD - CANNOT OPEN CHGHIST, STATUS = "      26/10/15
014900             CHG-HIST-FILE-STATUS                                 26/10/15
015000         STOP RUN                                                 26/10/15
015100     END-IF.                                                      26/10/15
015200 1000-EXIT.                                                       26/10/15
015300     EXIT.                                                        26/10/15
015400*                                                                 26/10/15
015500*---------------------------------------------------------        26/10/15
015600* 2000-LOAD-IMAGE-PAIR                                            26/10/15
015700*    READS ONE BEFORE IMAGE AND ITS AFTER IMAGE AND FILES         26/10/15
015800*    THEM AS ONE HISTORY RECORD.  A LOG ENDING MID-PAIR IS        26/10/15
015900*    REPORTED AND ENDS THE RUN, AS IN QUOTNAUD.                   26/10/15
016000*---------------------------------------------------------        26/10/15
016100 2000-LOAD-IMAGE-PAIR.                                            26/10/15
016200     READ AUDIT-LOG-FILE NEXT RECORD                              26/10/15
016300         AT END                                                   26/10/15
016400             SET AUDIT-LOG-EOF TO TRUE                            26/10/15
016500             GO TO 2000-EXIT                                      26/10/15
016600     END-READ.                                                    26/10/15
016700     MOVE AUDL-IMAGE TO WS-BEFORE-IMAGE.                          26/10/15
016800     READ AUDIT-LOG-FILE NEXT RECORD                              26/10/15
016900         AT END                                                   26/10/15
017000             SET AUDIT-LOG-EOF TO TRUE                            26/10/15
017100             DISPLAY "QUOTNHLD - LOG ENDS MID-PAIR"               26/10/15
017200             GO TO 2000-EXIT                                      26/10/15
017300     END-READ.                                                    26/10/15
017400     ADD 1 TO WS-PAIRS-READ.                                      26/10/15
017500     ADD 1 TO WS-PAIR-SEQ.                                        26/10/15
017600     INITIALIZE CHGH-RECORD.                                      26/10/15
017700     MOVE WS-BEFORE-IMAGE TO CHGH-BEFORE-IMAGE.                   26/10/15
017800     MOVE AUDL-IMAGE      TO CHGH-AFTER-IMAGE.                    26/10/15
017900     PERFORM 2100-BUILD-HIST-KEY THRU 2100-EXIT.                  26/10/15
018000     IF CHGH-QUOTN-NUM NOT NUMERIC                                26/10/15
018100        OR CHGH-QUOTN-NUM = ZERO                                  26/10/15
018200         MOVE WS-PAIR-SEQ TO WS-ED-PAIR-SEQ                       26/10/15
018300         DISPLAY "QUOTNHLD - NO QUOTE NUMBER ON PAIR "            26/10/15
018400             WS-ED-PAIR-SEQ                                       26/10/15
018500         ADD 1 TO WS-PAIRS-UNUSABLE                               26/10/15
018600         GO TO 2000-EXIT                                          26/10/15
018700     END-IF.                                                      26/10/15
018800     MOVE AUDL-SOURCE-PGM-ID TO CHGH-SOURCE-PGM-ID.               26/10/15
018900     IF CHGH-SOURCE-PGM-ID = SPACES                               26/10/15
019000         MOVE "QUOTNONL" TO CHGH-SOURCE-PGM-ID                    26/10/15
019100     END-IF.                                                      26/10/15
019200     MOVE AUDL-USER-ID  TO CHGH-USER-ID.                          26/10/15
019300     MOVE WS-TODAY-DATE TO CHGH-LOAD-DATE.                        26/10/15
019400     WRITE CHGH-RECORD                                            26/10/15
019500         INVALID KEY                                              26/10/15
019600             ADD 1 TO WS-HIST-ON-FILE                             26/10/15
019700             GO TO 2000-EXIT                                      26/10/15
019800     END-WRITE.                                                   26/10/15
019900     IF CHG-HIST-FILE-STATUS NOT = "00"                           26/10/15
020000         DISPLAY "QUOTNHLD - HISTORY WRITE FAILED, STATUS = "     26/10/15
020100             CHG-HIST-FILE-STATUS " NUM = " CHGH-QUOTN-NUM        26/10/15
020200         ADD 1 TO WS-PAIRS-UNUSABLE                               26/10/15
020300         GO TO 2000-EXIT                                          26/10/15
020400     END-IF.                                                      26/10/15
020500     ADD 1 TO WS-HIST-LOADED.                                     26/10/15
020600 2000-EXIT.                                                       26/10/15
020700     EXIT.                                                        26/10/15
020800*                                                                 26/10/15
020900*---------------------------------------------------------        26/10/15
021000* 2100-BUILD-HIST-KEY                                             26/10/15
021100*    SETS THE CHANGE TYPE AND THE HISTORY KEY.  A BLANK           26/10/15
021200*    BEFORE IMAGE IS AN ADD AND A BLANK AFTER IMAGE A             26/10/15
021300*    REMOVAL, WHOSE QUOTE NUMBER COMES FROM THE BEFORE            26/10/15
021400*    IMAGE.  A PAIR LOGGED WITHOUT A STAMP IS DATED WITH          26/10/15
021500*    THE LOAD DATE AND A ZERO TIME.                               26/10/15
021600*---------------------------------------------------------        26/10/15
021700 2100-BUILD-HIST-KEY.                                             26/10/15
021800     IF CHGH-BEFORE-IMAGE = SPACES                                26/10/15
021900         SET CHGH-ADDED TO TRUE                                   26/10/15
022000     ELSE                                                         26/10/15
022100         IF CHGH-AFTER-IMAGE = SPACES                             26/10/15
022200             SET CHGH-REMOVED TO TRUE                             26/10/15
022300         ELSE                                                     26/10/15
022400             SET CHGH-CHANGED TO TRUE                             26/10/15
022500         END-IF                                                   26/10/15
022600     END-IF.                                                      26/10/15
022700     IF CHGH-REMOVED                                              26/10/15
022800         MOVE CHGB-QUOTN-NUM TO CHGH-QUOTN-NUM                    26/10/15
022900     ELSE                                                         26/10/15
023000         MOVE CHGA-QUOTN-NUM TO CHGH-QUOTN-NUM                    26/10/15
023100     END-IF.                                                      26/10/15
023200     IF AUDL-LOG-DATE NUMERIC                                     26/10/15
023300        AND AUDL-LOG-DATE NOT = ZERO                              26/10/15
023400        AND AUDL-LOG-TIME NUMERIC                                 26/10/15
023500         MOVE AUDL-LOG-DATE TO CHGH-CHG-DATE                      26/10/15
023600         MOVE AUDL-LOG-TIME TO CHGH-CHG-TIME                      26/10/15
023700     ELSE                                                         26/10/15
023800         MOVE WS-TODAY-DATE TO CHGH-CHG-DATE                      26/10/15
023900         MOVE ZERO          TO CHGH-CHG-TIME                      26/10/15
024000     END-IF.                                                      26/10/15
024100     MOVE WS-PAIR-SEQ TO CHGH-LOG-SEQ.                            26/10/15
024200 2100-EXIT.                                                       26/10/15
024300     EXIT.                                                        26/10/15
024400*                                                                 26/10/15
024500*---------------------------------------------------------        26/10/15
024600* 8000-CONTROL-REPORT                                             26/10/15
024700*    PRINTS THE END-OF-RUN BALANCING REPORT - PAIRS READ          26/10/15
024800*    EQUALS CHANGES LOADED PLUS PAIRS ALREADY ON HISTORY          26/10/15
024900*    PLUS UNUSABLE PAIRS.                                         26/10/15
025000*---------------------------------------------------------        26/10/15
025100 8000-CONTROL-REPORT.                                             26/10/15
025200     DISPLAY "QUOTNHLD CHANGE HISTORY LOAD CONTROL REPORT".       26/10/15
025300     MOVE WS-PAIRS-READ     TO WS-ED-PAIRS-READ.                  26/10/15
025400     MOVE WS-HIST-LOADED    TO WS-ED-HIST-LOADED.                 26/10/15
025500     MOVE WS-HIST-ON-FILE   TO WS-ED-HIST-ON-FILE.                26/10/15
025600     MOVE WS-PAIRS-UNUSABLE TO WS-ED-PAIRS-UNUSABLE.              26/10/15
025700     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
025800     STRING "IMAGE PAIRS READ  . . . : " DELIMITED BY SIZE        26/10/15
025900         WS-ED-PAIRS-READ DELIMITED BY SIZE                       26/10/15
026000         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
026100     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
026200     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
026300     STRING "CHANGES LOADED  . . . . : " DELIMITED BY SIZE        26/10/15
026400         WS-ED-HIST-LOADED DELIMITED BY SIZE                      26/10/15
026500         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
026600     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
026700     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
026800     STRING "ALREADY ON HISTORY  . . : " DELIMITED BY SIZE        26/10/15
026900         WS-ED-HIST-ON-FILE DELIMITED BY SIZE                     26/10/15
027000         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
027100     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
027200     MOVE SPACES TO WS-CONTROL-REPORT-LINE.                       26/10/15
027300     STRING "UNUSABLE PAIRS  . . . . : " DELIMITED BY SIZE        26/10/15
027400         WS-ED-PAIRS-UNUSABLE DELIMITED BY SIZE                   26/10/15
027500         INTO WS-CONTROL-REPORT-LINE.                             26/10/15
027600     DISPLAY WS-CONTROL-REPORT-LINE.                              26/10/15
027700 8000-EXIT.                                                       26/10/15
027800     EXIT.                                                        26/10/15
027900*                                                                 26/10/15
028000*---------------------------------------------------------        26/10/15
028100* 9000-TERMINATE                                                  26/10/15
028200*    CLOSES ALL FILES OPENED BY 1000-INITIALIZE.                  26/10/15
028300*---------------------------------------------------------        26/10/15
028400 9000-TERMINATE.                                                  26/10/15
028500     CLOSE AUDIT-LOG-FILE.                                        26/10/15
028600     CLOSE CHG-HIST-FILE.                                         26/10/15
028700     CLOSE RUN-CONTROL-FILE.                                      26/10/15
028800 9000-EXIT.                                                       26/10/15
028900     EXIT.                                                        26/10/15
029000*                                                                 26/10/15
029100*---------------------------------------------------------        26/10/15
029200* 1050-RUN-CONTROL-START                                          26/10/15
029300*    REFUSES THE RUN UNLESS THE PREDECESSOR COMPLETED             26/10/15
029400*    TODAY, THEN WRITES THIS PROGRAM'S RUN-CONTROL RECORD         26/10/15
029500*    IN-FLIGHT.                                                   26/10/15
029600*---------------------------------------------------------        26/10/15
029700 1050-RUN-CONTROL-START.                                          26/10/15
029800     OPEN I-O RUN-CONTROL-FILE.                                   26/10/15
029900     IF RUN-CONTROL-FILE-STATUS NOT = "00"                        26/10/15
030000         DISPLAY "QUOTNHLD - CANNOT OPEN RUNCTL, STATUS = "       26/10/15
030100             RUN-CONTROL-FILE-STATUS                              26/10/15
030200         STOP RUN                                                 26/10/15
030300     END-IF.                                                      26/10/15
030400     IF WS-RUN-PRED-PGM-ID NOT = SPACES                           26/10/15
030500         MOVE WS-TODAY-DATE TO RUNC-RUN-DATE                      26/10/15
030600         MOVE WS-RUN-PRED-PGM-ID TO RUNC-PGM-ID                   26/10/15
030700         READ RUN-CONTROL-FILE                                    26/10/15
030800             INVALID KEY                                          26/10/15
030900                 MOVE SPACE TO RUNC-STATUS                        26/10/15
031000         END-READ                                                 26/10/15
031100         IF NOT RUNC-STAT-COMPLETED                               26/10/15
031200             DISPLAY "QUOTNHLD - PREDECESSOR "                    26/10/15
031300                 WS-RUN-PRED-PGM-ID                               26/10/15
031400                 " NOT COMPLETED TODAY - RUN REFUSED"             26/10/15
031500             STOP RUN                                             26/10/15
031600         END-IF                                                   26/10/15
031700     END-IF.                                                      26/10/15
031800     INITIALIZE RUNC-RECORD.                                      26/10/15
031900     MOVE WS-TODAY-DATE TO RUNC-RUN-DATE.                         26/10/15
032000     MOVE "QUOTNHLD" TO RUNC-PGM-ID.                              26/10/15
032100     SET RUNC-STAT-IN-FLIGHT TO TRUE.                             26/10/15
032200     ACCEPT WS-RUN-TIME FROM TIME.                                26/10/15
032300     MOVE WS-RUN-TIME(1:6) TO RUNC-START-TIME.                    26/10/15
032400     WRITE RUNC-RECORD                                            26/10/15
032500         INVALID KEY                                              26/10/15
032600             REWRITE RUNC-RECORD                                  26/10/15
032700     END-WRITE.                                                   26/10/15
032800 1050-EXIT.                                                       26/10/15
032900     EXIT.                                                        26/10/15
033000*                                                                 26/10/15
033100*---------------------------------------------------------        26/10/15
033200* 8900-RUN-CONTROL-END                                            26/10/15
033300*    REWRITES THIS PROGRAM'S RUN-CONTROL RECORD COMPLETED         26/10/15
033400*    WITH THE RUN'S CONTROL TOTALS - PAIRS READ, CHANGES          26/10/15
033500*    LOADED, AND UNUSABLE PAIRS AS REJECTED.                      26/10/15
033600*---------------------------------------------------------        26/10/15
033700 8900-RUN-CONTROL-END.                                            26/10/15
033800     MOVE WS-TODAY-DATE TO RUNC-RUN-DATE.                         26/10/15
033900     MOVE "QUOTNHLD" TO RUNC-PGM-ID.                              26/10/15
034000     READ RUN-CONTROL-FILE                                        26/10/15
034100         INVALID KEY                                              26/10/15
034200             DISPLAY "QUOTNHLD - RUN CONTROL RECORD LOST"         26/10/15
034300             GO TO 8900-EXIT                                      26/10/15
034400     END-READ.                                                    26/10/15
034500     MOVE WS-PAIRS-READ     TO RUNC-RECS-READ.                    26/10/15
034600     MOVE WS-HIST-LOADED    TO RUNC-RECS-ADDED.                   26/10/15
034700     MOVE WS-PAIRS-UNUSABLE TO RUNC-RECS-REJECTED.                26/10/15
034800     SET RUNC-STAT-COMPLETED TO TRUE.                             26/10/15
034900     ACCEPT WS-RUN-TIME FROM TIME.                                26/10/15
035000     MOVE WS-RUN-TIME(1:6) TO RUNC-END-TIME.                      26/10/15
035100     REWRITE RUNC-RECORD                                          26/10/15
035200         INVALID KEY                                              26/10/15
035300             DISPLAY "QUOTNHLD - RUN CONTROL REWRITE FAILED"      26/10/15
035400     END-REWRITE.                                                 26/10/15
035500 8900-EXIT.                                                       26/10/15
035600     EXIT.                                                        26/10/15
