001900*                LISTING, AND THE RUN RECORDS ITS CONTROL         26/09/01
002000*                TOTALS ON RUN-CONTROL-FILE LIKE THE OTHER        26/09/01
002100*                NIGHTLY RUNS.                                    26/09/01
002110* 26/10/15  DLM  QUOTNCSH NOW APPENDS A LAPSE TRANSACTION FOR     26/10/15
002120*                EVERY CONTRACT WITH AN INSTALLMENT UNPAID PAST   26/10/15
002130*                GRACE - THIS RUN WAITS FOR IT SO THOSE LAPSES    26/10/15
002140*                ARE TAKEN THE SAME NIGHT.                        26/10/15
002200*                                                                 26/09/01
002300 ENVIRONMENT DIVISION.                                            26/09/01
002400*                                                                 26/09/01
004500* CANCEL-TRANS-FILE IS THE FIXED-FORMAT TRANSACTION FILE          26/09/01
004600* SENT BY THE POLICY ADMINISTRATION SIDE - ONE RECORD PER         26/09/01
004700* CONTRACT IT CANCELLED OR LAPSED.                                26/09/01
004710* QUOTNCSH ADDS A LAPSE TO THE END OF IT FOR EACH CONTRACT        26/10/15
004720* WITH AN INSTALLMENT UNPAID PAST THE GRACE PERIOD.               26/10/15
004800     SELECT CANCEL-TRANS-FILE                                     26/09/01
004900         ASSIGN       TO "CANTRANS.DAT"                           26/09/01
005000         ORGANIZATION IS SEQUENTIAL                               26/09/01
010300 01  CANCEL-TRANS-FILE-STATUS      PIC X(2).                      26/09/01
010400 01  CANCEL-EXCP-FILE-STATUS       PIC X(2).                      26/09/01
010500 01  RUN-CONTROL-FILE-STATUS       PIC X(2).                      26/09/01
010600 77  WS-RUN-PRED-PGM-ID             PIC X(08) VALUE "QUOTNCSH".   26/10/15
010700 77  WS-RUN-TIME                    PIC 9(08).                    26/09/01
010800*                                                                 26/09/01
010900* RUN SWITCHES                                                    26/09/01
