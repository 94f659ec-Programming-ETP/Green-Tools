000100*                                                                 26/10/15
000200* CFI_CHGHS  -  QUOTATION CHANGE HISTORY RECORD LAYOUT            26/10/15
000300*             (CHG-HIST-FILE, INDEXED, KEY = CHGH-KEY)            26/10/15
000400*                                                                 26/10/15
000500* ONE RECORD PER BEFORE/AFTER IMAGE PAIR LOGGED TO ONLAUDIT.DAT   26/10/15
000600* BY ANY PROGRAM THAT ADDS, CHANGES OR REMOVES A QUOTN-RECORD,    26/10/15
000700* LOADED NIGHTLY BY QUOTNHLD AND READ BY THE QUOTNONL HISTORY     26/10/15
000800* FUNCTION.  THE KEY IS THE QUOTE NUMBER, THE DATE AND TIME       26/10/15
000900* THE PAIR WAS LOGGED, AND THE PAIR'S POSITION ON THE LOG -       26/10/15
001000* THE POSITION ONLY SEPARATES TWO CHANGES TO ONE QUOTE IN THE     26/10/15
001100* SAME HUNDREDTH OF A SECOND, AND MAKES A RELOAD OF THE SAME      26/10/15
001200* LOG FIND ITS PAIRS ALREADY ON FILE.  A BLANK BEFORE IMAGE       26/10/15
001300* IS AN ADD (OR A QUOTNRST REINSTATEMENT), A BLANK AFTER          26/10/15
001400* IMAGE A REMOVAL (A QUOTNARC ARCHIVE).  NOTHING EVER DELETES     26/10/15
001500* FROM THIS FILE, SO A QUOTE'S STORY FROM ITS FIRST ADD TO        26/10/15
001600* ITS ARCHIVE STAYS IN ONE PLACE.  THE IMAGES ARE REDEFINED       26/10/15
001700* WITH THE CFI_QUOTN FIELDS (CHGB-/CHGA- PREFIXES).               26/10/15
001800*                                                                 26/10/15
001900* MODIFICATION HISTORY                                            26/10/15
002000* ---------------------------------------------------------       26/10/15
002100* 26/10/15  DLM  ORIGINAL LAYOUT                                  26/10/15
002200*                                                                 26/10/15
002300 01  CHGH-RECORD.                                                 26/10/15
002400     05  CHGH-KEY.                                                26/10/15
002500         10  CHGH-QUOTN-NUM         PIC 9(10).                    26/10/15
002600         10  CHGH-CHG-DATE          PIC 9(08).                    26/10/15
002700         10  CHGH-CHG-TIME          PIC 9(08).                    26/10/15
002800         10  CHGH-LOG-SEQ           PIC 9(07).                    26/10/15
002900     05  CHGH-CHANGE-TYPE           PIC X(01).                    26/10/15
003000         88  CHGH-ADDED                 VALUE "A".                26/10/15
003100         88  CHGH-CHANGED               VALUE "C".                26/10/15
003200         88  CHGH-REMOVED               VALUE "R".                26/10/15
003300     05  CHGH-SOURCE-PGM-ID         PIC X(08).                    26/10/15
003400     05  CHGH-USER-ID               PIC X(08).                    26/10/15
003500     05  CHGH-LOAD-DATE             PIC 9(08).                    26/10/15
003600     05  CHGH-BEFORE-IMAGE          PIC X(99).                    26/10/15
003700     05  CHGH-BEFORE-IMAGE-R REDEFINES CHGH-BEFORE-IMAGE.         26/10/15
003800         10  CHGB-QUOTN-NUM         PIC 9(10).                    26/10/15
003900         10  CHGB-CUST-NUM          PIC X(10).                    26/10/15
004000         10  CHGB-POLICY-NUM        PIC X(10).                    26/10/15
004100         10  CHGB-EFF-DATE          PIC 9(08).                    26/10/15
004200         10  CHGB-EXP-DATE          PIC 9(08).                    26/10/15
004300         10  CHGB-STATUS            PIC X(01).                    26/10/15
004400         10  CHGB-PREMIUM-AMT       PIC 9(07)V99.                 26/10/15
004500         10  CHGB-AGENT-NUM         PIC X(06).                    26/10/15
004600         10  CHGB-LAST-UPD-DATE     PIC 9(08).                    26/10/15
004700         10  CHGB-LAST-UPD-TIME     PIC 9(06).                    26/10/15
004800         10  CHGB-EXTRACT-STATUS    PIC X(01).                    26/10/15
004900         10  CHGB-EXTRACT-DATE      PIC 9(08).                    26/10/15
005000         10  FILLER                 PIC X(14).                    26/10/15
005100     05  CHGH-AFTER-IMAGE           PIC X(99).                    26/10/15
005200     05  CHGH-AFTER-IMAGE-R REDEFINES CHGH-AFTER-IMAGE.           26/10/15
005300         10  CHGA-QUOTN-NUM         PIC 9(10).                    26/10/15
005400         10  CHGA-CUST-NUM          PIC X(10).                    26/10/15
005500         10  CHGA-POLICY-NUM        PIC X(10).                    26/10/15
005600         10  CHGA-EFF-DATE          PIC 9(08).                    26/10/15
005700         10  CHGA-EXP-DATE          PIC 9(08).                    26/10/15
005800         10  CHGA-STATUS            PIC X(01).                    26/10/15
005900         10  CHGA-PREMIUM-AMT       PIC 9(07)V99.                 26/10/15
006000         10  CHGA-AGENT-NUM         PIC X(06).                    26/10/15
006100         10  CHGA-LAST-UPD-DATE     PIC 9(08).                    26/10/15
006200         10  CHGA-LAST-UPD-TIME     PIC 9(06).                    26/10/15
006300         10  CHGA-EXTRACT-STATUS    PIC X(01).                    26/10/15
006400         10  CHGA-EXTRACT-DATE      PIC 9(08).                    26/10/15
006500         10  FILLER                 PIC X(14).                    26/10/15
006600     05  FILLER                     PIC X(20).                    26/10/15
