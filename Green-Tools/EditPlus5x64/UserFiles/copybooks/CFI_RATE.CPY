000100*                                                                 26/08/21
000200* CFI_RATE   -  UNDERWRITING RATE TABLE RECORD LAYOUT             26/08/21
000300*             (RATE-FILE, INDEXED, KEY = RATE-KEY)                26/10/15
000400*                                                                 26/08/21
000500* ONE RECORD PER TERM BAND, IN WHOLE MONTHS FROM EFFECTIVE        26/08/21
000600* TO EXPIRATION DATE.  MIN/MAX ARE THE HARD LIMITS A KEYED        26/08/21
000800* ARE THE TIGHTER REASONABLENESS BAND, OUTSIDE WHICH A QUOTE      26/08/21
000900* STILL FILES BUT LANDS ON THE PREMIUM EXCEPTION LISTING          26/08/21
001000* FOR UNDERWRITING REVIEW.                                        26/08/21
001010*                                                                 26/10/15
001020* EACH BAND IS HELD AS DATED VERSIONS - THE KEY IS THE TERM       26/10/15
001030* PLUS THE DATE THE VERSION TAKES EFFECT.  THE VERSION IN         26/10/15
001040* FORCE ON A DATE IS THE LATEST ONE EFFECTIVE ON OR BEFORE        26/10/15
001050* IT.  AN EFFECTIVE-FROM OF ZERO IS IN FORCE FROM THE START       26/10/15
001060* (EVERY BAND LOADED BEFORE VERSIONS WERE KEPT CARRIES ONE).      26/10/15
001100*                                                                 26/08/21
001200* MODIFICATION HISTORY                                            26/08/21
001300* ---------------------------------------------------------       26/08/21
001400* 26/08/21  DLM  ORIGINAL LAYOUT - AUTHORED FOR THE PREMIUM       26/08/21
001500*                REASONABLENESS EDIT IN QUOTNUPD                  26/08/21
001510* 26/10/15  DLM  RATE-EFF-FROM-DATE INSERTED AFTER THE TERM       26/10/15
001520*                TO FORM RATE-KEY, SO EACH BAND KEEPS ITS         26/10/15
001530*                VERSION HISTORY.  EVERY FIELD AFTER IT MOVES     26/10/15
001540*                8 BYTES (FILLER SHORTENED TO KEEP THE LENGTH),   26/10/15
001550*                SO EXISTING RATE.DAT RECORDS MUST BE CONVERTED   26/10/15
001560*                BY QUOTNRTC BEFORE USE.  QUOTNRTL FILES A        26/10/15
001570*                CHANGE AS A NEW VERSION.                         26/10/15
001600*                                                                 26/08/21
001700 01  RATE-RECORD.                                                 26/08/21
001750     05  RATE-KEY.                                                26/10/15
001800         10  RATE-TERM-MONTHS       PIC 9(04).                    26/10/15
001850         10  RATE-EFF-FROM-DATE     PIC 9(08).                    26/10/15
001900     05  RATE-MIN-PREMIUM-AMT       PIC 9(07)V99.                 26/08/21
002000     05  RATE-MAX-PREMIUM-AMT       PIC 9(07)V99.                 26/08/21
002100     05  RATE-TOL-LOW-AMT           PIC 9(07)V99.                 26/08/21
002200     05  RATE-TOL-HIGH-AMT          PIC 9(07)V99.                 26/08/21
002300     05  RATE-LAST-UPD-DATE         PIC 9(08).                    26/08/21
002400     05  FILLER                     PIC X(12).                    26/10/15
