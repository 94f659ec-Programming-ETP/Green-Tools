000800* COVERS EVERY AGENT WITHOUT ONE OF THEIR OWN.  THE RATE IS       26/09/01
000900* WHOLE-AND-HUNDREDTHS PERCENT OF WRITTEN PREMIUM.                26/09/01
001000* MAINTAINED BY QUOTNCRL.                                         26/09/01
001010*                                                                 26/10/15
001020* EACH RATE IS HELD AS DATED VERSIONS - CRAT-KEY ENDS WITH        26/10/15
001030* THE DATE THE VERSION TAKES EFFECT, AND THE VERSION IN           26/10/15
001040* FORCE ON A DATE IS THE LATEST ONE EFFECTIVE ON OR BEFORE        26/10/15
001050* IT.  AN EFFECTIVE-FROM OF ZERO IS IN FORCE FROM THE START       26/10/15
001060* (EVERY RATE LOADED BEFORE VERSIONS WERE KEPT CARRIES ONE).      26/10/15
001100*                                                                 26/09/01
001200* MODIFICATION HISTORY                                            26/09/01
001300* ---------------------------------------------------------       26/09/01
001400* 26/09/01  DLM  ORIGINAL LAYOUT                                  26/09/01
001410* 26/10/15  DLM  CRAT-EFF-FROM-DATE INSERTED AFTER CRAT-ID IN     26/10/15
001420*                CRAT-KEY, SO EACH RATE KEEPS ITS VERSION         26/10/15
001430*                HISTORY.  EVERY FIELD AFTER IT MOVES 8 BYTES     26/10/15
001440*                (FILLER SHORTENED TO KEEP THE LENGTH), SO        26/10/15
001450*                EXISTING COMMRATE.DAT RECORDS MUST BE            26/10/15
001460*                CONVERTED BY QUOTNRTC BEFORE USE.  QUOTNCRL      26/10/15
001470*                FILES A CHANGE AS A NEW VERSION.                 26/10/15
001500*                                                                 26/09/01
001600 01  CRAT-RECORD.                                                 26/09/01
001700     05  CRAT-KEY.                                                26/09/01
002100*        CRAT-ID CARRIES AN AGENT-NUM FOR TYPE "A" AND A          26/09/01
002200*        BRANCH (LEFT-JUSTIFIED, SPACE FILLED) FOR TYPE "B".      26/09/01
002300         10  CRAT-ID                PIC X(06).                    26/09/01
002350         10  CRAT-EFF-FROM-DATE     PIC 9(08).                    26/10/15
002400     05  CRAT-RATE-PCT              PIC 9(02)V99.                 26/09/01
002500     05  CRAT-LAST-UPD-DATE         PIC 9(08).                    26/09/01
002600     05  FILLER                     PIC X(13).                    26/10/15
