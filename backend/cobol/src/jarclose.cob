001790*                    account (older than the feature) is      *
001791*                    account 01's.  All the record images     *
001792*                    widened for the appended account fields. *
001794*   2026-10-15  BV   XFERJRNL records now carry XJ-TO-ACCT-ID *
001796*                    (67 -> 69 bytes); the work record image  *
001798*                    widened to match.                        *
001800*-----------------------------------------------------------*
001900* CLOSES EVERY MONTH UP TO AND INCLUDING THE ONE REQUESTED:   *
002000*  - JARTRAN ENTRIES DATED IN OR BEFORE IT MOVE TO JARTRANA,  *
009230     COPY XFERJRNL.
009240
009250 FD  XFERJRNW-FILE.
009260 01  XFERJRNW-RECORD           PIC X(69).
009300
009400 WORKING-STORAGE SECTION.
009450 01  J5-BASE-CURRENCY-CODE     PIC X(03) VALUE "USD".
