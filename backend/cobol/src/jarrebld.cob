001670*                    jar) - ten rows now, not five.  Ledger   *
001680*                    entries with a blank account (older      *
001690*                    than the feature) count as account 01.   *
001691*   2026-10-15  BV   A verify run ending RC 8 also raises a  *
001692*                    "D" alert through JARALRT for the web   *
001693*                    frontend.                               *
001700*-----------------------------------------------------------*
001800* RECOMPUTES EACH JAR'S BALANCE FROM THE JARTRAN LEDGER      *
001900* (BROUGHT-FORWARDS PLUS DEPOSITS LESS WITHDRAWALS) AND      *
002900* RECORD.  RUN A CLOSE FIRST IF THE LEDGER HAS BEEN          *
003000* ARCHIVED PIECEMEAL; THE LIVE LEDGER PLUS ITS B ENTRIES     *
003100* MUST COVER EACH JAR'S WHOLE LIFE.                          *
003110* A VERIFY RUN ENDING RC 8 IS ALSO PUT ON THE JARALRT.DAT    *
003120* ALERT FILE (TYPE "D").                                     *
003200*-----------------------------------------------------------*
003300
003400 ENVIRONMENT DIVISION.
008200 01  J5-CURRENT-DATE           PIC 9(08).
008300 01  J5-DRIFT-FOUND-SW         PIC X(01) VALUE "N".
008400     88  J5-DRIFT-FOUND        VALUE "Y".
008410
008420 01  J5-ALERT-ACCT-ID          PIC X(02) VALUE SPACES.
008430 01  J5-ALERT-JAR-ID           PIC X(02) VALUE SPACES.
008440 01  J5-ALERT-AMOUNT           PIC S9(12)V99 VALUE 0.
008450 01  J5-ALERT-MESSAGE          PIC X(40) VALUE SPACES.
008500
008600 01  J5-DIFFERENCE             PIC S9(12)V99.
008700 01  J5-ADJUST-EDITED          PIC -Z(11)9.99.
039000     IF J5-DRIFT-FOUND
039100         DISPLAY "[JARREBLD] DRIFT FOUND - SEE JARREBLD.RPT"
039200         IF J5-VERIFY-MODE AND RETURN-CODE = 0
039310             MOVE "JAR BALANCES DRIFTED - SEE JARREBLD.RPT"
039315                 TO J5-ALERT-MESSAGE
039320             CALL "JARALRT" USING "D"
039325                                  J5-ALERT-ACCT-ID
039330                                  J5-ALERT-JAR-ID
039335                                  J5-ALERT-AMOUNT
039340                                  J5-ALERT-MESSAGE
039345             MOVE 8 TO RETURN-CODE
039400         END-IF
039500     ELSE
039600         DISPLAY "[JARREBLD] ALL JAR BALANCES AGREE WITH "
