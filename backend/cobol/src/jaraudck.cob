001791*                    the failures this run exists to catch.   *
001792*                    Blank accounts (records older than the   *
001793*                    feature) count as 01 on both sides.      *
001794*   2026-10-15  BV   A run ending RC 8 also raises an "A"    *
001795*                    alert through JARALRT for the web       *
001796*                    frontend.                               *
001800*-----------------------------------------------------------*
001900* MATCHES THE DAY'S JARTRAN ENTRIES (JAR, DATE, SIGNED       *
002000* AMOUNT) ONE-FOR-ONE AGAINST THE DAY'S AUDITTRL RECORDS     *
002600* NO MONEY AND HAVE NO AUDIT RECORD BY DESIGN; JARREBLD      *
002700* AUDIT RECORDS ARE BALANCE CORRECTIONS WITH NO LEDGER       *
002800* ENTRY BY DESIGN.  BOTH ARE LEFT OUT OF THE MATCH.          *
002810* AN RC 8 ENDING IS ALSO PUT ON THE JARALRT.DAT ALERT FILE   *
002820* (TYPE "A").                                                *
002900*-----------------------------------------------------------*
003000
003100 ENVIRONMENT DIVISION.
007500 01  J5-AUDIT-ORPHANS          PIC 9(05) VALUE 0.
007550 01  J5-SIGNED-AMOUNT          PIC S9(12)V99.
007560 01  J5-WORK-ACCT-ID           PIC X(02).
007570 01  J5-ALERT-ACCT-ID          PIC X(02) VALUE SPACES.
007575 01  J5-ALERT-JAR-ID           PIC X(02) VALUE SPACES.
007580 01  J5-ALERT-AMOUNT           PIC S9(12)V99 VALUE 0.
007585 01  J5-ALERT-MESSAGE          PIC X(40) VALUE SPACES.
007600 01  J5-OVERFLOW-SW            PIC X(01) VALUE "N".
007700     88  J5-TABLE-OVERFLOWED   VALUE "Y".
007800
041100             " LEDGER ORPHANS, " J5-AUDIT-ORPHANS
041200             " AUDIT ORPHANS FOR " J5-CHECK-DATE
041300             " - SEE JARAUDCK.RPT"
041410         MOVE SPACES TO J5-ALERT-MESSAGE
041415         STRING "ORPHANS FOR "       DELIMITED BY SIZE
041420                J5-CHECK-DATE        DELIMITED BY SIZE
041425                " - SEE JARAUDCK.RPT"
041430                                     DELIMITED BY SIZE
041435                INTO J5-ALERT-MESSAGE
041440         CALL "JARALRT" USING "A"
041445                              J5-ALERT-ACCT-ID
041450                              J5-ALERT-JAR-ID
041455                              J5-ALERT-AMOUNT
041460                              J5-ALERT-MESSAGE
041465         MOVE 8 TO RETURN-CODE
041500     ELSE
041600         DISPLAY "[JARAUDCK] LEDGER AND AUDIT TRAIL AGREE "
041700             "FOR " J5-CHECK-DATE
