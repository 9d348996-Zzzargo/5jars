001719*                    keyed BY (ACCOUNT, JAR) now, and the        *
001721*                    account is carried onto the ledger entry    *
001722*                    and the audit record.                       *
001724*   2026-10-15  BV   After a withdrawal posts, the jar's     *
001725*                    JARFLR floor is checked and an alert    *
001726*                    goes through JARALRT when the posting   *
001727*                    took the balance from at or above the   *
001728*                    floor to below it.  Covers every        *
001729*                    caller - JARSPEND, JARGATE, JARSORUN,   *
001730*                    the JARXFER legs and the rest.          *
001740*-----------------------------------------------------------*
001800* POSTS ONE AMOUNT INTO ONE JAR: READS/REWRITES (OR WRITES)   *
001900* THE JARBAL RECORD, APPENDS A JARTRAN LEDGER ENTRY, AND      *
002000* CALLS AUDITLOG.  CALLERS PASS ONE JAR AT A TIME SO THE      *
003300     SELECT JARTRAN-FILE ASSIGN TO "JARTRAN"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS JP-JARTRAN-STATUS.
003510
003520     SELECT JARFLR-FILE ASSIGN TO "JARFLR"
003530         ORGANIZATION IS INDEXED
003540         ACCESS MODE IS RANDOM
003550         RECORD KEY IS FL-KEY
003560         FILE STATUS IS JP-JARFLR-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
004100
004200 FD  JARTRAN-FILE.
004300     COPY JARTRAN.
004310
004320 FD  JARFLR-FILE.
004330     COPY JARFLR.
004400
004500 WORKING-STORAGE SECTION.
004600 01  JP-JARBAL-STATUS          PIC X(02).
004750     88  JP-JARBAL-FILE-MISSING VALUE "35".
004900
005000 01  JP-JARTRAN-STATUS         PIC X(02).
005010
005020 01  JP-JARFLR-STATUS          PIC X(02).
005030     88  JP-JARFLR-OK          VALUE "00".
005040
005050 01  JP-PRIOR-BALANCE          PIC S9(12)V99.
005060 01  JP-FLOOR-EDITED           PIC Z(9)9.99.
005070 01  JP-ALERT-MESSAGE          PIC X(40).
005100
005200 01  ResEdited                 PIC -Z(11)9.99.
005300 01  ResStr                    PIC X(16).
008300
008400         PERFORM 3000-WRITE-AUDIT-TRAIL
008500             THRU 3000-WRITE-AUDIT-TRAIL-EXIT
008505
008510         IF LK-AMOUNT < 0
008515             PERFORM 4000-CHECK-FLOOR
008520                 THRU 4000-CHECK-FLOOR-EXIT
008525         END-IF
008550     END-IF
008600
008700     CLOSE JARBAL-FILE
014600
014700 3000-WRITE-AUDIT-TRAIL-EXIT.
014800     EXIT.
014900
015000*===========================================================*
015100* 4000-CHECK-FLOOR.                                          *
015200* A WITHDRAWAL THAT TOOK THE JAR FROM AT OR ABOVE ITS JARFLR *
015300* FLOOR TO BELOW IT RAISES AN "L" ALERT CARRYING THE BALANCE *
015400* LEFT.  A JAR ALREADY BELOW ITS FLOOR IS NOT ALERTED AGAIN  *
015500* ON EVERY FURTHER WITHDRAWAL.  NO JARFLR FILE, NO RECORD    *
015600* FOR THE JAR OR A FLOOR OF ZERO MEANS THE JAR HAS NO FLOOR. *
015700*===========================================================*
015800 4000-CHECK-FLOOR.
015900     OPEN INPUT JARFLR-FILE
016000     IF NOT JP-JARFLR-OK
016100         GO TO 4000-CHECK-FLOOR-EXIT
016200     END-IF
016300
016400     MOVE LK-ACCT-ID TO FL-ACCT-ID
016500     MOVE LK-JAR-ID  TO FL-JAR-ID
016600     READ JARFLR-FILE
016700         INVALID KEY
016800             CONTINUE
016900     END-READ
017000
017100     IF NOT JP-JARFLR-OK
017200         GO TO 4000-CHECK-FLOOR-CLOSE
017300     END-IF
017400
017500     COMPUTE JP-PRIOR-BALANCE = JB-BALANCE - LK-AMOUNT
017600
017700     IF FL-MIN-BALANCE > 0
017800         AND JB-BALANCE < FL-MIN-BALANCE
017900         AND JP-PRIOR-BALANCE NOT < FL-MIN-BALANCE
018000         MOVE FL-MIN-BALANCE TO JP-FLOOR-EDITED
018100         MOVE SPACES TO JP-ALERT-MESSAGE
018200         STRING "BELOW FLOOR "  DELIMITED BY SIZE
018300                JP-FLOOR-EDITED DELIMITED BY SIZE
018400                " AFTER "       DELIMITED BY SIZE
018500                LK-PROGRAM-NAME DELIMITED BY SIZE
018600                INTO JP-ALERT-MESSAGE
018700         CALL "JARALRT" USING "L"
018800                              LK-ACCT-ID
018900                              LK-JAR-ID
019000                              JB-BALANCE
019100                              JP-ALERT-MESSAGE
019200     END-IF.
019300
019400 4000-CHECK-FLOOR-CLOSE.
019500     CLOSE JARFLR-FILE.
019600
019700 4000-CHECK-FLOOR-EXIT.
019800     EXIT.
