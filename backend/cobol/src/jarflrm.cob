000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    JARFLRM.
000300 AUTHOR.        Burlacu Vasile.
000400 INSTALLATION.  FIVE-JARS BUDGETING SYSTEM.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.                                     *
000900*-----------------------------------------------------------*
001000*   DATE        BY   DESCRIPTION                            *
001100*   ----------  ---  --------------------------------------- *
001200*   2026-10-15  BV   Original maintenance transaction for    *
001300*                    the JARFLR low-balance floors -         *
001400*                    nothing warned the household when a     *
001500*                    jar ran down until the statement came.  *
001600*                    Same prompt-validate-write flow as      *
001700*                    JARCAPM without the overflow jar; any   *
001800*                    active operator may set a floor, as     *
001900*                    with JARSAVM, since a floor moves no    *
002000*                    money.                                  *
002100*-----------------------------------------------------------*
002200* ACCEPTS ONE LOW-BALANCE FLOOR (ACCOUNT, JAR, MINIMUM       *
002300* BALANCE) AND WRITES IT TO JARFLR - REPLACING THE JAR'S     *
002400* FLOOR IF IT ALREADY HAS ONE, ADDING IT OTHERWISE.  A FLOOR *
002500* IS REMOVED BY RE-ENTERING IT WITH MINIMUM 000000.00, NOT   *
002600* BY DELETION.  NOTHING IS WRITTEN IF ANY ENTRY FAILS        *
002700* VALIDATION.  JARPOST CHECKS THE FLOOR FROM THE NEXT        *
002800* WITHDRAWAL POSTED AGAINST THE JAR; A JAR ALREADY BELOW ITS *
002900* NEW FLOOR RAISES AN ALERT ONLY ONCE IT HAS BEEN BROUGHT    *
003000* BACK UP AND TAKEN BELOW AGAIN.                             *
003100*-----------------------------------------------------------*
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT JARFLR-FILE ASSIGN TO "JARFLR"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS FL-KEY
004000         FILE STATUS IS J5-JARFLR-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  JARFLR-FILE.
004500     COPY JARFLR.
004600
004700 WORKING-STORAGE SECTION.
004800 01  J5-JARFLR-STATUS          PIC X(02).
004900     88  J5-JARFLR-OK          VALUE "00".
005000     88  J5-JARFLR-NOTFOUND    VALUE "23".
005100     88  J5-JARFLR-FILE-MISSING VALUE "35".
005200
005300 01  J5-ENTRY-VALID-SW         PIC X(01) VALUE "Y".
005400     88  J5-ENTRY-IS-VALID     VALUE "Y".
005500     88  J5-ENTRY-IS-INVALID   VALUE "N".
005600
005700 01  J5-REJECT-REASON          PIC X(40) VALUE SPACES.
005800
005900 01  J5-TODAY                  PIC 9(08).
006000
006100*-----------------------------------------------------------*
006200* OPERATOR INPUT FOR THE AMOUNT IS ACCEPTED AS TEXT IN       *
006300* NNNNNN.NN FORMAT, NOT DIRECTLY INTO A NUMERIC FIELD, SO A  *
006400* MISSING DECIMAL POINT IS CAUGHT HERE RATHER THAN SILENTLY  *
006500* SCALED WRONG BY THE IMPLIED DECIMAL (SAME GUARD AS         *
006600* JARSORDM AND JARCAPM).                                     *
006700*-----------------------------------------------------------*
006800 01  J5-ACCT-ID-INPUT          PIC X(02).
006900 01  J5-JAR-ID-INPUT           PIC X(02).
007000 01  J5-AMOUNT-INPUT.
007100     05  J5-AMI-WHOLE          PIC X(06).
007200     05  J5-AMI-DOT            PIC X(01).
007300     05  J5-AMI-FRAC           PIC X(02).
007400 01  J5-AMI-WHOLE-NUM          PIC 9(06).
007500 01  J5-AMI-FRAC-NUM           PIC 9(02).
007600
007700 01  J5-MIN-BALANCE            PIC 9(12)V99 VALUE 0.
007800
007900*-----------------------------------------------------------*
008000* THE FIVE JARS, FOR VALIDATING THE JAR ID.                 *
008100*-----------------------------------------------------------*
008200 01  J5-JAR-TABLE.
008300     05  J5-JAR-ENTRY OCCURS 5 TIMES INDEXED BY J5-JAR-IDX.
008400         10  J5-JAR-ID         PIC X(02).
008500
008600 01  J5-JAR-KNOWN-SW           PIC X(01) VALUE "N".
008700     88  J5-JAR-IS-KNOWN       VALUE "Y".
008800
008900*-----------------------------------------------------------*
009000* WHO SIGNED ON, AND THE CHANGE-JOURNAL IMAGES OF THE FLOOR  *
009100* RECORD EITHER SIDE OF THE CHANGE (BEFORE IS SPACES WHEN    *
009200* THE FLOOR IS NEW).                                         *
009300*-----------------------------------------------------------*
009400 01  J5-SIGNON-OPER-ID         PIC X(08) VALUE SPACES.
009500 01  J5-SIGNON-LEVEL           PIC X(01) VALUE SPACES.
009600     88  J5-SIGNON-SUPERVISOR  VALUE "S".
009700 01  J5-SIGNON-RETURN-CODE     PIC 9(02).
009800 01  J5-JRNL-ACTION            PIC X(01).
009900 01  J5-JRNL-KEY               PIC X(20).
010000 01  J5-BEFORE-IMAGE           PIC X(70).
010100 01  J5-AFTER-IMAGE            PIC X(70).
010200
010300 PROCEDURE DIVISION.
010400*===========================================================*
010500* 0000-MAINLINE.                                             *
010600*===========================================================*
010700 0000-MAINLINE.
010800     MOVE 0 TO RETURN-CODE
010900
011000     PERFORM 0500-SIGN-ON
011100         THRU 0500-SIGN-ON-EXIT
011200
011300     IF RETURN-CODE NOT = 0
011400         GO TO 0000-MAINLINE-EXIT
011500     END-IF
011600
011700     PERFORM 1000-INITIALIZE
011800         THRU 1000-INITIALIZE-EXIT
011900
012000     PERFORM 1500-ACCEPT-ENTRY
012100         THRU 1500-ACCEPT-ENTRY-EXIT
012200
012300     IF J5-ENTRY-IS-INVALID
012400         PERFORM 2100-REJECT-RUN
012500             THRU 2100-REJECT-RUN-EXIT
012600         GO TO 0000-MAINLINE-EXIT
012700     END-IF
012800
012900     PERFORM 3000-UPDATE-FLOOR
013000         THRU 3000-UPDATE-FLOOR-EXIT
013100
013200     IF RETURN-CODE = 0
013300         DISPLAY "[JARFLRM] LOW-BALANCE FLOOR FOR JAR "
013400             J5-JAR-ID-INPUT " UPDATED"
013500     ELSE
013600         DISPLAY "[JARFLRM] UPDATE FAILED - JARFLR NOT "
013700             "UPDATED"
013800     END-IF
013900
014000     PERFORM 9000-TERMINATE
014100         THRU 9000-TERMINATE-EXIT
014200
014300     GO TO 0000-MAINLINE-EXIT.
014400
014500 0000-MAINLINE-EXIT.
014600     STOP RUN RETURNING RETURN-CODE.
014700
014800*===========================================================*
014900* 0500-SIGN-ON.                                              *
015000* ANY ACTIVE OPERATOR MAY SET A FLOOR - IT ONLY DECIDES WHEN *
015100* AN ALERT IS RAISED.  NOTHING IS OPENED UNTIL THE SIGN-ON   *
015200* HAS BEEN ACCEPTED.                                         *
015300*===========================================================*
015400 0500-SIGN-ON.
015500     CALL "JARSIGN" USING "JARFLRM "
015600                          J5-SIGNON-OPER-ID
015700                          J5-SIGNON-LEVEL
015800                          J5-SIGNON-RETURN-CODE
015900
016000     IF J5-SIGNON-RETURN-CODE NOT = 0
016100         DISPLAY "[JARFLRM] UPDATE REJECTED - NOT SIGNED ON"
016200         MOVE 16 TO RETURN-CODE
016300     END-IF.
016400
016500 0500-SIGN-ON-EXIT.
016600     EXIT.
016700
016800*===========================================================*
016900* 1000-INITIALIZE.                                           *
017000* LOADS THE JAR IDS AND OPENS THE CONTROL FILE.  THIS        *
017100* TRANSACTION IS JARFLR'S OWN BOOTSTRAP - THE FIRST RUN ON   *
017200* A CLEAN SYSTEM FINDS NO FILE (STATUS 35) AND CREATES IT    *
017300* (SAME BOOTSTRAP AS JARCAPM AND JARSAVM).                   *
017400*===========================================================*
017500 1000-INITIALIZE.
017600     MOVE "01" TO J5-JAR-ID (1)
017700     MOVE "02" TO J5-JAR-ID (2)
017800     MOVE "03" TO J5-JAR-ID (3)
017900     MOVE "04" TO J5-JAR-ID (4)
018000     MOVE "05" TO J5-JAR-ID (5)
018100
018200     ACCEPT J5-TODAY FROM DATE YYYYMMDD
018300
018400     OPEN I-O JARFLR-FILE
018500     IF J5-JARFLR-FILE-MISSING
018600         OPEN OUTPUT JARFLR-FILE
018700         CLOSE JARFLR-FILE
018800         OPEN I-O JARFLR-FILE
018900     END-IF.
019000
019100 1000-INITIALIZE-EXIT.
019200     EXIT.
019300
019400*===========================================================*
019500* 1500-ACCEPT-ENTRY.                                         *
019600* PROMPTS FOR THE ACCOUNT, THE JAR AND ITS FLOOR.            *
019700*===========================================================*
019800 1500-ACCEPT-ENTRY.
019900     SET J5-ENTRY-IS-VALID TO TRUE
020000     MOVE SPACES TO J5-REJECT-REASON
020100
020200     DISPLAY "ACCOUNT ID (01-02) - BLANK FOR 01: "
020300         WITH NO ADVANCING
020400     ACCEPT J5-ACCT-ID-INPUT FROM CONSOLE
020500     IF J5-ACCT-ID-INPUT = SPACES
020600         MOVE "01" TO J5-ACCT-ID-INPUT
020700     END-IF
020800
020900     DISPLAY "JAR ID (01-05): " WITH NO ADVANCING
021000     ACCEPT J5-JAR-ID-INPUT FROM CONSOLE
021100
021200     DISPLAY "MINIMUM BALANCE (FORMAT NNNNNN.NN) - 000000.00 "
021300         "TO REMOVE: " WITH NO ADVANCING
021400     ACCEPT J5-AMOUNT-INPUT FROM CONSOLE
021500
021600     IF J5-ACCT-ID-INPUT NOT = "01"
021700         AND J5-ACCT-ID-INPUT NOT = "02"
021800         SET J5-ENTRY-IS-INVALID TO TRUE
021900         MOVE "ACCOUNT IS NOT 01 OR 02" TO J5-REJECT-REASON
022000         GO TO 1500-ACCEPT-ENTRY-EXIT
022100     END-IF
022200
022300     MOVE "N" TO J5-JAR-KNOWN-SW
022400     SET J5-JAR-IDX TO 1
022500     SEARCH J5-JAR-ENTRY
022600         AT END
022700             CONTINUE
022800         WHEN J5-JAR-ID (J5-JAR-IDX) = J5-JAR-ID-INPUT
022900             SET J5-JAR-IS-KNOWN TO TRUE
023000     END-SEARCH
023100
023200     IF NOT J5-JAR-IS-KNOWN
023300         SET J5-ENTRY-IS-INVALID TO TRUE
023400         MOVE "JAR IS NOT ONE OF THE FIVE JARS"
023500                                TO J5-REJECT-REASON
023600         GO TO 1500-ACCEPT-ENTRY-EXIT
023700     END-IF
023800
023900     IF J5-AMI-DOT NOT = "."
024000         OR J5-AMI-WHOLE NOT NUMERIC
024100         OR J5-AMI-FRAC NOT NUMERIC
024200         SET J5-ENTRY-IS-INVALID TO TRUE
024300         MOVE "AMOUNT NOT IN NNNNNN.NN FORMAT"
024400                                TO J5-REJECT-REASON
024500         GO TO 1500-ACCEPT-ENTRY-EXIT
024600     END-IF
024700
024800     MOVE J5-AMI-WHOLE TO J5-AMI-WHOLE-NUM
024900     MOVE J5-AMI-FRAC  TO J5-AMI-FRAC-NUM
025000     COMPUTE J5-MIN-BALANCE =
025100         J5-AMI-WHOLE-NUM + (J5-AMI-FRAC-NUM / 100).
025200
025300 1500-ACCEPT-ENTRY-EXIT.
025400     EXIT.
025500
025600*===========================================================*
025700* 2100-REJECT-RUN.                                           *
025800* NOTHING IS WRITTEN TO JARFLR WHEN VALIDATION FAILS.        *
025900*===========================================================*
026000 2100-REJECT-RUN.
026100     DISPLAY "[JARFLRM] UPDATE REJECTED - " J5-REJECT-REASON
026200     CLOSE JARFLR-FILE
026300     MOVE 16 TO RETURN-CODE.
026400
026500 2100-REJECT-RUN-EXIT.
026600     EXIT.
026700
026800*===========================================================*
026900* 3000-UPDATE-FLOOR.                                         *
027000* REWRITES THE JAR'S FLOOR IF IT HAS ONE, OR CREATES IT.     *
027100*===========================================================*
027200 3000-UPDATE-FLOOR.
027300     MOVE J5-ACCT-ID-INPUT TO FL-ACCT-ID
027400     MOVE J5-JAR-ID-INPUT  TO FL-JAR-ID
027500     READ JARFLR-FILE
027600         INVALID KEY
027700             CONTINUE
027800     END-READ
027900
028000     MOVE SPACES TO J5-BEFORE-IMAGE
028100     MOVE "A"    TO J5-JRNL-ACTION
028200     IF J5-JARFLR-OK
028300         MOVE JARFLR-RECORD TO J5-BEFORE-IMAGE
028400         MOVE "C"           TO J5-JRNL-ACTION
028500     END-IF
028600
028700     MOVE J5-ACCT-ID-INPUT      TO FL-ACCT-ID
028800     MOVE J5-JAR-ID-INPUT       TO FL-JAR-ID
028900     MOVE J5-MIN-BALANCE        TO FL-MIN-BALANCE
029000     MOVE J5-TODAY              TO FL-SET-DATE
029100
029200     IF J5-JARFLR-OK
029300         REWRITE JARFLR-RECORD
029400     ELSE
029500         IF J5-JARFLR-NOTFOUND
029600             WRITE JARFLR-RECORD
029700         ELSE
029800             MOVE 12 TO RETURN-CODE
029900             GO TO 3000-UPDATE-FLOOR-EXIT
030000         END-IF
030100     END-IF
030200
030300     IF J5-JARFLR-OK
030400         PERFORM 3600-JOURNAL-CHANGE
030500             THRU 3600-JOURNAL-CHANGE-EXIT
030600     ELSE
030700         MOVE 12 TO RETURN-CODE
030800     END-IF.
030900
031000 3000-UPDATE-FLOOR-EXIT.
031100     EXIT.
031200
031300*===========================================================*
031400* 3600-JOURNAL-CHANGE.                                       *
031500*===========================================================*
031600 3600-JOURNAL-CHANGE.
031700     MOVE JARFLR-RECORD TO J5-AFTER-IMAGE
031800     MOVE FL-KEY        TO J5-JRNL-KEY
031900
032000     CALL "CHGLOG" USING J5-SIGNON-OPER-ID
032100                         "JARFLRM "
032200                         J5-JRNL-ACTION
032300                         J5-JRNL-KEY
032400                         J5-BEFORE-IMAGE
032500                         J5-AFTER-IMAGE.
032600
032700 3600-JOURNAL-CHANGE-EXIT.
032800     EXIT.
032900
033000*===========================================================*
033100* 9000-TERMINATE.                                            *
033200*===========================================================*
033300 9000-TERMINATE.
033400     CLOSE JARFLR-FILE.
033500
033600 9000-TERMINATE-EXIT.
033700     EXIT.
