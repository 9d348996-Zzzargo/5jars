000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    JARSAVM.
000300 AUTHOR.        Burlacu Vasile.
000400 INSTALLATION.  FIVE-JARS BUDGETING SYSTEM.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.                                     *
000900*-----------------------------------------------------------*
001000*   DATE        BY   DESCRIPTION                             *
001100*   ----------  ---  --------------------------------------- *
001200*   2026-10-15  BV   Original maintenance transaction for     *
001300*                    the JARSAVG savings goals - JARGOAL only *
001400*                    limits spending, nothing said what a     *
001500*                    saving jar was being saved up for.  Same *
001600*                    prompt-validate-write flow as JARSORDM,  *
001700*                    with the JARSIGN sign-on and CHGJRNL     *
001800*                    journal from the start.                  *
001900*-----------------------------------------------------------*
002000* ACCEPTS ONE SAVINGS GOAL (ACCOUNT, JAR, DESCRIPTION, GOAL  *
002100* AMOUNT, TARGET DATE) AND WRITES IT TO JARSAVG - REPLACING  *
002200* THE JAR'S GOAL IF IT ALREADY HAS ONE, ADDING IT OTHERWISE. *
002300* EACH JAR CARRIES AT MOST ONE GOAL AT A TIME.  A GOAL IS    *
002400* DROPPED BY RE-ENTERING IT WITH AMOUNT 000000.00, NOT BY    *
002500* DELETION.  NOTHING IS WRITTEN IF ANY ENTRY FAILS           *
002600* VALIDATION.  PROGRESS IS REPORTED BY JARSAVR.              *
002700*-----------------------------------------------------------*
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT JARSAVG-FILE ASSIGN TO "JARSAVG"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS SV-KEY
003600         FILE STATUS IS J5-JARSAVG-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  JARSAVG-FILE.
004100     COPY JARSAVG.
004200
004300 WORKING-STORAGE SECTION.
004400 01  J5-JARSAVG-STATUS         PIC X(02).
004500     88  J5-JARSAVG-OK         VALUE "00".
004600     88  J5-JARSAVG-NOTFOUND   VALUE "23".
004700     88  J5-JARSAVG-FILE-MISSING VALUE "35".
004800
004900 01  J5-ENTRY-VALID-SW         PIC X(01) VALUE "Y".
005000     88  J5-ENTRY-IS-VALID     VALUE "Y".
005100     88  J5-ENTRY-IS-INVALID   VALUE "N".
005200
005300 01  J5-REJECT-REASON          PIC X(40) VALUE SPACES.
005400
005500 01  J5-TODAY                  PIC 9(08).
005600
005700*-----------------------------------------------------------*
005800* OPERATOR INPUT FOR THE AMOUNT IS ACCEPTED AS TEXT IN        *
005900* NNNNNN.NN FORMAT, NOT DIRECTLY INTO A NUMERIC FIELD, SO A   *
006000* MISSING DECIMAL POINT IS CAUGHT HERE RATHER THAN SILENTLY   *
006100* SCALED WRONG BY THE IMPLIED DECIMAL (SAME GUARD AS          *
006200* JARSORDM AND JARSPEND).                                     *
006300*-----------------------------------------------------------*
006400 01  J5-ACCT-ID-INPUT          PIC X(02).
006500 01  J5-JAR-ID-INPUT           PIC X(02).
006600 01  J5-GOAL-NAME-INPUT        PIC X(20).
006700 01  J5-AMOUNT-INPUT.
006800     05  J5-AMI-WHOLE          PIC X(06).
006900     05  J5-AMI-DOT            PIC X(01).
007000     05  J5-AMI-FRAC           PIC X(02).
007100 01  J5-AMI-WHOLE-NUM          PIC 9(06).
007200 01  J5-AMI-FRAC-NUM           PIC 9(02).
007300 01  J5-TARGET-DATE-INPUT      PIC X(08).
007400
007500 01  J5-GOAL-AMOUNT            PIC 9(12)V99 VALUE 0.
007600 01  J5-TARGET-DATE            PIC 9(08) VALUE 0.
007700 01  FILLER REDEFINES J5-TARGET-DATE.
007800     05  J5-TARGET-YYYY        PIC 9(04).
007900     05  J5-TARGET-MM          PIC 9(02).
008000     05  J5-TARGET-DD          PIC 9(02).
008100
008200*-----------------------------------------------------------*
008300* THE FIVE JARS, FOR VALIDATING THE JAR ID THE GOAL IS FOR.  *
008400*-----------------------------------------------------------*
008500 01  J5-JAR-TABLE.
008600     05  J5-JAR-ENTRY OCCURS 5 TIMES INDEXED BY J5-JAR-IDX.
008700         10  J5-JAR-ID         PIC X(02).
008800
008900 01  J5-JAR-KNOWN-SW           PIC X(01) VALUE "N".
009000     88  J5-JAR-IS-KNOWN       VALUE "Y".
009100
009200*-----------------------------------------------------------*
009300* WHO SIGNED ON, AND THE CHANGE-JOURNAL IMAGES OF THE GOAL   *
009400* RECORD EITHER SIDE OF THE CHANGE (BEFORE IS SPACES WHEN    *
009500* THE GOAL IS NEW).                                          *
009600*-----------------------------------------------------------*
009700 01  J5-SIGNON-OPER-ID         PIC X(08) VALUE SPACES.
009800 01  J5-SIGNON-LEVEL           PIC X(01) VALUE SPACES.
009900 01  J5-SIGNON-RETURN-CODE     PIC 9(02).
010000 01  J5-JRNL-ACTION            PIC X(01).
010100 01  J5-JRNL-KEY               PIC X(20).
010200 01  J5-BEFORE-IMAGE           PIC X(70).
010300 01  J5-AFTER-IMAGE            PIC X(70).
010400
010500 PROCEDURE DIVISION.
010600*===========================================================*
010700* 0000-MAINLINE.                                             *
010800*===========================================================*
010900 0000-MAINLINE.
011000     MOVE 0 TO RETURN-CODE
011100
011200     PERFORM 0500-SIGN-ON
011300         THRU 0500-SIGN-ON-EXIT
011400
011500     IF RETURN-CODE NOT = 0
011600         GO TO 0000-MAINLINE-EXIT
011700     END-IF
011800
011900     PERFORM 1000-INITIALIZE
012000         THRU 1000-INITIALIZE-EXIT
012100
012200     PERFORM 1500-ACCEPT-ENTRY
012300         THRU 1500-ACCEPT-ENTRY-EXIT
012400
012500     IF J5-ENTRY-IS-INVALID
012600         PERFORM 2100-REJECT-RUN
012700             THRU 2100-REJECT-RUN-EXIT
012800         GO TO 0000-MAINLINE-EXIT
012900     END-IF
013000
013100     PERFORM 3000-UPDATE-GOAL
013200         THRU 3000-UPDATE-GOAL-EXIT
013300
013400     IF RETURN-CODE = 0
013500         DISPLAY "[JARSAVM] SAVINGS GOAL FOR JAR "
013600             J5-JAR-ID-INPUT " UPDATED"
013700     ELSE
013800         DISPLAY "[JARSAVM] UPDATE FAILED - JARSAVG NOT "
013900             "UPDATED"
014000     END-IF
014100
014200     PERFORM 9000-TERMINATE
014300         THRU 9000-TERMINATE-EXIT
014400
014500     GO TO 0000-MAINLINE-EXIT.
014600
014700 0000-MAINLINE-EXIT.
014800     STOP RUN RETURNING RETURN-CODE.
014900
015000*===========================================================*
015100* 0500-SIGN-ON.                                              *
015200* ANY ACTIVE OPERATOR MAY SET A SAVINGS GOAL.  NOTHING IS    *
015300* OPENED UNTIL THE SIGN-ON HAS BEEN ACCEPTED.                *
015400*===========================================================*
015500 0500-SIGN-ON.
015600     CALL "JARSIGN" USING "JARSAVM "
015700                          J5-SIGNON-OPER-ID
015800                          J5-SIGNON-LEVEL
015900                          J5-SIGNON-RETURN-CODE
016000
016100     IF J5-SIGNON-RETURN-CODE NOT = 0
016200         DISPLAY "[JARSAVM] UPDATE REJECTED - NOT SIGNED ON"
016300         MOVE 16 TO RETURN-CODE
016400     END-IF.
016500
016600 0500-SIGN-ON-EXIT.
016700     EXIT.
016800
016900*===========================================================*
017000* 1000-INITIALIZE.                                           *
017100* LOADS THE JAR IDS AND OPENS THE CONTROL FILE.  THIS        *
017200* TRANSACTION IS JARSAVG'S OWN BOOTSTRAP - THE FIRST RUN ON  *
017300* A CLEAN SYSTEM FINDS NO FILE (STATUS 35) AND CREATES IT    *
017400* (SAME BOOTSTRAP AS JARSORDM AND JARGOALM).                 *
017500*===========================================================*
017600 1000-INITIALIZE.
017700     MOVE "01" TO J5-JAR-ID (1)
017800     MOVE "02" TO J5-JAR-ID (2)
017900     MOVE "03" TO J5-JAR-ID (3)
018000     MOVE "04" TO J5-JAR-ID (4)
018100     MOVE "05" TO J5-JAR-ID (5)
018200
018300     ACCEPT J5-TODAY FROM DATE YYYYMMDD
018400
018500     OPEN I-O JARSAVG-FILE
018600     IF J5-JARSAVG-FILE-MISSING
018700         OPEN OUTPUT JARSAVG-FILE
018800         CLOSE JARSAVG-FILE
018900         OPEN I-O JARSAVG-FILE
019000     END-IF.
019100
019200 1000-INITIALIZE-EXIT.
019300     EXIT.
019400
019500*===========================================================*
019600* 1500-ACCEPT-ENTRY.                                         *
019700* PROMPTS FOR THE ACCOUNT, THE JAR AND THE GOAL ITSELF.      *
019800*===========================================================*
019900 1500-ACCEPT-ENTRY.
020000     SET J5-ENTRY-IS-VALID TO TRUE
020100     MOVE SPACES TO J5-REJECT-REASON
020200
020300     DISPLAY "ACCOUNT ID (01-02) - BLANK FOR 01: "
020400         WITH NO ADVANCING
020500     ACCEPT J5-ACCT-ID-INPUT FROM CONSOLE
020600     IF J5-ACCT-ID-INPUT = SPACES
020700         MOVE "01" TO J5-ACCT-ID-INPUT
020800     END-IF
020900
021000     DISPLAY "JAR ID (01-05): " WITH NO ADVANCING
021100     ACCEPT J5-JAR-ID-INPUT FROM CONSOLE
021200
021300     DISPLAY "GOAL DESCRIPTION: " WITH NO ADVANCING
021400     ACCEPT J5-GOAL-NAME-INPUT FROM CONSOLE
021500
021600     DISPLAY "GOAL AMOUNT (FORMAT NNNNNN.NN) - 000000.00 TO "
021700         "DROP: " WITH NO ADVANCING
021800     ACCEPT J5-AMOUNT-INPUT FROM CONSOLE
021900
022000     DISPLAY "TARGET DATE (YYYYMMDD): " WITH NO ADVANCING
022100     ACCEPT J5-TARGET-DATE-INPUT FROM CONSOLE
022200
022300     IF J5-ACCT-ID-INPUT NOT = "01"
022400         AND J5-ACCT-ID-INPUT NOT = "02"
022500         SET J5-ENTRY-IS-INVALID TO TRUE
022600         MOVE "ACCOUNT IS NOT 01 OR 02" TO J5-REJECT-REASON
022700         GO TO 1500-ACCEPT-ENTRY-EXIT
022800     END-IF
022900
023000     MOVE "N" TO J5-JAR-KNOWN-SW
023100     SET J5-JAR-IDX TO 1
023200     SEARCH J5-JAR-ENTRY
023300         AT END
023400             CONTINUE
023500         WHEN J5-JAR-ID (J5-JAR-IDX) = J5-JAR-ID-INPUT
023600             SET J5-JAR-IS-KNOWN TO TRUE
023700     END-SEARCH
023800
023900     IF NOT J5-JAR-IS-KNOWN
024000         SET J5-ENTRY-IS-INVALID TO TRUE
024100         MOVE "JAR IS NOT ONE OF THE FIVE JARS"
024200                                TO J5-REJECT-REASON
024300         GO TO 1500-ACCEPT-ENTRY-EXIT
024400     END-IF
024500
024600     IF J5-AMI-DOT NOT = "."
024700         OR J5-AMI-WHOLE NOT NUMERIC
024800         OR J5-AMI-FRAC NOT NUMERIC
024900         SET J5-ENTRY-IS-INVALID TO TRUE
025000         MOVE "AMOUNT NOT IN NNNNNN.NN FORMAT"
025100                                TO J5-REJECT-REASON
025200         GO TO 1500-ACCEPT-ENTRY-EXIT
025300     END-IF
025400
025500     MOVE J5-AMI-WHOLE TO J5-AMI-WHOLE-NUM
025600     MOVE J5-AMI-FRAC  TO J5-AMI-FRAC-NUM
025700     COMPUTE J5-GOAL-AMOUNT =
025800         J5-AMI-WHOLE-NUM + (J5-AMI-FRAC-NUM / 100)
025900
026000*    A DROPPED GOAL NEEDS NO DESCRIPTION OR DATE - WHATEVER
026100*    WAS KEYED IS STORED AS ENTERED.
026200     IF J5-GOAL-AMOUNT = ZERO
026300         IF J5-TARGET-DATE-INPUT NUMERIC
026400             MOVE J5-TARGET-DATE-INPUT TO J5-TARGET-DATE
026500         END-IF
026600         GO TO 1500-ACCEPT-ENTRY-EXIT
026700     END-IF
026800
026900     IF J5-GOAL-NAME-INPUT = SPACES
027000         SET J5-ENTRY-IS-INVALID TO TRUE
027100         MOVE "GOAL DESCRIPTION IS BLANK" TO J5-REJECT-REASON
027200         GO TO 1500-ACCEPT-ENTRY-EXIT
027300     END-IF
027400
027500     IF J5-TARGET-DATE-INPUT NOT NUMERIC
027600         SET J5-ENTRY-IS-INVALID TO TRUE
027700         MOVE "TARGET DATE NOT IN YYYYMMDD FORMAT"
027800                                TO J5-REJECT-REASON
027900         GO TO 1500-ACCEPT-ENTRY-EXIT
028000     END-IF
028100
028200     MOVE J5-TARGET-DATE-INPUT TO J5-TARGET-DATE
028300     IF J5-TARGET-MM < 1 OR J5-TARGET-MM > 12
028400         OR J5-TARGET-DD < 1 OR J5-TARGET-DD > 31
028500         SET J5-ENTRY-IS-INVALID TO TRUE
028600         MOVE "TARGET DATE IS NOT A CALENDAR DATE"
028700                                TO J5-REJECT-REASON
028800         GO TO 1500-ACCEPT-ENTRY-EXIT
028900     END-IF
029000
029100     IF J5-TARGET-DATE NOT > J5-TODAY
029200         SET J5-ENTRY-IS-INVALID TO TRUE
029300         MOVE "TARGET DATE IS NOT IN THE FUTURE"
029400                                TO J5-REJECT-REASON
029500     END-IF.
029600
029700 1500-ACCEPT-ENTRY-EXIT.
029800     EXIT.
029900
030000*===========================================================*
030100* 2100-REJECT-RUN.                                           *
030200* NOTHING IS WRITTEN TO JARSAVG WHEN VALIDATION FAILS.       *
030300*===========================================================*
030400 2100-REJECT-RUN.
030500     DISPLAY "[JARSAVM] UPDATE REJECTED - " J5-REJECT-REASON
030600     CLOSE JARSAVG-FILE
030700     MOVE 16 TO RETURN-CODE.
030800
030900 2100-REJECT-RUN-EXIT.
031000     EXIT.
031100
031200*===========================================================*
031300* 3000-UPDATE-GOAL.                                          *
031400* REWRITES THE JAR'S GOAL IF IT HAS ONE, OR CREATES IT.  THE *
031500* SET DATE IS TODAY EITHER WAY - A CHANGED GOAL IS A NEW     *
031600* PROMISE.                                                   *
031700*===========================================================*
031800 3000-UPDATE-GOAL.
031900     MOVE J5-ACCT-ID-INPUT TO SV-ACCT-ID
032000     MOVE J5-JAR-ID-INPUT  TO SV-JAR-ID
032100     READ JARSAVG-FILE
032200         INVALID KEY
032300             CONTINUE
032400     END-READ
032500
032600     MOVE SPACES TO J5-BEFORE-IMAGE
032700     MOVE "A"    TO J5-JRNL-ACTION
032800     IF J5-JARSAVG-OK
032900         MOVE JARSAVG-RECORD TO J5-BEFORE-IMAGE
033000         MOVE "C"            TO J5-JRNL-ACTION
033100     END-IF
033200
033300     MOVE J5-ACCT-ID-INPUT   TO SV-ACCT-ID
033400     MOVE J5-JAR-ID-INPUT    TO SV-JAR-ID
033500     MOVE J5-GOAL-NAME-INPUT TO SV-GOAL-NAME
033600     MOVE J5-GOAL-AMOUNT     TO SV-GOAL-AMOUNT
033700     MOVE J5-TARGET-DATE     TO SV-TARGET-DATE
033800     MOVE J5-TODAY           TO SV-SET-DATE
033900
034000     IF J5-JARSAVG-OK
034100         REWRITE JARSAVG-RECORD
034200     ELSE
034300         IF J5-JARSAVG-NOTFOUND
034400             WRITE JARSAVG-RECORD
034500         ELSE
034600             MOVE 12 TO RETURN-CODE
034700             GO TO 3000-UPDATE-GOAL-EXIT
034800         END-IF
034900     END-IF
035000
035100     IF J5-JARSAVG-OK
035200         PERFORM 3600-JOURNAL-CHANGE
035300             THRU 3600-JOURNAL-CHANGE-EXIT
035400     ELSE
035500         MOVE 12 TO RETURN-CODE
035600     END-IF.
035700
035800 3000-UPDATE-GOAL-EXIT.
035900     EXIT.
036000
036100*===========================================================*
036200* 3600-JOURNAL-CHANGE.                                       *
036300*===========================================================*
036400 3600-JOURNAL-CHANGE.
036500     MOVE JARSAVG-RECORD TO J5-AFTER-IMAGE
036600     MOVE SV-KEY         TO J5-JRNL-KEY
036700
036800     CALL "CHGLOG" USING J5-SIGNON-OPER-ID
036900                         "JARSAVM "
037000                         J5-JRNL-ACTION
037100                         J5-JRNL-KEY
037200                         J5-BEFORE-IMAGE
037300                         J5-AFTER-IMAGE.
037400
037500 3600-JOURNAL-CHANGE-EXIT.
037600     EXIT.
037700
037800*===========================================================*
037900* 9000-TERMINATE.                                            *
038000*===========================================================*
038100 9000-TERMINATE.
038200     CLOSE JARSAVG-FILE.
038300
038400 9000-TERMINATE-EXIT.
038500     EXIT.
