000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    JAROPRM.
000300 AUTHOR.        Burlacu Vasile.
000400 INSTALLATION.  FIVE-JARS BUDGETING SYSTEM.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.                                     *
000900*-----------------------------------------------------------*
001000*   DATE        BY   DESCRIPTION                            *
001100*   ----------  ---  --------------------------------------- *
001200*   2026-10-15  BV   Original maintenance transaction for   *
001300*                    the OPERATOR sign-on file, same prompt-  *
001400*                    validate-write flow as JARCATM.        *
001500*-----------------------------------------------------------*
001600* ACCEPTS ONE OPERATOR (ID, NAME, PASSWORD, AUTHORITY LEVEL, *
001700* ACTIVE FLAG) AND WRITES IT TO THE OPERATOR FILE - UPDATING *
001800* THE RECORD IF THE ID ALREADY EXISTS, ADDING A NEW ONE      *
001900* OTHERWISE.  A BLANK PASSWORD ON AN EXISTING OPERATOR KEEPS *
002000* THE OLD ONE.  ONLY A SIGNED-ON SUPERVISOR MAY RUN THIS,    *
002100* EXCEPT ON A CLEAN SYSTEM: WHEN THE OPERATOR FILE DOES NOT  *
002200* EXIST YET NOBODY COULD SIGN ON, SO THE FIRST RUN SKIPS THE *
002300* SIGN-ON, ACCEPTS ONLY AN ACTIVE SUPERVISOR, AND CREATES    *
002400* THE FILE WITH IT.  A SUPERVISOR CANNOT DEMOTE OR RETIRE    *
002500* THEMSELVES - THAT IS HOW THE LAST SUPERVISOR GETS LOCKED   *
002600* OUT.  EVERY ACCEPTED CHANGE IS JOURNALED ON CHGJRNL WITH   *
002700* THE PASSWORD MASKED.  NOTHING IS WRITTEN IF VALIDATION     *
002800* FAILS.                                                     *
002900*-----------------------------------------------------------*
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPERATOR-FILE ASSIGN TO "OPERATOR"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS OP-OPER-ID
003800         FILE STATUS IS J5-OPERATOR-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  OPERATOR-FILE.
004300     COPY OPERATOR.
004400
004500 WORKING-STORAGE SECTION.
004600 01  J5-OPERATOR-STATUS        PIC X(02).
004700     88  J5-OPERATOR-OK        VALUE "00".
004800     88  J5-OPERATOR-NOTFOUND  VALUE "23".
004900     88  J5-OPERATOR-FILE-MISSING VALUE "35".
005000
005100 01  J5-ENTRY-VALID-SW         PIC X(01) VALUE "Y".
005200     88  J5-ENTRY-IS-VALID     VALUE "Y".
005300     88  J5-ENTRY-IS-INVALID   VALUE "N".
005400
005500 01  J5-REJECT-REASON          PIC X(40) VALUE SPACES.
005600
005700*-----------------------------------------------------------*
005800* SET WHEN THE OPERATOR FILE DOES NOT EXIST YET - THE ONE    *
005900* RUN THAT MAY GO AHEAD WITHOUT A SIGN-ON.                   *
006000*-----------------------------------------------------------*
006100 01  J5-FIRST-OPERATOR-SW      PIC X(01) VALUE "N".
006200     88  J5-FIRST-OPERATOR     VALUE "Y".
006300
006400 01  J5-SIGNON-OPER-ID         PIC X(08) VALUE SPACES.
006500 01  J5-SIGNON-LEVEL           PIC X(01) VALUE SPACES.
006600     88  J5-SIGNON-SUPERVISOR  VALUE "S".
006700 01  J5-SIGNON-RETURN-CODE     PIC 9(02).
006800
006900 01  J5-OPER-ID-INPUT          PIC X(08).
007000 01  J5-OPER-NAME-INPUT        PIC X(20).
007100 01  J5-PASSWORD-INPUT         PIC X(08).
007200 01  J5-LEVEL-INPUT            PIC X(01).
007300 01  J5-ACTIVE-INPUT           PIC X(01).
007400
007500*-----------------------------------------------------------*
007600* CHANGE-JOURNAL IMAGES OF THE RECORD EITHER SIDE OF THE     *
007700* CHANGE.  THE PASSWORD POSITIONS (29-36 OF THE RECORD) ARE  *
007800* OVERLAID WITH ASTERISKS BEFORE THE IMAGE IS JOURNALED.     *
007900*-----------------------------------------------------------*
008000 01  J5-JRNL-ACTION            PIC X(01).
008100 01  J5-JRNL-KEY               PIC X(20).
008200 01  J5-BEFORE-IMAGE           PIC X(70).
008300 01  J5-AFTER-IMAGE            PIC X(70).
008400 01  J5-OLD-PASSWORD           PIC X(08).
008500
008600 PROCEDURE DIVISION.
008700*===========================================================*
008800* 0000-MAINLINE.                                             *
008900*===========================================================*
009000 0000-MAINLINE.
009100     MOVE 0 TO RETURN-CODE
009200
009300     PERFORM 1000-INITIALIZE
009400         THRU 1000-INITIALIZE-EXIT
009500
009600     IF RETURN-CODE NOT = 0
009700         GO TO 0000-MAINLINE-EXIT
009800     END-IF
009900
010000     PERFORM 1500-ACCEPT-ENTRY
010100         THRU 1500-ACCEPT-ENTRY-EXIT
010200
010300     IF J5-ENTRY-IS-INVALID
010400         PERFORM 2100-REJECT-RUN
010500             THRU 2100-REJECT-RUN-EXIT
010600         GO TO 0000-MAINLINE-EXIT
010700     END-IF
010800
010900     PERFORM 3000-UPDATE-OPERATOR
011000         THRU 3000-UPDATE-OPERATOR-EXIT
011100
011200     IF J5-ENTRY-IS-INVALID
011300         PERFORM 2100-REJECT-RUN
011400             THRU 2100-REJECT-RUN-EXIT
011500         GO TO 0000-MAINLINE-EXIT
011600     END-IF
011700
011800     IF RETURN-CODE = 0
011900         DISPLAY "[JAROPRM] OPERATOR " J5-OPER-ID-INPUT
012000             " UPDATED"
012100     ELSE
012200         DISPLAY "[JAROPRM] UPDATE FAILED - OPERATOR FILE NOT "
012300             "UPDATED"
012400     END-IF
012500
012600     PERFORM 9000-TERMINATE
012700         THRU 9000-TERMINATE-EXIT
012800
012900     GO TO 0000-MAINLINE-EXIT.
013000
013100 0000-MAINLINE-EXIT.
013200     STOP RUN RETURNING RETURN-CODE.
013300
013400*===========================================================*
013500* 1000-INITIALIZE.                                           *
013600* A MISSING OPERATOR FILE IS THE CLEAN-SYSTEM CASE: NO SIGN- *
013700* ON, AND THE FILE IS CREATED WITH AN OPEN OUTPUT/CLOSE AND  *
013800* RE-OPENED I-O (SAME BOOTSTRAP AS JARCATM).  OTHERWISE A    *
013900* SUPERVISOR MUST SIGN ON BEFORE THE FILE IS OPENED FOR      *
014000* UPDATE.                                                    *
014100*===========================================================*
014200 1000-INITIALIZE.
014300     OPEN INPUT OPERATOR-FILE
014400     IF J5-OPERATOR-FILE-MISSING
014500         SET J5-FIRST-OPERATOR TO TRUE
014600         DISPLAY "[JAROPRM] NO OPERATOR FILE - ENTER THE FIRST "
014700             "SUPERVISOR"
014800     ELSE
014900         CLOSE OPERATOR-FILE
015000         PERFORM 1100-SIGN-ON
015100             THRU 1100-SIGN-ON-EXIT
015200         IF RETURN-CODE NOT = 0
015300             GO TO 1000-INITIALIZE-EXIT
015400         END-IF
015500     END-IF
015600
015700     OPEN I-O OPERATOR-FILE
015800     IF J5-OPERATOR-FILE-MISSING
015900         OPEN OUTPUT OPERATOR-FILE
016000         CLOSE OPERATOR-FILE
016100         OPEN I-O OPERATOR-FILE
016200     END-IF.
016300
016400 1000-INITIALIZE-EXIT.
016500     EXIT.
016600
016700*===========================================================*
016800* 1100-SIGN-ON.                                              *
016900* OPERATOR MAINTENANCE IS SUPERVISOR WORK.                   *
017000*===========================================================*
017100 1100-SIGN-ON.
017200     CALL "JARSIGN" USING "JAROPRM "
017300                          J5-SIGNON-OPER-ID
017400                          J5-SIGNON-LEVEL
017500                          J5-SIGNON-RETURN-CODE
017600
017700     IF J5-SIGNON-RETURN-CODE NOT = 0
017800         DISPLAY "[JAROPRM] UPDATE REJECTED - NOT SIGNED ON"
017900         MOVE 16 TO RETURN-CODE
018000         GO TO 1100-SIGN-ON-EXIT
018100     END-IF
018200
018300     IF NOT J5-SIGNON-SUPERVISOR
018400         DISPLAY "[JAROPRM] UPDATE REJECTED - SUPERVISOR "
018500             "AUTHORITY REQUIRED"
018600         MOVE 16 TO RETURN-CODE
018700     END-IF.
018800
018900 1100-SIGN-ON-EXIT.
019000     EXIT.
019100
019200*===========================================================*
019300* 1500-ACCEPT-ENTRY.                                         *
019400* PROMPTS FOR THE OPERATOR AND EVERYTHING SIGN-ON NEEDS.     *
019500*===========================================================*
019600 1500-ACCEPT-ENTRY.
019700     SET J5-ENTRY-IS-VALID TO TRUE
019800     MOVE SPACES TO J5-REJECT-REASON
019900
020000     DISPLAY "OPERATOR ID (8 CHARS): " WITH NO ADVANCING
020100     ACCEPT J5-OPER-ID-INPUT FROM CONSOLE
020200
020300     DISPLAY "OPERATOR NAME: " WITH NO ADVANCING
020400     ACCEPT J5-OPER-NAME-INPUT FROM CONSOLE
020500
020600     DISPLAY "PASSWORD (8 CHARS) - BLANK TO KEEP: "
020700         WITH NO ADVANCING
020800     ACCEPT J5-PASSWORD-INPUT FROM CONSOLE
020900
021000     DISPLAY "AUTHORITY (S=SUPERVISOR, O=OPERATOR): "
021100         WITH NO ADVANCING
021200     ACCEPT J5-LEVEL-INPUT FROM CONSOLE
021300
021400     DISPLAY "ACTIVE (Y/N): " WITH NO ADVANCING
021500     ACCEPT J5-ACTIVE-INPUT FROM CONSOLE
021600
021700     IF J5-OPER-ID-INPUT = SPACES
021800         SET J5-ENTRY-IS-INVALID TO TRUE
021900         MOVE "OPERATOR ID IS BLANK" TO J5-REJECT-REASON
022000         GO TO 1500-ACCEPT-ENTRY-EXIT
022100     END-IF
022200
022300     IF J5-OPER-NAME-INPUT = SPACES
022400         SET J5-ENTRY-IS-INVALID TO TRUE
022500         MOVE "OPERATOR NAME IS BLANK" TO J5-REJECT-REASON
022600         GO TO 1500-ACCEPT-ENTRY-EXIT
022700     END-IF
022800
022900     IF J5-LEVEL-INPUT NOT = "S" AND J5-LEVEL-INPUT NOT = "O"
023000         SET J5-ENTRY-IS-INVALID TO TRUE
023100         MOVE "AUTHORITY IS NOT S OR O" TO J5-REJECT-REASON
023200         GO TO 1500-ACCEPT-ENTRY-EXIT
023300     END-IF
023400
023500     IF J5-ACTIVE-INPUT NOT = "Y" AND J5-ACTIVE-INPUT NOT = "N"
023600         SET J5-ENTRY-IS-INVALID TO TRUE
023700         MOVE "ACTIVE FLAG IS NOT Y OR N" TO J5-REJECT-REASON
023800         GO TO 1500-ACCEPT-ENTRY-EXIT
023900     END-IF
024000
024100     IF J5-FIRST-OPERATOR
024200         AND (J5-LEVEL-INPUT NOT = "S"
024300             OR J5-ACTIVE-INPUT NOT = "Y")
024400         SET J5-ENTRY-IS-INVALID TO TRUE
024500         MOVE "FIRST OPERATOR MUST BE AN ACTIVE SUPERVISOR"
024600                                TO J5-REJECT-REASON
024700         GO TO 1500-ACCEPT-ENTRY-EXIT
024800     END-IF
024900
025000     IF J5-OPER-ID-INPUT = J5-SIGNON-OPER-ID
025100         AND (J5-LEVEL-INPUT NOT = "S"
025200             OR J5-ACTIVE-INPUT NOT = "Y")
025300         SET J5-ENTRY-IS-INVALID TO TRUE
025400         MOVE "CANNOT DEMOTE OR RETIRE YOURSELF"
025500                                TO J5-REJECT-REASON
025600     END-IF.
025700
025800 1500-ACCEPT-ENTRY-EXIT.
025900     EXIT.
026000
026100*===========================================================*
026200* 2100-REJECT-RUN.                                           *
026300* NOTHING IS WRITTEN TO THE OPERATOR FILE WHEN VALIDATION    *
026400* FAILS.                                                     *
026500*===========================================================*
026600 2100-REJECT-RUN.
026700     DISPLAY "[JAROPRM] UPDATE REJECTED - " J5-REJECT-REASON
026800     CLOSE OPERATOR-FILE
026900     MOVE 16 TO RETURN-CODE.
027000
027100 2100-REJECT-RUN-EXIT.
027200     EXIT.
027300
027400*===========================================================*
027500* 3000-UPDATE-OPERATOR.                                      *
027600* REWRITES THE OPERATOR'S RECORD IF IT EXISTS, OR CREATES    *
027700* IT.  A NEW OPERATOR MUST BE GIVEN A PASSWORD.  OPERATORS   *
027800* ARE NEVER DELETED - THE JOURNAL KEEPS POINTING AT THEM.    *
027900*===========================================================*
028000 3000-UPDATE-OPERATOR.
028100     MOVE J5-OPER-ID-INPUT TO OP-OPER-ID
028200     READ OPERATOR-FILE
028300         INVALID KEY
028400             CONTINUE
028500     END-READ
028600
028700     MOVE SPACES TO J5-BEFORE-IMAGE
028800     MOVE SPACES TO J5-OLD-PASSWORD
028900     IF J5-OPERATOR-OK
029000         MOVE OP-PASSWORD     TO J5-OLD-PASSWORD
029100         MOVE OPERATOR-RECORD TO J5-BEFORE-IMAGE
029200         MOVE ALL "*"         TO J5-BEFORE-IMAGE (29:8)
029300         MOVE "C"             TO J5-JRNL-ACTION
029400     ELSE
029500         MOVE "A"             TO J5-JRNL-ACTION
029600         IF J5-PASSWORD-INPUT = SPACES
029700             SET J5-ENTRY-IS-INVALID TO TRUE
029800             MOVE "A NEW OPERATOR NEEDS A PASSWORD"
029900                                TO J5-REJECT-REASON
030000             GO TO 3000-UPDATE-OPERATOR-EXIT
030100         END-IF
030200     END-IF
030300
030400     MOVE J5-OPER-ID-INPUT   TO OP-OPER-ID
030500     MOVE J5-OPER-NAME-INPUT TO OP-OPER-NAME
030600     IF J5-PASSWORD-INPUT = SPACES
030700         MOVE J5-OLD-PASSWORD   TO OP-PASSWORD
030800     ELSE
030900         MOVE J5-PASSWORD-INPUT TO OP-PASSWORD
031000     END-IF
031100     MOVE J5-LEVEL-INPUT     TO OP-AUTH-LEVEL
031200     MOVE J5-ACTIVE-INPUT    TO OP-ACTIVE-SW
031300
031400     IF J5-OPERATOR-OK
031500         REWRITE OPERATOR-RECORD
031600     ELSE
031700         IF J5-OPERATOR-NOTFOUND
031800             WRITE OPERATOR-RECORD
031900         ELSE
032000             MOVE 12 TO RETURN-CODE
032100             GO TO 3000-UPDATE-OPERATOR-EXIT
032200         END-IF
032300     END-IF
032400
032500     IF NOT J5-OPERATOR-OK
032600         MOVE 12 TO RETURN-CODE
032700         GO TO 3000-UPDATE-OPERATOR-EXIT
032800     END-IF
032900
033000     PERFORM 3500-JOURNAL-CHANGE
033100         THRU 3500-JOURNAL-CHANGE-EXIT.
033200
033300 3000-UPDATE-OPERATOR-EXIT.
033400     EXIT.
033500
033600*===========================================================*
033700* 3500-JOURNAL-CHANGE.                                       *
033800* ON THE CLEAN-SYSTEM RUN NOBODY IS SIGNED ON, SO THE FIRST  *
033900* SUPERVISOR IS JOURNALED AS HAVING CREATED THEMSELVES.      *
034000*===========================================================*
034100 3500-JOURNAL-CHANGE.
034200     IF J5-FIRST-OPERATOR
034300         MOVE J5-OPER-ID-INPUT TO J5-SIGNON-OPER-ID
034400     END-IF
034500
034600     MOVE OPERATOR-RECORD  TO J5-AFTER-IMAGE
034700     MOVE ALL "*"          TO J5-AFTER-IMAGE (29:8)
034800     MOVE J5-OPER-ID-INPUT TO J5-JRNL-KEY
034900
035000     CALL "CHGLOG" USING J5-SIGNON-OPER-ID
035100                         "JAROPRM "
035200                         J5-JRNL-ACTION
035300                         J5-JRNL-KEY
035400                         J5-BEFORE-IMAGE
035500                         J5-AFTER-IMAGE.
035600
035700 3500-JOURNAL-CHANGE-EXIT.
035800     EXIT.
035900
036000*===========================================================*
036100* 9000-TERMINATE.                                            *
036200*===========================================================*
036300 9000-TERMINATE.
036400     CLOSE OPERATOR-FILE.
036500
036600 9000-TERMINATE-EXIT.
036700     EXIT.
