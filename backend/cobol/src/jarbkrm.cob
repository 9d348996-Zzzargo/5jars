000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    JARBKRM.
000300 AUTHOR.        Burlacu Vasile.
000400 INSTALLATION.  FIVE-JARS BUDGETING SYSTEM.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.                                     *
000900*-----------------------------------------------------------*
001000*   DATE        BY   DESCRIPTION                            *
001100*   ----------  ---  --------------------------------------- *
001200*   2026-10-15  BV   Original maintenance transaction for     *
001300*                    the BKRULE bank matching rules that      *
001400*                    JARBKMT applies to JARBKRC's bank        *
001500*                    orphans.  Same prompt-validate-write     *
001600*                    flow as JARSORDM, with the JARSIGN       *
001700*                    sign-on and CHGJRNL journal.             *
001800*-----------------------------------------------------------*
001900* ACCEPTS ONE RULE (RULE ID, DESCRIPTION TEXT TO MATCH,      *
002000* ACCOUNT, JAR, CATEGORY, ACTIVE FLAG) AND WRITES IT TO      *
002100* BKRULE - REPLACING THE RULE IF THE ID IS ALREADY ON FILE,  *
002200* ADDING IT OTHERWISE.  THE CATEGORY MUST BE ON JARCAT (THE  *
002300* CHECK JARGATE MAKES WHEN THE REQUEST IS POSTED), SO A BAD  *
002400* RULE IS CAUGHT HERE INSTEAD OF BEING REJECTED EVERY NIGHT. *
002500* A RULE IS RETIRED WITH ACTIVE = N, NOT BY DELETION.        *
002600* NOTHING IS WRITTEN IF ANY ENTRY FAILS VALIDATION.          *
002700*-----------------------------------------------------------*
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT BKRULE-FILE ASSIGN TO "BKRULE"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS BR-RULE-ID
003600         FILE STATUS IS J5-BKRULE-STATUS.
003700
003800     SELECT JARCAT-FILE ASSIGN TO "JARCAT"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS CG-CATEG-CODE
004200         FILE STATUS IS J5-JARCAT-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  BKRULE-FILE.
004700     COPY BKRULE.
004800
004900 FD  JARCAT-FILE.
005000     COPY JARCAT.
005100
005200 WORKING-STORAGE SECTION.
005300 01  J5-BKRULE-STATUS          PIC X(02).
005400     88  J5-BKRULE-OK          VALUE "00".
005500     88  J5-BKRULE-NOTFOUND    VALUE "23".
005600     88  J5-BKRULE-FILE-MISSING VALUE "35".
005700
005800 01  J5-JARCAT-STATUS          PIC X(02).
005900     88  J5-JARCAT-OK          VALUE "00".
006000     88  J5-JARCAT-NOTFOUND    VALUE "23".
006100     88  J5-JARCAT-FILE-MISSING VALUE "35".
006200
006300 01  J5-ENTRY-VALID-SW         PIC X(01) VALUE "Y".
006400     88  J5-ENTRY-IS-VALID     VALUE "Y".
006500     88  J5-ENTRY-IS-INVALID   VALUE "N".
006600
006700 01  J5-REJECT-REASON          PIC X(40) VALUE SPACES.
006800
006900 01  J5-RULE-ID-INPUT          PIC X(03).
007000 01  J5-PATTERN-INPUT          PIC X(20).
007100 01  J5-ACCT-ID-INPUT          PIC X(02).
007200 01  J5-JAR-ID-INPUT           PIC X(02).
007300 01  J5-CATEG-CODE-INPUT       PIC X(04).
007400 01  J5-ACTIVE-INPUT           PIC X(01).
007500
007600*-----------------------------------------------------------*
007700* THE FIVE JARS, FOR VALIDATING THE JAR THE RULE POSTS TO.   *
007800*-----------------------------------------------------------*
007900 01  J5-JAR-TABLE.
008000     05  J5-JAR-ENTRY OCCURS 5 TIMES INDEXED BY J5-JAR-IDX.
008100         10  J5-JAR-ID         PIC X(02).
008200
008300 01  J5-JAR-KNOWN-SW           PIC X(01) VALUE "N".
008400     88  J5-JAR-IS-KNOWN       VALUE "Y".
008500
008600*-----------------------------------------------------------*
008700* WHO SIGNED ON, AND THE CHANGE-JOURNAL IMAGES OF THE RULE   *
008800* RECORD EITHER SIDE OF THE CHANGE (BEFORE IS SPACES WHEN    *
008900* THE RULE IS NEW).                                          *
009000*-----------------------------------------------------------*
009100 01  J5-SIGNON-OPER-ID         PIC X(08) VALUE SPACES.
009200 01  J5-SIGNON-LEVEL           PIC X(01) VALUE SPACES.
009300 01  J5-SIGNON-RETURN-CODE     PIC 9(02).
009400 01  J5-JRNL-ACTION            PIC X(01).
009500 01  J5-JRNL-KEY               PIC X(20).
009600 01  J5-BEFORE-IMAGE           PIC X(70).
009700 01  J5-AFTER-IMAGE            PIC X(70).
009800
009900 PROCEDURE DIVISION.
010000*===========================================================*
010100* 0000-MAINLINE.                                             *
010200*===========================================================*
010300 0000-MAINLINE.
010400     MOVE 0 TO RETURN-CODE
010500
010600     PERFORM 0500-SIGN-ON
010700         THRU 0500-SIGN-ON-EXIT
010800
010900     IF RETURN-CODE NOT = 0
011000         GO TO 0000-MAINLINE-EXIT
011100     END-IF
011200
011300     PERFORM 1000-INITIALIZE
011400         THRU 1000-INITIALIZE-EXIT
011500
011600     PERFORM 1500-ACCEPT-ENTRY
011700         THRU 1500-ACCEPT-ENTRY-EXIT
011800
011900     IF J5-ENTRY-IS-INVALID
012000         PERFORM 2100-REJECT-RUN
012100             THRU 2100-REJECT-RUN-EXIT
012200         GO TO 0000-MAINLINE-EXIT
012300     END-IF
012400
012500     PERFORM 3000-UPDATE-RULE
012600         THRU 3000-UPDATE-RULE-EXIT
012700
012800     IF RETURN-CODE = 0
012900         DISPLAY "[JARBKRM] MATCHING RULE " J5-RULE-ID-INPUT
013000             " UPDATED"
013100     ELSE
013200         DISPLAY "[JARBKRM] UPDATE FAILED - BKRULE NOT "
013300             "UPDATED"
013400     END-IF
013500
013600     PERFORM 9000-TERMINATE
013700         THRU 9000-TERMINATE-EXIT
013800
013900     GO TO 0000-MAINLINE-EXIT.
014000
014100 0000-MAINLINE-EXIT.
014200     STOP RUN RETURNING RETURN-CODE.
014300
014400*===========================================================*
014500* 0500-SIGN-ON.                                              *
014600* ANY ACTIVE OPERATOR MAY MAINTAIN THE RULES, AS WITH        *
014700* STANDING ORDERS - EVERY REQUEST A RULE RAISES STILL GOES   *
014800* THROUGH JARGATE'S VALIDATION.  NOTHING IS OPENED UNTIL     *
014900* THE SIGN-ON HAS BEEN ACCEPTED.                             *
015000*===========================================================*
015100 0500-SIGN-ON.
015200     CALL "JARSIGN" USING "JARBKRM "
015300                          J5-SIGNON-OPER-ID
015400                          J5-SIGNON-LEVEL
015500                          J5-SIGNON-RETURN-CODE
015600
015700     IF J5-SIGNON-RETURN-CODE NOT = 0
015800         DISPLAY "[JARBKRM] UPDATE REJECTED - NOT SIGNED ON"
015900         MOVE 16 TO RETURN-CODE
016000     END-IF.
016100
016200 0500-SIGN-ON-EXIT.
016300     EXIT.
016400
016500*===========================================================*
016600* 1000-INITIALIZE.                                           *
016700* LOADS THE JAR IDS AND OPENS THE CONTROL FILE.  THIS        *
016800* TRANSACTION IS BKRULE'S OWN BOOTSTRAP - THE FIRST RUN ON   *
016900* A CLEAN SYSTEM FINDS NO FILE (STATUS 35) AND CREATES IT    *
017000* (SAME BOOTSTRAP AS JARSORDM AND JARGOALM).                 *
017100*===========================================================*
017200 1000-INITIALIZE.
017300     MOVE "01" TO J5-JAR-ID (1)
017400     MOVE "02" TO J5-JAR-ID (2)
017500     MOVE "03" TO J5-JAR-ID (3)
017600     MOVE "04" TO J5-JAR-ID (4)
017700     MOVE "05" TO J5-JAR-ID (5)
017800
017900     OPEN I-O BKRULE-FILE
018000     IF J5-BKRULE-FILE-MISSING
018100         OPEN OUTPUT BKRULE-FILE
018200         CLOSE BKRULE-FILE
018300         OPEN I-O BKRULE-FILE
018400     END-IF.
018500
018600 1000-INITIALIZE-EXIT.
018700     EXIT.
018800
018900*===========================================================*
019000* 1500-ACCEPT-ENTRY.                                         *
019100* PROMPTS FOR THE RULE AND VALIDATES EVERY FIELD BEFORE      *
019200* ANYTHING IS WRITTEN.                                       *
019300*===========================================================*
019400 1500-ACCEPT-ENTRY.
019500     SET J5-ENTRY-IS-VALID TO TRUE
019600     MOVE SPACES TO J5-REJECT-REASON
019700
019800     DISPLAY "RULE ID (001-999): " WITH NO ADVANCING
019900     ACCEPT J5-RULE-ID-INPUT FROM CONSOLE
020000
020100     DISPLAY "DESCRIPTION TEXT TO MATCH: " WITH NO ADVANCING
020200     ACCEPT J5-PATTERN-INPUT FROM CONSOLE
020300
020400     DISPLAY "ACCOUNT ID (01-02) - BLANK FOR 01: "
020500         WITH NO ADVANCING
020600     ACCEPT J5-ACCT-ID-INPUT FROM CONSOLE
020700     IF J5-ACCT-ID-INPUT = SPACES
020800         MOVE "01" TO J5-ACCT-ID-INPUT
020900     END-IF
021000
021100     DISPLAY "JAR ID (01-05): " WITH NO ADVANCING
021200     ACCEPT J5-JAR-ID-INPUT FROM CONSOLE
021300
021400     DISPLAY "CATEGORY CODE: " WITH NO ADVANCING
021500     ACCEPT J5-CATEG-CODE-INPUT FROM CONSOLE
021600
021700     DISPLAY "ACTIVE (Y/N): " WITH NO ADVANCING
021800     ACCEPT J5-ACTIVE-INPUT FROM CONSOLE
021900
022000     IF J5-RULE-ID-INPUT NOT NUMERIC
022100         OR J5-RULE-ID-INPUT = "000"
022200         SET J5-ENTRY-IS-INVALID TO TRUE
022300         MOVE "RULE ID IS NOT 001-999" TO J5-REJECT-REASON
022400         GO TO 1500-ACCEPT-ENTRY-EXIT
022500     END-IF
022600
022700*    THE PATTERN IS MATCHED FROM ITS FIRST CHARACTER TO ITS LAST
022800*    NON-BLANK ONE, SO A LEADING BLANK WOULD BECOME PART OF IT.
022900     IF J5-PATTERN-INPUT = SPACES
023000         OR J5-PATTERN-INPUT (1:1) = SPACE
023100         SET J5-ENTRY-IS-INVALID TO TRUE
023200         MOVE "MATCH TEXT IS BLANK OR STARTS WITH A BLANK"
023300                                TO J5-REJECT-REASON
023400         GO TO 1500-ACCEPT-ENTRY-EXIT
023500     END-IF
023600
023700     IF J5-ACCT-ID-INPUT NOT = "01"
023800         AND J5-ACCT-ID-INPUT NOT = "02"
023900         SET J5-ENTRY-IS-INVALID TO TRUE
024000         MOVE "ACCOUNT IS NOT 01 OR 02" TO J5-REJECT-REASON
024100         GO TO 1500-ACCEPT-ENTRY-EXIT
024200     END-IF
024300
024400     MOVE "N" TO J5-JAR-KNOWN-SW
024500     SET J5-JAR-IDX TO 1
024600     SEARCH J5-JAR-ENTRY
024700         AT END
024800             CONTINUE
024900         WHEN J5-JAR-ID (J5-JAR-IDX) = J5-JAR-ID-INPUT
025000             SET J5-JAR-IS-KNOWN TO TRUE
025100     END-SEARCH
025200
025300     IF NOT J5-JAR-IS-KNOWN
025400         SET J5-ENTRY-IS-INVALID TO TRUE
025500         MOVE "JAR IS NOT ONE OF THE FIVE JARS"
025600                                TO J5-REJECT-REASON
025700         GO TO 1500-ACCEPT-ENTRY-EXIT
025800     END-IF
025900
026000     IF J5-ACTIVE-INPUT NOT = "Y"
026100         AND J5-ACTIVE-INPUT NOT = "N"
026200         SET J5-ENTRY-IS-INVALID TO TRUE
026300         MOVE "ACTIVE FLAG IS NOT Y OR N" TO J5-REJECT-REASON
026400         GO TO 1500-ACCEPT-ENTRY-EXIT
026500     END-IF
026600
026700     PERFORM 1700-CHECK-CATEGORY
026800         THRU 1700-CHECK-CATEGORY-EXIT.
026900
027000 1500-ACCEPT-ENTRY-EXIT.
027100     EXIT.
027200
027300*===========================================================*
027400* 1700-CHECK-CATEGORY.                                       *
027500* THE CATEGORY MUST BE ON THE JARCAT REFERENCE FILE, SAME    *
027600* CHECK AS JARGATE'S 1700-CHECK-CATEGORY.                    *
027700*===========================================================*
027800 1700-CHECK-CATEGORY.
027900     IF J5-CATEG-CODE-INPUT = SPACES
028000         SET J5-ENTRY-IS-INVALID TO TRUE
028100         MOVE "CATEGORY CODE IS BLANK" TO J5-REJECT-REASON
028200         GO TO 1700-CHECK-CATEGORY-EXIT
028300     END-IF
028400
028500     OPEN INPUT JARCAT-FILE
028600
028700     IF J5-JARCAT-FILE-MISSING
028800         SET J5-ENTRY-IS-INVALID TO TRUE
028900         MOVE "JARCAT NOT FOUND - RUN JARCATM FIRST"
029000                                TO J5-REJECT-REASON
029100         GO TO 1700-CHECK-CATEGORY-EXIT
029200     END-IF
029300
029400     MOVE J5-CATEG-CODE-INPUT TO CG-CATEG-CODE
029500     READ JARCAT-FILE
029600         INVALID KEY
029700             CONTINUE
029800     END-READ
029900
030000     IF NOT J5-JARCAT-OK
030100         SET J5-ENTRY-IS-INVALID TO TRUE
030200         MOVE "CATEGORY CODE NOT ON JARCAT" TO J5-REJECT-REASON
030300     END-IF
030400
030500     CLOSE JARCAT-FILE.
030600
030700 1700-CHECK-CATEGORY-EXIT.
030800     EXIT.
030900
031000*===========================================================*
031100* 2100-REJECT-RUN.                                           *
031200* NOTHING IS WRITTEN TO BKRULE WHEN VALIDATION FAILS.        *
031300*===========================================================*
031400 2100-REJECT-RUN.
031500     DISPLAY "[JARBKRM] UPDATE REJECTED - " J5-REJECT-REASON
031600     CLOSE BKRULE-FILE
031700     MOVE 16 TO RETURN-CODE.
031800
031900 2100-REJECT-RUN-EXIT.
032000     EXIT.
032100
032200*===========================================================*
032300* 3000-UPDATE-RULE.                                          *
032400* REWRITES THE RULE IF ITS ID IS ON FILE, OR CREATES IT.     *
032500*===========================================================*
032600 3000-UPDATE-RULE.
032700     MOVE J5-RULE-ID-INPUT TO BR-RULE-ID
032800     READ BKRULE-FILE
032900         INVALID KEY
033000             CONTINUE
033100     END-READ
033200
033300     MOVE SPACES TO J5-BEFORE-IMAGE
033400     MOVE "A"    TO J5-JRNL-ACTION
033500     IF J5-BKRULE-OK
033600         MOVE BKRULE-RECORD TO J5-BEFORE-IMAGE
033700         MOVE "C"           TO J5-JRNL-ACTION
033800     END-IF
033900
034000     MOVE J5-RULE-ID-INPUT    TO BR-RULE-ID
034100     MOVE J5-PATTERN-INPUT    TO BR-PATTERN
034200     MOVE J5-ACCT-ID-INPUT    TO BR-ACCT-ID
034300     MOVE J5-JAR-ID-INPUT     TO BR-JAR-ID
034400     MOVE J5-CATEG-CODE-INPUT TO BR-CATEG-CODE
034500     MOVE J5-ACTIVE-INPUT     TO BR-ACTIVE-SW
034600
034700     IF J5-BKRULE-OK
034800         REWRITE BKRULE-RECORD
034900     ELSE
035000         IF J5-BKRULE-NOTFOUND
035100             WRITE BKRULE-RECORD
035200         ELSE
035300             MOVE 12 TO RETURN-CODE
035400             GO TO 3000-UPDATE-RULE-EXIT
035500         END-IF
035600     END-IF
035700
035800     IF J5-BKRULE-OK
035900         PERFORM 3600-JOURNAL-CHANGE
036000             THRU 3600-JOURNAL-CHANGE-EXIT
036100     ELSE
036200         MOVE 12 TO RETURN-CODE
036300     END-IF.
036400
036500 3000-UPDATE-RULE-EXIT.
036600     EXIT.
036700
036800*===========================================================*
036900* 3600-JOURNAL-CHANGE.                                       *
037000*===========================================================*
037100 3600-JOURNAL-CHANGE.
037200     MOVE BKRULE-RECORD TO J5-AFTER-IMAGE
037300     MOVE BR-RULE-ID    TO J5-JRNL-KEY
037400
037500     CALL "CHGLOG" USING J5-SIGNON-OPER-ID
037600                         "JARBKRM "
037700                         J5-JRNL-ACTION
037800                         J5-JRNL-KEY
037900                         J5-BEFORE-IMAGE
038000                         J5-AFTER-IMAGE.
038100
038200 3600-JOURNAL-CHANGE-EXIT.
038300     EXIT.
038400
038500*===========================================================*
038600* 9000-TERMINATE.                                            *
038700*===========================================================*
038800 9000-TERMINATE.
038900     CLOSE BKRULE-FILE.
039000
039100 9000-TERMINATE-EXIT.
039200     EXIT.
