000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    JARCAPM.
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
001300*                    the JARCAP balance caps - a full FFA jar *
001400*                    kept taking its whole share every payday *
001500*                    and the excess had to be moved by hand   *
001600*                    with JARXFER.  Same prompt-validate-     *
001700*                    write flow as JARSAVM, supervisor        *
001800*                    sign-on like JARPCTM since it changes    *
001900*                    where the income split lands.            *
002000*-----------------------------------------------------------*
002100* ACCEPTS ONE JAR CAP (ACCOUNT, JAR, MAXIMUM BALANCE,        *
002200* OVERFLOW JAR) AND WRITES IT TO JARCAP - REPLACING THE      *
002300* JAR'S CAP IF IT ALREADY HAS ONE, ADDING IT OTHERWISE.  A   *
002400* CAP IS LIFTED BY RE-ENTERING IT WITH MAXIMUM 000000.00,    *
002500* NOT BY DELETION.  THE OVERFLOW JAR MUST BE ONE OF THE      *
002600* FIVE JARS AND NOT THE CAPPED JAR ITSELF.  NOTHING IS       *
002700* WRITTEN IF ANY ENTRY FAILS VALIDATION.  THE CAP TAKES      *
002800* EFFECT FROM THE NEXT JAREOD RUN.                           *
002900*-----------------------------------------------------------*
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT JARCAP-FILE ASSIGN TO "JARCAP"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS CP-KEY
003800         FILE STATUS IS J5-JARCAP-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  JARCAP-FILE.
004300     COPY JARCAP.
004400
004500 WORKING-STORAGE SECTION.
004600 01  J5-JARCAP-STATUS          PIC X(02).
004700     88  J5-JARCAP-OK          VALUE "00".
004800     88  J5-JARCAP-NOTFOUND    VALUE "23".
004900     88  J5-JARCAP-FILE-MISSING VALUE "35".
005000
005100 01  J5-ENTRY-VALID-SW         PIC X(01) VALUE "Y".
005200     88  J5-ENTRY-IS-VALID     VALUE "Y".
005300     88  J5-ENTRY-IS-INVALID   VALUE "N".
005400
005500 01  J5-REJECT-REASON          PIC X(40) VALUE SPACES.
005600
005700 01  J5-TODAY                  PIC 9(08).
005800
005900*-----------------------------------------------------------*
006000* OPERATOR INPUT FOR THE AMOUNT IS ACCEPTED AS TEXT IN       *
006100* NNNNNN.NN FORMAT, NOT DIRECTLY INTO A NUMERIC FIELD, SO A  *
006200* MISSING DECIMAL POINT IS CAUGHT HERE RATHER THAN SILENTLY  *
006300* SCALED WRONG BY THE IMPLIED DECIMAL (SAME GUARD AS         *
006400* JARSORDM AND JARSPEND).                                    *
006500*-----------------------------------------------------------*
006600 01  J5-ACCT-ID-INPUT          PIC X(02).
006700 01  J5-JAR-ID-INPUT           PIC X(02).
006800 01  J5-OVERFLOW-JAR-INPUT     PIC X(02).
006900 01  J5-AMOUNT-INPUT.
007000     05  J5-AMI-WHOLE          PIC X(06).
007100     05  J5-AMI-DOT            PIC X(01).
007200     05  J5-AMI-FRAC           PIC X(02).
007300 01  J5-AMI-WHOLE-NUM          PIC 9(06).
007400 01  J5-AMI-FRAC-NUM           PIC 9(02).
007500
007600 01  J5-MAX-BALANCE            PIC 9(12)V99 VALUE 0.
007700
007800*-----------------------------------------------------------*
007900* THE FIVE JARS, FOR VALIDATING BOTH JAR IDS.                *
008000*-----------------------------------------------------------*
008100 01  J5-JAR-TABLE.
008200     05  J5-JAR-ENTRY OCCURS 5 TIMES INDEXED BY J5-JAR-IDX.
008300         10  J5-JAR-ID         PIC X(02).
008400
008500 01  J5-JAR-KNOWN-SW           PIC X(01) VALUE "N".
008600     88  J5-JAR-IS-KNOWN       VALUE "Y".
008700
008800*-----------------------------------------------------------*
008900* WHO SIGNED ON, AND THE CHANGE-JOURNAL IMAGES OF THE CAP    *
009000* RECORD EITHER SIDE OF THE CHANGE (BEFORE IS SPACES WHEN    *
009100* THE CAP IS NEW).                                           *
009200*-----------------------------------------------------------*
009300 01  J5-SIGNON-OPER-ID         PIC X(08) VALUE SPACES.
009400 01  J5-SIGNON-LEVEL           PIC X(01) VALUE SPACES.
009500     88  J5-SIGNON-SUPERVISOR  VALUE "S".
009600 01  J5-SIGNON-RETURN-CODE     PIC 9(02).
009700 01  J5-JRNL-ACTION            PIC X(01).
009800 01  J5-JRNL-KEY               PIC X(20).
009900 01  J5-BEFORE-IMAGE           PIC X(70).
010000 01  J5-AFTER-IMAGE            PIC X(70).
010100
010200 PROCEDURE DIVISION.
010300*===========================================================*
010400* 0000-MAINLINE.                                             *
010500*===========================================================*
010600 0000-MAINLINE.
010700     MOVE 0 TO RETURN-CODE
010800
010900     PERFORM 0500-SIGN-ON
011000         THRU 0500-SIGN-ON-EXIT
011100
011200     IF RETURN-CODE NOT = 0
011300         GO TO 0000-MAINLINE-EXIT
011400     END-IF
011500
011600     PERFORM 1000-INITIALIZE
011700         THRU 1000-INITIALIZE-EXIT
011800
011900     PERFORM 1500-ACCEPT-ENTRY
012000         THRU 1500-ACCEPT-ENTRY-EXIT
012100
012200     IF J5-ENTRY-IS-INVALID
012300         PERFORM 2100-REJECT-RUN
012400             THRU 2100-REJECT-RUN-EXIT
012500         GO TO 0000-MAINLINE-EXIT
012600     END-IF
012700
012800     PERFORM 3000-UPDATE-CAP
012900         THRU 3000-UPDATE-CAP-EXIT
013000
013100     IF RETURN-CODE = 0
013200         DISPLAY "[JARCAPM] BALANCE CAP FOR JAR "
013300             J5-JAR-ID-INPUT " UPDATED"
013400     ELSE
013500         DISPLAY "[JARCAPM] UPDATE FAILED - JARCAP NOT "
013600             "UPDATED"
013700     END-IF
013800
013900     PERFORM 9000-TERMINATE
014000         THRU 9000-TERMINATE-EXIT
014100
014200     GO TO 0000-MAINLINE-EXIT.
014300
014400 0000-MAINLINE-EXIT.
014500     STOP RUN RETURNING RETURN-CODE.
014600
014700*===========================================================*
014800* 0500-SIGN-ON.                                              *
014900* A CAP REDIRECTS PART OF THE INCOME SPLIT, SO SETTING ONE   *
015000* IS SUPERVISOR WORK, THE SAME AS CHANGING JARPCT.  NOTHING  *
015100* IS OPENED UNTIL THE SIGN-ON HAS BEEN ACCEPTED.             *
015200*===========================================================*
015300 0500-SIGN-ON.
015400     CALL "JARSIGN" USING "JARCAPM "
015500                          J5-SIGNON-OPER-ID
015600                          J5-SIGNON-LEVEL
015700                          J5-SIGNON-RETURN-CODE
015800
015900     IF J5-SIGNON-RETURN-CODE NOT = 0
016000         DISPLAY "[JARCAPM] UPDATE REJECTED - NOT SIGNED ON"
016100         MOVE 16 TO RETURN-CODE
016200         GO TO 0500-SIGN-ON-EXIT
016300     END-IF
016400
016500     IF NOT J5-SIGNON-SUPERVISOR
016600         DISPLAY "[JARCAPM] UPDATE REJECTED - SUPERVISOR "
016700             "AUTHORITY REQUIRED"
016800         MOVE 16 TO RETURN-CODE
016900     END-IF.
017000
017100 0500-SIGN-ON-EXIT.
017200     EXIT.
017300
017400*===========================================================*
017500* 1000-INITIALIZE.                                           *
017600* LOADS THE JAR IDS AND OPENS THE CONTROL FILE.  THIS        *
017700* TRANSACTION IS JARCAP'S OWN BOOTSTRAP - THE FIRST RUN ON   *
017800* A CLEAN SYSTEM FINDS NO FILE (STATUS 35) AND CREATES IT    *
017900* (SAME BOOTSTRAP AS JARSAVM AND JARGOALM).                  *
018000*===========================================================*
018100 1000-INITIALIZE.
018200     MOVE "01" TO J5-JAR-ID (1)
018300     MOVE "02" TO J5-JAR-ID (2)
018400     MOVE "03" TO J5-JAR-ID (3)
018500     MOVE "04" TO J5-JAR-ID (4)
018600     MOVE "05" TO J5-JAR-ID (5)
018700
018800     ACCEPT J5-TODAY FROM DATE YYYYMMDD
018900
019000     OPEN I-O JARCAP-FILE
019100     IF J5-JARCAP-FILE-MISSING
019200         OPEN OUTPUT JARCAP-FILE
019300         CLOSE JARCAP-FILE
019400         OPEN I-O JARCAP-FILE
019500     END-IF.
019600
019700 1000-INITIALIZE-EXIT.
019800     EXIT.
019900
020000*===========================================================*
020100* 1500-ACCEPT-ENTRY.                                         *
020200* PROMPTS FOR THE ACCOUNT, THE JAR, ITS CAP AND WHERE THE    *
020300* OVERFLOW GOES.                                             *
020400*===========================================================*
020500 1500-ACCEPT-ENTRY.
020600     SET J5-ENTRY-IS-VALID TO TRUE
020700     MOVE SPACES TO J5-REJECT-REASON
020800     MOVE SPACES TO J5-OVERFLOW-JAR-INPUT
020900
021000     DISPLAY "ACCOUNT ID (01-02) - BLANK FOR 01: "
021100         WITH NO ADVANCING
021200     ACCEPT J5-ACCT-ID-INPUT FROM CONSOLE
021300     IF J5-ACCT-ID-INPUT = SPACES
021400         MOVE "01" TO J5-ACCT-ID-INPUT
021500     END-IF
021600
021700     DISPLAY "JAR ID (01-05): " WITH NO ADVANCING
021800     ACCEPT J5-JAR-ID-INPUT FROM CONSOLE
021900
022000     DISPLAY "MAXIMUM BALANCE (FORMAT NNNNNN.NN) - 000000.00 "
022100         "TO LIFT: " WITH NO ADVANCING
022200     ACCEPT J5-AMOUNT-INPUT FROM CONSOLE
022300
022400     IF J5-ACCT-ID-INPUT NOT = "01"
022500         AND J5-ACCT-ID-INPUT NOT = "02"
022600         SET J5-ENTRY-IS-INVALID TO TRUE
022700         MOVE "ACCOUNT IS NOT 01 OR 02" TO J5-REJECT-REASON
022800         GO TO 1500-ACCEPT-ENTRY-EXIT
022900     END-IF
023000
023100     MOVE "N" TO J5-JAR-KNOWN-SW
023200     SET J5-JAR-IDX TO 1
023300     SEARCH J5-JAR-ENTRY
023400         AT END
023500             CONTINUE
023600         WHEN J5-JAR-ID (J5-JAR-IDX) = J5-JAR-ID-INPUT
023700             SET J5-JAR-IS-KNOWN TO TRUE
023800     END-SEARCH
023900
024000     IF NOT J5-JAR-IS-KNOWN
024100         SET J5-ENTRY-IS-INVALID TO TRUE
024200         MOVE "JAR IS NOT ONE OF THE FIVE JARS"
024300                                TO J5-REJECT-REASON
024400         GO TO 1500-ACCEPT-ENTRY-EXIT
024500     END-IF
024600
024700     IF J5-AMI-DOT NOT = "."
024800         OR J5-AMI-WHOLE NOT NUMERIC
024900         OR J5-AMI-FRAC NOT NUMERIC
025000         SET J5-ENTRY-IS-INVALID TO TRUE
025100         MOVE "AMOUNT NOT IN NNNNNN.NN FORMAT"
025200                                TO J5-REJECT-REASON
025300         GO TO 1500-ACCEPT-ENTRY-EXIT
025400     END-IF
025500
025600     MOVE J5-AMI-WHOLE TO J5-AMI-WHOLE-NUM
025700     MOVE J5-AMI-FRAC  TO J5-AMI-FRAC-NUM
025800     COMPUTE J5-MAX-BALANCE =
025900         J5-AMI-WHOLE-NUM + (J5-AMI-FRAC-NUM / 100)
026000
026100*    A LIFTED CAP HAS NOWHERE TO OVERFLOW TO, SO THE OVERFLOW
026200*    JAR IS ONLY ASKED FOR WHEN THERE IS A CAP.
026300     IF J5-MAX-BALANCE = ZERO
026400         GO TO 1500-ACCEPT-ENTRY-EXIT
026500     END-IF
026600
026700     DISPLAY "OVERFLOW JAR ID (01-05): " WITH NO ADVANCING
026800     ACCEPT J5-OVERFLOW-JAR-INPUT FROM CONSOLE
026900
027000     MOVE "N" TO J5-JAR-KNOWN-SW
027100     SET J5-JAR-IDX TO 1
027200     SEARCH J5-JAR-ENTRY
027300         AT END
027400             CONTINUE
027500         WHEN J5-JAR-ID (J5-JAR-IDX) = J5-OVERFLOW-JAR-INPUT
027600             SET J5-JAR-IS-KNOWN TO TRUE
027700     END-SEARCH
027800
027900     IF NOT J5-JAR-IS-KNOWN
028000         SET J5-ENTRY-IS-INVALID TO TRUE
028100         MOVE "OVERFLOW JAR IS NOT ONE OF THE FIVE JARS"
028200                                TO J5-REJECT-REASON
028300         GO TO 1500-ACCEPT-ENTRY-EXIT
028400     END-IF
028500
028600     IF J5-OVERFLOW-JAR-INPUT = J5-JAR-ID-INPUT
028700         SET J5-ENTRY-IS-INVALID TO TRUE
028800         MOVE "OVERFLOW JAR IS THE CAPPED JAR ITSELF"
028900                                TO J5-REJECT-REASON
029000     END-IF.
029100
029200 1500-ACCEPT-ENTRY-EXIT.
029300     EXIT.
029400
029500*===========================================================*
029600* 2100-REJECT-RUN.                                           *
029700* NOTHING IS WRITTEN TO JARCAP WHEN VALIDATION FAILS.        *
029800*===========================================================*
029900 2100-REJECT-RUN.
030000     DISPLAY "[JARCAPM] UPDATE REJECTED - " J5-REJECT-REASON
030100     CLOSE JARCAP-FILE
030200     MOVE 16 TO RETURN-CODE.
030300
030400 2100-REJECT-RUN-EXIT.
030500     EXIT.
030600
030700*===========================================================*
030800* 3000-UPDATE-CAP.                                           *
030900* REWRITES THE JAR'S CAP IF IT HAS ONE, OR CREATES IT.       *
031000*===========================================================*
031100 3000-UPDATE-CAP.
031200     MOVE J5-ACCT-ID-INPUT TO CP-ACCT-ID
031300     MOVE J5-JAR-ID-INPUT  TO CP-JAR-ID
031400     READ JARCAP-FILE
031500         INVALID KEY
031600             CONTINUE
031700     END-READ
031800
031900     MOVE SPACES TO J5-BEFORE-IMAGE
032000     MOVE "A"    TO J5-JRNL-ACTION
032100     IF J5-JARCAP-OK
032200         MOVE JARCAP-RECORD TO J5-BEFORE-IMAGE
032300         MOVE "C"           TO J5-JRNL-ACTION
032400     END-IF
032500
032600     MOVE J5-ACCT-ID-INPUT      TO CP-ACCT-ID
032700     MOVE J5-JAR-ID-INPUT       TO CP-JAR-ID
032800     MOVE J5-MAX-BALANCE        TO CP-MAX-BALANCE
032900     MOVE J5-OVERFLOW-JAR-INPUT TO CP-OVERFLOW-JAR-ID
033000     MOVE J5-TODAY              TO CP-SET-DATE
033100
033200     IF J5-JARCAP-OK
033300         REWRITE JARCAP-RECORD
033400     ELSE
033500         IF J5-JARCAP-NOTFOUND
033600             WRITE JARCAP-RECORD
033700         ELSE
033800             MOVE 12 TO RETURN-CODE
033900             GO TO 3000-UPDATE-CAP-EXIT
034000         END-IF
034100     END-IF
034200
034300     IF J5-JARCAP-OK
034400         PERFORM 3600-JOURNAL-CHANGE
034500             THRU 3600-JOURNAL-CHANGE-EXIT
034600     ELSE
034700         MOVE 12 TO RETURN-CODE
034800     END-IF.
034900
035000 3000-UPDATE-CAP-EXIT.
035100     EXIT.
035200
035300*===========================================================*
035400* 3600-JOURNAL-CHANGE.                                       *
035500*===========================================================*
035600 3600-JOURNAL-CHANGE.
035700     MOVE JARCAP-RECORD TO J5-AFTER-IMAGE
035800     MOVE CP-KEY        TO J5-JRNL-KEY
035900
036000     CALL "CHGLOG" USING J5-SIGNON-OPER-ID
036100                         "JARCAPM "
036200                         J5-JRNL-ACTION
036300                         J5-JRNL-KEY
036400                         J5-BEFORE-IMAGE
036500                         J5-AFTER-IMAGE.
036600
036700 3600-JOURNAL-CHANGE-EXIT.
036800     EXIT.
036900
037000*===========================================================*
037100* 9000-TERMINATE.                                            *
037200*===========================================================*
037300 9000-TERMINATE.
037400     CLOSE JARCAP-FILE.
037500
037600 9000-TERMINATE-EXIT.
037700     EXIT.
