000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    JARASOF.
000300 AUTHOR.        Burlacu Vasile.
000400 INSTALLATION.  FIVE-JARS BUDGETING SYSTEM.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.                                     *
000900*-----------------------------------------------------------*
001000*   DATE        BY   DESCRIPTION                            *
001100*   ----------  ---  --------------------------------------- *
001200*   2026-10-15  BV   Original point-in-time jar balance      *
001300*                    report - rebuilds every jar's balance   *
001400*                    at the end of any past date from the    *
001500*                    archived and live ledgers, optionally   *
001600*                    against a second date.                  *
001700*-----------------------------------------------------------*
001800* REBUILDS EACH OF ONE ACCOUNT'S FIVE JAR BALANCES AS THEY   *
001900* STOOD AT THE END OF A PAST DATE, READING THE ARCHIVED      *
002000* (JARTRANA) AND LIVE (JARTRAN) LEDGERS TOGETHER.  A JAR'S   *
002100* BALANCE IS ITS LATEST JARCLOSE BROUGHT-FORWARD (TYPE "B")  *
002200* ENTRY DATED ON OR BEFORE THE DATE, PLUS THE DEPOSITS AND   *
002300* LESS THE WITHDRAWALS DATED FROM THAT ENTRY'S DATE THROUGH  *
002400* THE DATE ITSELF.  A BROUGHT-FORWARD ENTRY CARRIES          *
002500* EVERYTHING BEFORE THE FIRST OF ITS MONTH, SO THE MOVEMENTS *
002600* IT COVERS ARE NOT COUNTED TWICE EVEN THOUGH THE ARCHIVE    *
002700* STILL HOLDS THEM; A JAR WITH NO SUCH ENTRY IS THE SUM OF   *
002800* ALL ITS MOVEMENTS UP TO THE DATE.                          *
002900*                                                            *
003000* EACH JAR IS LISTED ON JARASOF.RPT WITH ITS LAST DEPOSIT OR *
003100* WITHDRAWAL ON OR BEFORE THE DATE.  WHEN A SECOND DATE IS   *
003200* GIVEN THE SAME LIST IS PRINTED FOR IT, FOLLOWED BY THE TWO *
003300* DATES SIDE BY SIDE WITH THE CHANGE PER JAR (SECOND DATE    *
003400* LESS FIRST).  NOTHING IS UPDATED.  A BAD REPLY ENDS THE    *
003500* RUN RC 16; A DATE THAT NEEDS CLOSED MONTHS WHEN THERE IS   *
003600* NO ARCHIVE ENDS IT RC 4.                                   *
003700*-----------------------------------------------------------*
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT JARTRANA-FILE ASSIGN TO "JARTRANA"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS J5-JARTRANA-STATUS.
004500
004600     SELECT JARTRAN-FILE ASSIGN TO "JARTRAN"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS J5-JARTRAN-STATUS.
004900
005000     SELECT JARRPT-FILE ASSIGN TO "JARASOF.RPT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS J5-JARRPT-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  JARTRANA-FILE.
005700 01  JARTRANA-RECORD           PIC X(64).
005800
005900 FD  JARTRAN-FILE.
006000     COPY JARTRAN.
006100
006200 FD  JARRPT-FILE.
006300 01  JARRPT-LINE               PIC X(80).
006400
006500 WORKING-STORAGE SECTION.
006600 01  J5-JARTRANA-STATUS        PIC X(02).
006700     88  J5-TRANA-OK           VALUE "00".
006800     88  J5-TRANA-EOF          VALUE "10".
006900     88  J5-TRANA-NOT-FOUND    VALUE "35".
007000
007100 01  J5-JARTRAN-STATUS         PIC X(02).
007200     88  J5-TRAN-OK            VALUE "00".
007300     88  J5-TRAN-EOF           VALUE "10".
007400     88  J5-TRAN-NOT-FOUND     VALUE "35".
007500
007600 01  J5-JARRPT-STATUS          PIC X(02).
007700
007800 01  J5-ENTRY-VALID-SW         PIC X(01) VALUE "Y".
007900     88  J5-ENTRY-IS-VALID     VALUE "Y".
008000     88  J5-ENTRY-IS-INVALID   VALUE "N".
008100
008200 01  J5-REJECT-REASON          PIC X(40) VALUE SPACES.
008300
008400 01  J5-ACCT-ID-INPUT          PIC X(02).
008500 01  J5-DATE-INPUT             PIC X(08).
008600 01  J5-TODAY                  PIC 9(08).
008700
008800*-----------------------------------------------------------*
008900* THE DATES REPORTED - THE AS-OF DATE AND, WHEN ONE IS       *
009000* GIVEN, THE DATE TO COMPARE IT WITH - AND THE TOTAL ACROSS  *
009100* THE JARS AT EACH.                                          *
009200*-----------------------------------------------------------*
009300 01  J5-POINT-COUNT            PIC 9(01) VALUE 1.
009400 01  J5-POINT-SUB              PIC 9(01).
009500 01  J5-POINT-TABLE.
009600     05  J5-POINT-DATE         PIC 9(08) OCCURS 2 TIMES.
009700     05  J5-POINT-TOTAL        PIC S9(12)V99 OCCURS 2 TIMES.
009800 01  J5-TOTAL-CHANGE           PIC S9(12)V99 VALUE 0.
009900
010000*-----------------------------------------------------------*
010100* A REPLY BEING CHECKED AS A CALENDAR DATE, WITH THE MONTH   *
010200* LENGTHS AND LEAP-YEAR WORK FIELDS AS IN JARFCST.           *
010300*-----------------------------------------------------------*
010400 01  J5-CHECK-DATE             PIC 9(08).
010500 01  FILLER REDEFINES J5-CHECK-DATE.
010600     05  J5-CHECK-YYYY         PIC 9(04).
010700     05  J5-CHECK-MM           PIC 9(02).
010800     05  J5-CHECK-DD           PIC 9(02).
010900 01  J5-DAYS-IN-MONTH          PIC 9(02).
011000 01  J5-LEAP-QUOTIENT          PIC 9(04).
011100 01  J5-LEAP-REMAINDER         PIC 9(03).
011200
011300 01  J5-MONTH-LENGTHS          PIC X(24)
011400                     VALUE "312831303130313130313031".
011500 01  FILLER REDEFINES J5-MONTH-LENGTHS.
011600     05  J5-MONTH-LENGTH       PIC 9(02) OCCURS 12 TIMES.
011700
011800*-----------------------------------------------------------*
011900* EVERY LEDGER RECORD - ARCHIVED OR LIVE - IS MOVED INTO     *
012000* THIS IMAGE OF THE JARTRAN LAYOUT, AS IN JARSETL, SO ONE    *
012100* PATH SERVES BOTH FILES.                                    *
012200*-----------------------------------------------------------*
012300 01  J5-TRAN-WORK.
012400     05  J5-TW-JAR-ID          PIC X(02).
012500     05  J5-TW-TRAN-DATE       PIC 9(08).
012600     05  J5-TW-TRAN-TYPE       PIC X(01).
012700         88  J5-TW-IS-DEPOSIT  VALUE "D".
012800         88  J5-TW-IS-WITHDRAWAL
012900                               VALUE "W".
013000         88  J5-TW-IS-BALANCE-FWD
013100                               VALUE "B".
013200     05  FILLER                PIC X(03).
013300     05  J5-TW-AMOUNT          PIC S9(12)V99.
013400     05  J5-TW-MEMO            PIC X(30).
013500     05  FILLER                PIC X(04).
013600     05  J5-TW-ACCT-ID         PIC X(02).
013700
013800 01  J5-TRAN-ACCT-ID           PIC X(02).
013900
014000 01  J5-PASS-SW                PIC X(01).
014100     88  J5-BFWD-PASS          VALUE "B".
014200     88  J5-MOVEMENT-PASS      VALUE "M".
014300
014400 01  J5-LATER-BFWD-SW          PIC X(01) VALUE "N".
014500     88  J5-LATER-BFWD-SEEN    VALUE "Y".
014600
014700*-----------------------------------------------------------*
014800* THE FIVE JARS, IN DISPLAY ORDER, EACH WITH ONE SET OF      *
014900* FIGURES PER DATE REPORTED: THE DATE OF THE BROUGHT-FORWARD *
015000* ENTRY THE BALANCE STARTS FROM (ZERO WHEN NONE), THE        *
015100* BALANCE BUILT UP FROM IT, AND THE LAST MOVEMENT ON OR      *
015200* BEFORE THE DATE.                                           *
015300*-----------------------------------------------------------*
015400 01  J5-JAR-TABLE.
015500     05  J5-JAR-ENTRY OCCURS 5 TIMES INDEXED BY J5-JAR-IDX.
015600         10  J5-JAR-ID         PIC X(02).
015700         10  J5-JAR-NAME       PIC X(20).
015800         10  J5-JAR-POINT OCCURS 2 TIMES.
015900             15  J5-JP-BFWD-DATE
016000                               PIC 9(08).
016100             15  J5-JP-BALANCE PIC S9(12)V99.
016200             15  J5-JP-LAST-DATE
016300                               PIC 9(08).
016400             15  J5-JP-LAST-TYPE
016500                               PIC X(01).
016600             15  J5-JP-LAST-AMOUNT
016700                               PIC S9(12)V99.
016800             15  J5-JP-LAST-MEMO
016900                               PIC X(30).
017000
017100 01  J5-BALANCE-EDITED         PIC -Z(9)9.99.
017200
017300*-----------------------------------------------------------*
017400* REPORT LINES.                                              *
017500*-----------------------------------------------------------*
017600 01  RL-COLUMN-LINE.
017700     05  FILLER                PIC X(20) VALUE "JAR".
017800     05  FILLER                PIC X(15) VALUE "        BALANCE".
017900     05  FILLER                PIC X(45)
018000         VALUE "  LAST MOVEMENT ON OR BEFORE THE DATE".
018100
018200 01  RL-JAR-LINE.
018300     05  RL-JL-JAR-ID          PIC X(02).
018400     05  FILLER                PIC X(01) VALUE SPACES.
018500     05  RL-JL-JAR-NAME        PIC X(17).
018600     05  FILLER                PIC X(01) VALUE SPACES.
018700     05  RL-JL-BALANCE         PIC -Z(9)9.99.
018800     05  FILLER                PIC X(02) VALUE SPACES.
018900     05  RL-JL-LAST-DATE       PIC X(08).
019000     05  FILLER                PIC X(01) VALUE SPACES.
019100     05  RL-JL-LAST-TYPE       PIC X(01).
019200     05  FILLER                PIC X(01) VALUE SPACES.
019300     05  RL-JL-LAST-AMOUNT     PIC Z(8)9.99 BLANK WHEN ZERO.
019400     05  FILLER                PIC X(01) VALUE SPACES.
019500     05  RL-JL-LAST-MEMO       PIC X(17).
019600
019700 01  RL-TOTAL-LINE.
019800     05  FILLER                PIC X(21) VALUE "   TOTAL".
019900     05  RL-TL-BALANCE         PIC -Z(9)9.99.
020000
020100 01  RL-CMP-COLUMN-LINE.
020200     05  FILLER                PIC X(21) VALUE "JAR".
020300     05  FILLER                PIC X(06) VALUE "AS OF ".
020400     05  RL-CC-DATE-1          PIC 9(08).
020500     05  FILLER                PIC X(07) VALUE " AS OF ".
020600     05  RL-CC-DATE-2          PIC 9(08).
020700     05  FILLER                PIC X(15) VALUE "         CHANGE".
020800
020900 01  RL-CMP-LINE.
021000     05  RL-CL-JAR-ID          PIC X(02).
021100     05  FILLER                PIC X(01) VALUE SPACES.
021200     05  RL-CL-JAR-NAME        PIC X(17).
021300     05  FILLER                PIC X(01) VALUE SPACES.
021400     05  RL-CL-BALANCE-1       PIC -Z(9)9.99.
021500     05  FILLER                PIC X(01) VALUE SPACES.
021600     05  RL-CL-BALANCE-2       PIC -Z(9)9.99.
021700     05  FILLER                PIC X(01) VALUE SPACES.
021800     05  RL-CL-CHANGE          PIC -Z(9)9.99.
021900
022000 PROCEDURE DIVISION.
022100*===========================================================*
022200* 0000-MAINLINE.                                             *
022300*===========================================================*
022400 0000-MAINLINE.
022500     MOVE 0 TO RETURN-CODE
022600
022700     PERFORM 1000-INITIALIZE
022800         THRU 1000-INITIALIZE-EXIT
022900
023000     IF J5-ENTRY-IS-INVALID
023100         PERFORM 1900-REJECT-RUN
023200             THRU 1900-REJECT-RUN-EXIT
023300         GO TO 0000-MAINLINE-EXIT
023400     END-IF
023500
023600     SET J5-BFWD-PASS TO TRUE
023700     PERFORM 2000-SWEEP-ARCHIVED-LEDGER
023800         THRU 2000-SWEEP-ARCHIVED-LEDGER-EXIT
023900     PERFORM 2500-SWEEP-LIVE-LEDGER
024000         THRU 2500-SWEEP-LIVE-LEDGER-EXIT
024100
024200     SET J5-MOVEMENT-PASS TO TRUE
024300     PERFORM 2000-SWEEP-ARCHIVED-LEDGER
024400         THRU 2000-SWEEP-ARCHIVED-LEDGER-EXIT
024500     PERFORM 2500-SWEEP-LIVE-LEDGER
024600         THRU 2500-SWEEP-LIVE-LEDGER-EXIT
024700
024800     PERFORM 3000-WRITE-REPORT
024900         THRU 3000-WRITE-REPORT-EXIT
025000
025100     PERFORM 9000-TERMINATE
025200         THRU 9000-TERMINATE-EXIT
025300
025400     GO TO 0000-MAINLINE-EXIT.
025500
025600 0000-MAINLINE-EXIT.
025700     STOP RUN RETURNING RETURN-CODE.
025800
025900*===========================================================*
026000* 1000-INITIALIZE.                                           *
026100* PROMPTS FOR THE ACCOUNT, THE AS-OF DATE AND THE OPTIONAL   *
026200* DATE TO COMPARE IT WITH.                                   *
026300*===========================================================*
026400 1000-INITIALIZE.
026500     SET J5-ENTRY-IS-VALID TO TRUE
026600     MOVE SPACES TO J5-REJECT-REASON
026700
026800     INITIALIZE J5-JAR-TABLE
026900     INITIALIZE J5-POINT-TABLE
027000     MOVE "01"              TO J5-JAR-ID (1)
027100     MOVE "NECESSITIES"     TO J5-JAR-NAME (1)
027200     MOVE "02"              TO J5-JAR-ID (2)
027300     MOVE "FINANCIAL FREEDOM"
027400                            TO J5-JAR-NAME (2)
027500     MOVE "03"              TO J5-JAR-ID (3)
027600     MOVE "EDUCATION"       TO J5-JAR-NAME (3)
027700     MOVE "04"              TO J5-JAR-ID (4)
027800     MOVE "PLAY"            TO J5-JAR-NAME (4)
027900     MOVE "05"              TO J5-JAR-ID (5)
028000     MOVE "GIVE"            TO J5-JAR-NAME (5)
028100
028200     ACCEPT J5-TODAY FROM DATE YYYYMMDD
028300
028400     DISPLAY "ACCOUNT ID (01-02) - BLANK FOR 01: "
028500         WITH NO ADVANCING
028600     ACCEPT J5-ACCT-ID-INPUT FROM CONSOLE
028700     IF J5-ACCT-ID-INPUT = SPACES
028800         MOVE "01" TO J5-ACCT-ID-INPUT
028900     END-IF
029000     IF J5-ACCT-ID-INPUT NOT = "01"
029100         AND J5-ACCT-ID-INPUT NOT = "02"
029200         SET J5-ENTRY-IS-INVALID TO TRUE
029300         MOVE "ACCOUNT IS NOT 01 OR 02" TO J5-REJECT-REASON
029400         GO TO 1000-INITIALIZE-EXIT
029500     END-IF
029600
029700     DISPLAY "BALANCES AS OF (YYYYMMDD): " WITH NO ADVANCING
029800     ACCEPT J5-DATE-INPUT FROM CONSOLE
029900     PERFORM 1100-EDIT-DATE
030000         THRU 1100-EDIT-DATE-EXIT
030100     IF J5-ENTRY-IS-INVALID
030200         GO TO 1000-INITIALIZE-EXIT
030300     END-IF
030400     MOVE J5-CHECK-DATE TO J5-POINT-DATE (1)
030500
030600     DISPLAY "COMPARE WITH (YYYYMMDD) - BLANK FOR NONE: "
030700         WITH NO ADVANCING
030800     ACCEPT J5-DATE-INPUT FROM CONSOLE
030900     IF J5-DATE-INPUT = SPACES
031000         GO TO 1000-INITIALIZE-EXIT
031100     END-IF
031200     PERFORM 1100-EDIT-DATE
031300         THRU 1100-EDIT-DATE-EXIT
031400     IF J5-ENTRY-IS-INVALID
031500         GO TO 1000-INITIALIZE-EXIT
031600     END-IF
031700     IF J5-CHECK-DATE = J5-POINT-DATE (1)
031800         SET J5-ENTRY-IS-INVALID TO TRUE
031900         MOVE "COMPARE DATE IS THE AS-OF DATE"
032000             TO J5-REJECT-REASON
032100         GO TO 1000-INITIALIZE-EXIT
032200     END-IF
032300     MOVE J5-CHECK-DATE TO J5-POINT-DATE (2)
032400     MOVE 2 TO J5-POINT-COUNT.
032500
032600 1000-INITIALIZE-EXIT.
032700     EXIT.
032800
032900*===========================================================*
033000* 1100-EDIT-DATE.                                            *
033100* A DATE MUST BE A REAL CALENDAR DAY NO LATER THAN TODAY.    *
033200*===========================================================*
033300 1100-EDIT-DATE.
033400     IF J5-DATE-INPUT NOT NUMERIC
033500         SET J5-ENTRY-IS-INVALID TO TRUE
033600         MOVE "DATE IS NOT YYYYMMDD" TO J5-REJECT-REASON
033700         GO TO 1100-EDIT-DATE-EXIT
033800     END-IF
033900     MOVE J5-DATE-INPUT TO J5-CHECK-DATE
034000
034100     IF J5-CHECK-MM < 1 OR J5-CHECK-MM > 12
034200         OR J5-CHECK-DD < 1
034300         SET J5-ENTRY-IS-INVALID TO TRUE
034400         MOVE "DATE IS NOT YYYYMMDD" TO J5-REJECT-REASON
034500         GO TO 1100-EDIT-DATE-EXIT
034600     END-IF
034700
034800     PERFORM 1150-SET-DAYS-IN-MONTH
034900         THRU 1150-SET-DAYS-IN-MONTH-EXIT
035000     IF J5-CHECK-DD > J5-DAYS-IN-MONTH
035100         SET J5-ENTRY-IS-INVALID TO TRUE
035200         MOVE "DATE IS NOT YYYYMMDD" TO J5-REJECT-REASON
035300         GO TO 1100-EDIT-DATE-EXIT
035400     END-IF
035500
035600     IF J5-CHECK-DATE > J5-TODAY
035700         SET J5-ENTRY-IS-INVALID TO TRUE
035800         MOVE "DATE IS AFTER TODAY" TO J5-REJECT-REASON
035900     END-IF.
036000
036100 1100-EDIT-DATE-EXIT.
036200     EXIT.
036300
036400 1150-SET-DAYS-IN-MONTH.
036500     MOVE J5-MONTH-LENGTH (J5-CHECK-MM) TO J5-DAYS-IN-MONTH
036600
036700     IF J5-CHECK-MM NOT = 2
036800         GO TO 1150-SET-DAYS-IN-MONTH-EXIT
036900     END-IF
037000
037100     DIVIDE J5-CHECK-YYYY BY 4
037200         GIVING J5-LEAP-QUOTIENT REMAINDER J5-LEAP-REMAINDER
037300     IF J5-LEAP-REMAINDER NOT = 0
037400         GO TO 1150-SET-DAYS-IN-MONTH-EXIT
037500     END-IF
037600
037700     MOVE 29 TO J5-DAYS-IN-MONTH
037800     DIVIDE J5-CHECK-YYYY BY 100
037900         GIVING J5-LEAP-QUOTIENT REMAINDER J5-LEAP-REMAINDER
038000     IF J5-LEAP-REMAINDER NOT = 0
038100         GO TO 1150-SET-DAYS-IN-MONTH-EXIT
038200     END-IF
038300
038400     DIVIDE J5-CHECK-YYYY BY 400
038500         GIVING J5-LEAP-QUOTIENT REMAINDER J5-LEAP-REMAINDER
038600     IF J5-LEAP-REMAINDER NOT = 0
038700         MOVE 28 TO J5-DAYS-IN-MONTH
038800     END-IF.
038900
039000 1150-SET-DAYS-IN-MONTH-EXIT.
039100     EXIT.
039200
039300*===========================================================*
039400* 1900-REJECT-RUN.                                           *
039500* NOTHING IS REPORTED WHEN A REPLY IS BAD.                   *
039600*===========================================================*
039700 1900-REJECT-RUN.
039800     DISPLAY "[JARASOF] RUN REJECTED - " J5-REJECT-REASON
039900     MOVE 16 TO RETURN-CODE.
040000
040100 1900-REJECT-RUN-EXIT.
040200     EXIT.
040300
040400*===========================================================*
040500* 2000-SWEEP-ARCHIVED-LEDGER.                                *
040600* THE ARCHIVE MAY NOT EXIST YET (NO MONTH EVER CLOSED) -     *
040700* THAT IS NOT AN ERROR.                                      *
040800*===========================================================*
040900 2000-SWEEP-ARCHIVED-LEDGER.
041000     OPEN INPUT JARTRANA-FILE
041100     IF J5-TRANA-NOT-FOUND
041200         GO TO 2000-SWEEP-ARCHIVED-LEDGER-EXIT
041300     END-IF
041400
041500     READ JARTRANA-FILE
041600         AT END
041700             SET J5-TRANA-EOF TO TRUE
041800     END-READ
041900
042000     PERFORM 2100-TALLY-ONE-ARCHIVED
042100         THRU 2100-TALLY-ONE-ARCHIVED-EXIT
042200         UNTIL J5-TRANA-EOF
042300
042400     CLOSE JARTRANA-FILE.
042500
042600 2000-SWEEP-ARCHIVED-LEDGER-EXIT.
042700     EXIT.
042800
042900 2100-TALLY-ONE-ARCHIVED.
043000     MOVE JARTRANA-RECORD TO J5-TRAN-WORK
043100     PERFORM 2200-TALLY-ONE-ENTRY
043200         THRU 2200-TALLY-ONE-ENTRY-EXIT
043300
043400     READ JARTRANA-FILE
043500         AT END
043600             SET J5-TRANA-EOF TO TRUE
043700     END-READ.
043800
043900 2100-TALLY-ONE-ARCHIVED-EXIT.
044000     EXIT.
044100
044200*===========================================================*
044300* 2200-TALLY-ONE-ENTRY.                                      *
044400* ONLY THE ACCOUNT ASKED FOR COUNTS - A BLANK ACCOUNT ON THE *
044500* LEDGER IS ACCOUNT 01.  THE FIRST PASS OVER BOTH LEDGERS    *
044600* TAKES THE BROUGHT-FORWARD ENTRIES, THE SECOND THE DEPOSITS *
044700* AND WITHDRAWALS, SO EACH DATE'S STARTING POINT IS KNOWN    *
044800* BEFORE ANY MOVEMENT IS ADDED.  AN ENTRY FOR AN UNKNOWN JAR *
044900* IS LEFT OUT.                                               *
045000*===========================================================*
045100 2200-TALLY-ONE-ENTRY.
045200     MOVE J5-TW-ACCT-ID TO J5-TRAN-ACCT-ID
045300     IF J5-TRAN-ACCT-ID = SPACES
045400         MOVE "01" TO J5-TRAN-ACCT-ID
045500     END-IF
045600     IF J5-TRAN-ACCT-ID NOT = J5-ACCT-ID-INPUT
045700         GO TO 2200-TALLY-ONE-ENTRY-EXIT
045800     END-IF
045900
046000     SET J5-JAR-IDX TO 1
046100     SEARCH J5-JAR-ENTRY
046200         AT END
046300             GO TO 2200-TALLY-ONE-ENTRY-EXIT
046400         WHEN J5-JAR-ID (J5-JAR-IDX) = J5-TW-JAR-ID
046500             CONTINUE
046600     END-SEARCH
046700
046800     IF J5-BFWD-PASS
046900         IF J5-TW-IS-BALANCE-FWD
047000             PERFORM 2300-TAKE-BFWD
047100                 THRU 2300-TAKE-BFWD-EXIT
047200                 VARYING J5-POINT-SUB FROM 1 BY 1
047300                 UNTIL J5-POINT-SUB > J5-POINT-COUNT
047400         END-IF
047500     ELSE
047600         IF J5-TW-IS-DEPOSIT OR J5-TW-IS-WITHDRAWAL
047700             PERFORM 2400-TAKE-MOVEMENT
047800                 THRU 2400-TAKE-MOVEMENT-EXIT
047900                 VARYING J5-POINT-SUB FROM 1 BY 1
048000                 UNTIL J5-POINT-SUB > J5-POINT-COUNT
048100         END-IF
048200     END-IF.
048300
048400 2200-TALLY-ONE-ENTRY-EXIT.
048500     EXIT.
048600
048700*===========================================================*
048800* 2300-TAKE-BFWD.                                            *
048900* KEEPS THE LATEST BROUGHT-FORWARD ENTRY ON OR BEFORE THE    *
049000* DATE.  ONE DATED AFTER IT IS NOTED, SINCE THE MONTHS IT    *
049100* CLOSED ARE THEN ONLY ON THE ARCHIVE.                       *
049200*===========================================================*
049300 2300-TAKE-BFWD.
049400     IF J5-TW-TRAN-DATE > J5-POINT-DATE (J5-POINT-SUB)
049500         SET J5-LATER-BFWD-SEEN TO TRUE
049600         GO TO 2300-TAKE-BFWD-EXIT
049700     END-IF
049800
049900     IF J5-TW-TRAN-DATE
050000         < J5-JP-BFWD-DATE (J5-JAR-IDX, J5-POINT-SUB)
050100         GO TO 2300-TAKE-BFWD-EXIT
050200     END-IF
050300
050400     MOVE J5-TW-TRAN-DATE
050500         TO J5-JP-BFWD-DATE (J5-JAR-IDX, J5-POINT-SUB)
050600     MOVE J5-TW-AMOUNT
050700         TO J5-JP-BALANCE (J5-JAR-IDX, J5-POINT-SUB).
050800
050900 2300-TAKE-BFWD-EXIT.
051000     EXIT.
051100
051200*===========================================================*
051300* 2400-TAKE-MOVEMENT.                                        *
051400* A MOVEMENT ON OR BEFORE THE DATE MAY BE THE JAR'S LAST     *
051500* ONE; IT ADDS TO THE BALANCE ONLY FROM THE BROUGHT-FORWARD  *
051600* DATE ON.  WITHDRAWALS ARE STORED ON THE LEDGER AS THE      *
051700* POSITIVE AMOUNT TAKEN OUT.  OF TWO MOVEMENTS ON THE SAME   *
051800* DAY THE ONE READ LATER - THE LATER POSTING - IS THE LAST.  *
051900*===========================================================*
052000 2400-TAKE-MOVEMENT.
052100     IF J5-TW-TRAN-DATE > J5-POINT-DATE (J5-POINT-SUB)
052200         GO TO 2400-TAKE-MOVEMENT-EXIT
052300     END-IF
052400
052500     IF J5-TW-TRAN-DATE
052600         NOT < J5-JP-LAST-DATE (J5-JAR-IDX, J5-POINT-SUB)
052700         MOVE J5-TW-TRAN-DATE
052800             TO J5-JP-LAST-DATE (J5-JAR-IDX, J5-POINT-SUB)
052900         MOVE J5-TW-TRAN-TYPE
053000             TO J5-JP-LAST-TYPE (J5-JAR-IDX, J5-POINT-SUB)
053100         MOVE J5-TW-AMOUNT
053200             TO J5-JP-LAST-AMOUNT (J5-JAR-IDX, J5-POINT-SUB)
053300         MOVE J5-TW-MEMO
053400             TO J5-JP-LAST-MEMO (J5-JAR-IDX, J5-POINT-SUB)
053500     END-IF
053600
053700     IF J5-TW-TRAN-DATE
053800         < J5-JP-BFWD-DATE (J5-JAR-IDX, J5-POINT-SUB)
053900         GO TO 2400-TAKE-MOVEMENT-EXIT
054000     END-IF
054100
054200     IF J5-TW-IS-WITHDRAWAL
054300         SUBTRACT J5-TW-AMOUNT
054400             FROM J5-JP-BALANCE (J5-JAR-IDX, J5-POINT-SUB)
054500     ELSE
054600         ADD J5-TW-AMOUNT
054700             TO J5-JP-BALANCE (J5-JAR-IDX, J5-POINT-SUB)
054800     END-IF.
054900
055000 2400-TAKE-MOVEMENT-EXIT.
055100     EXIT.
055200
055300*===========================================================*
055400* 2500-SWEEP-LIVE-LEDGER.                                    *
055500*===========================================================*
055600 2500-SWEEP-LIVE-LEDGER.
055700     OPEN INPUT JARTRAN-FILE
055800     IF J5-TRAN-NOT-FOUND
055900         GO TO 2500-SWEEP-LIVE-LEDGER-EXIT
056000     END-IF
056100
056200     READ JARTRAN-FILE
056300         AT END
056400             SET J5-TRAN-EOF TO TRUE
056500     END-READ
056600
056700     PERFORM 2600-TALLY-ONE-LIVE
056800         THRU 2600-TALLY-ONE-LIVE-EXIT
056900         UNTIL J5-TRAN-EOF
057000
057100     CLOSE JARTRAN-FILE.
057200
057300 2500-SWEEP-LIVE-LEDGER-EXIT.
057400     EXIT.
057500
057600 2600-TALLY-ONE-LIVE.
057700     MOVE JARTRAN-RECORD TO J5-TRAN-WORK
057800     PERFORM 2200-TALLY-ONE-ENTRY
057900         THRU 2200-TALLY-ONE-ENTRY-EXIT
058000
058100     READ JARTRAN-FILE
058200         AT END
058300             SET J5-TRAN-EOF TO TRUE
058400     END-READ.
058500
058600 2600-TALLY-ONE-LIVE-EXIT.
058700     EXIT.
058800
058900*===========================================================*
059000* 3000-WRITE-REPORT.                                         *
059100* ONE LIST PER DATE, THEN THE SIDE-BY-SIDE CHANGE WHEN THERE *
059200* ARE TWO.                                                   *
059300*===========================================================*
059400 3000-WRITE-REPORT.
059500     OPEN OUTPUT JARRPT-FILE
059600
059700     PERFORM 3100-WRITE-ONE-DATE
059800         THRU 3100-WRITE-ONE-DATE-EXIT
059900         VARYING J5-POINT-SUB FROM 1 BY 1
060000         UNTIL J5-POINT-SUB > J5-POINT-COUNT
060100
060200     IF J5-POINT-COUNT = 2
060300         PERFORM 3500-WRITE-COMPARISON
060400             THRU 3500-WRITE-COMPARISON-EXIT
060500     END-IF
060600
060700     CLOSE JARRPT-FILE.
060800
060900 3000-WRITE-REPORT-EXIT.
061000     EXIT.
061100
061200 3100-WRITE-ONE-DATE.
061300     MOVE SPACES TO JARRPT-LINE
061400     STRING "FIVE JARS - JAR BALANCES AT END OF "
061500                                      DELIMITED BY SIZE
061600            J5-POINT-DATE (J5-POINT-SUB)
061700                                      DELIMITED BY SIZE
061800            " - ACCOUNT "             DELIMITED BY SIZE
061900            J5-ACCT-ID-INPUT          DELIMITED BY SIZE
062000            INTO JARRPT-LINE
062100     WRITE JARRPT-LINE
062200     MOVE SPACES TO JARRPT-LINE
062300     WRITE JARRPT-LINE
062400     MOVE RL-COLUMN-LINE TO JARRPT-LINE
062500     WRITE JARRPT-LINE
062600
062700     PERFORM 3200-WRITE-ONE-JAR
062800         THRU 3200-WRITE-ONE-JAR-EXIT
062900         VARYING J5-JAR-IDX FROM 1 BY 1
063000         UNTIL J5-JAR-IDX > 5
063100
063200     MOVE J5-POINT-TOTAL (J5-POINT-SUB) TO RL-TL-BALANCE
063300     MOVE RL-TOTAL-LINE TO JARRPT-LINE
063400     WRITE JARRPT-LINE
063500     MOVE SPACES TO JARRPT-LINE
063600     WRITE JARRPT-LINE.
063700
063800 3100-WRITE-ONE-DATE-EXIT.
063900     EXIT.
064000
064100*===========================================================*
064200* 3200-WRITE-ONE-JAR.                                        *
064300* A JAR THAT HAD NOT MOVED BY THE DATE SHOWS LAST MOVEMENT   *
064400* NONE.                                                      *
064500*===========================================================*
064600 3200-WRITE-ONE-JAR.
064700     ADD J5-JP-BALANCE (J5-JAR-IDX, J5-POINT-SUB)
064800         TO J5-POINT-TOTAL (J5-POINT-SUB)
064900
065000     MOVE J5-JAR-ID (J5-JAR-IDX)   TO RL-JL-JAR-ID
065100     MOVE J5-JAR-NAME (J5-JAR-IDX) TO RL-JL-JAR-NAME
065200     MOVE J5-JP-BALANCE (J5-JAR-IDX, J5-POINT-SUB)
065300         TO RL-JL-BALANCE
065400
065500     IF J5-JP-LAST-DATE (J5-JAR-IDX, J5-POINT-SUB) = ZERO
065600         MOVE "NONE"   TO RL-JL-LAST-DATE
065700         MOVE SPACES   TO RL-JL-LAST-TYPE
065800         MOVE ZERO     TO RL-JL-LAST-AMOUNT
065900         MOVE SPACES   TO RL-JL-LAST-MEMO
066000     ELSE
066100         MOVE J5-JP-LAST-DATE (J5-JAR-IDX, J5-POINT-SUB)
066200             TO RL-JL-LAST-DATE
066300         MOVE J5-JP-LAST-TYPE (J5-JAR-IDX, J5-POINT-SUB)
066400             TO RL-JL-LAST-TYPE
066500         MOVE J5-JP-LAST-AMOUNT (J5-JAR-IDX, J5-POINT-SUB)
066600             TO RL-JL-LAST-AMOUNT
066700         MOVE J5-JP-LAST-MEMO (J5-JAR-IDX, J5-POINT-SUB)
066800             TO RL-JL-LAST-MEMO
066900     END-IF
067000
067100     MOVE RL-JAR-LINE TO JARRPT-LINE
067200     WRITE JARRPT-LINE.
067300
067400 3200-WRITE-ONE-JAR-EXIT.
067500     EXIT.
067600
067700*===========================================================*
067800* 3500-WRITE-COMPARISON.                                     *
067900* THE CHANGE IS THE SECOND DATE'S BALANCE LESS THE FIRST,    *
068000* WHICHEVER OF THE TWO IS EARLIER.                           *
068100*===========================================================*
068200 3500-WRITE-COMPARISON.
068300     MOVE SPACES TO JARRPT-LINE
068400     STRING "FIVE JARS - JAR BALANCE CHANGE - ACCOUNT "
068500                                      DELIMITED BY SIZE
068600            J5-ACCT-ID-INPUT          DELIMITED BY SIZE
068700            INTO JARRPT-LINE
068800     WRITE JARRPT-LINE
068900     MOVE SPACES TO JARRPT-LINE
069000     WRITE JARRPT-LINE
069100     MOVE J5-POINT-DATE (1) TO RL-CC-DATE-1
069200     MOVE J5-POINT-DATE (2) TO RL-CC-DATE-2
069300     MOVE RL-CMP-COLUMN-LINE TO JARRPT-LINE
069400     WRITE JARRPT-LINE
069500
069600     PERFORM 3600-WRITE-ONE-CHANGE
069700         THRU 3600-WRITE-ONE-CHANGE-EXIT
069800         VARYING J5-JAR-IDX FROM 1 BY 1
069900         UNTIL J5-JAR-IDX > 5
070000
070100     COMPUTE J5-TOTAL-CHANGE =
070200         J5-POINT-TOTAL (2) - J5-POINT-TOTAL (1)
070300     MOVE SPACES             TO RL-CL-JAR-ID
070400     MOVE "TOTAL"            TO RL-CL-JAR-NAME
070500     MOVE J5-POINT-TOTAL (1) TO RL-CL-BALANCE-1
070600     MOVE J5-POINT-TOTAL (2) TO RL-CL-BALANCE-2
070700     MOVE J5-TOTAL-CHANGE    TO RL-CL-CHANGE
070800     MOVE RL-CMP-LINE TO JARRPT-LINE
070900     WRITE JARRPT-LINE.
071000
071100 3500-WRITE-COMPARISON-EXIT.
071200     EXIT.
071300
071400 3600-WRITE-ONE-CHANGE.
071500     MOVE J5-JAR-ID (J5-JAR-IDX)   TO RL-CL-JAR-ID
071600     MOVE J5-JAR-NAME (J5-JAR-IDX) TO RL-CL-JAR-NAME
071700     MOVE J5-JP-BALANCE (J5-JAR-IDX, 1) TO RL-CL-BALANCE-1
071800     MOVE J5-JP-BALANCE (J5-JAR-IDX, 2) TO RL-CL-BALANCE-2
071900     COMPUTE RL-CL-CHANGE =
072000         J5-JP-BALANCE (J5-JAR-IDX, 2)
072100         - J5-JP-BALANCE (J5-JAR-IDX, 1)
072200     MOVE RL-CMP-LINE TO JARRPT-LINE
072300     WRITE JARRPT-LINE.
072400
072500 3600-WRITE-ONE-CHANGE-EXIT.
072600     EXIT.
072700
072800*===========================================================*
072900* 9000-TERMINATE.                                            *
073000* WITHOUT A JARTRANA ARCHIVE, A DATE BEFORE A                *
073100* BROUGHT-FORWARD ENTRY ON THE LIVE LEDGER CANNOT SEE THE    *
073200* MONTHS THAT ENTRY CLOSED, SO ITS FIGURES ARE SHORT -       *
073300* RETURN CODE 4.                                             *
073400*===========================================================*
073500 9000-TERMINATE.
073600     IF J5-LATER-BFWD-SEEN AND J5-TRANA-NOT-FOUND
073700         DISPLAY "[JARASOF] NO JARTRANA ARCHIVE - A DATE BEFORE "
073800             "THE LAST CLOSE IS MISSING ITS CLOSED MONTHS"
073900         MOVE 4 TO RETURN-CODE
074000     END-IF
074100
074200     MOVE J5-POINT-TOTAL (1) TO J5-BALANCE-EDITED
074300     DISPLAY "[JARASOF] ACCOUNT " J5-ACCT-ID-INPUT
074400         " TOTAL AT END OF " J5-POINT-DATE (1) " "
074500         J5-BALANCE-EDITED " - SEE JARASOF.RPT".
074600
074700 9000-TERMINATE-EXIT.
074800     EXIT.
