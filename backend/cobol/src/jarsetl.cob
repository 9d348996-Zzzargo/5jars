000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    JARSETL.
000300 AUTHOR.        Burlacu Vasile.
000400 INSTALLATION.  FIVE-JARS BUDGETING SYSTEM.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.                                     *
000900*-----------------------------------------------------------*
001000*   DATE        BY   DESCRIPTION                            *
001100*   ----------  ---  --------------------------------------- *
001200*   2026-10-15  BV   Original month-end shared expense        *
001300*                    settlement.  Works out what each account *
001400*                    owes for the month's JARSHRD bills and   *
001500*                    moves the net between the two accounts   *
001600*                    as one journaled pair.                   *
001700*-----------------------------------------------------------*
001800* SWEEPS THE ARCHIVED (JARTRANA) AND LIVE (JARTRAN) LEDGERS  *
001900* FOR ONE CALENDAR MONTH AND PICKS OUT EVERY SHARED BILL -   *
002000* A WITHDRAWAL WHOSE MEMO STARTS "SH" AND ACCOUNT 01'S       *
002100* 3-DIGIT PERCENT SHARE, AS JARSHRD WRITES IT.  FOR EACH     *
002200* ONE JARSETL.RPT SHOWS WHO PAID AND EACH ACCOUNT'S SHARE;   *
002300* THE ACCOUNT THAT DID NOT PAY OWES ITS SHARE TO THE ONE     *
002400* THAT DID.  THE FOOT OF THE REPORT NETS THE TWO DIRECTIONS  *
002500* INTO ONE AMOUNT OWED.                                      *
002600* WHEN THE OPERATOR ASKS FOR IT, THE NET IS POSTED AS A      *
002700* WITHDRAWAL FROM THE DEBTOR'S NECESSITIES JAR AND A         *
002800* DEPOSIT TO THE CREDITOR'S, UNDER ONE "ST" REFERENCE (ST +  *
002900* MONTH + RUN DATE) ON THE SAME XFERJRNL JOURNAL JARXFER     *
003000* USES, WITH XJ-TO-ACCT-ID NAMING THE CREDITOR.  A RUN THAT  *
003100* DIES BETWEEN THE LEGS IS FINISHED (OR VOIDED) BY           *
003200* JARXFER'S STARTUP RECOVERY LIKE ANY TRANSFER.  BOTH LEGS   *
003300* GO THROUGH JARPOST, SO JARREBLD AND JARAUDCK BALANCE.      *
003400* A MONTH IS SETTLED ONCE: POSTING IS REFUSED WHILE THE      *
003500* MONTH'S REF IS STILL OPEN ON THE JOURNAL OR ONCE EITHER    *
003600* LEG IS ON THE LEDGER.                                      *
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
005000     SELECT XFERJRNL-FILE ASSIGN TO "XFERJRNL"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS J5-XFERJRNL-STATUS.
005300
005400     SELECT JARRPT-FILE ASSIGN TO "JARSETL.RPT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS J5-JARRPT-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  JARTRANA-FILE.
006100 01  JARTRANA-RECORD           PIC X(64).
006200
006300 FD  JARTRAN-FILE.
006400     COPY JARTRAN.
006500
006600 FD  XFERJRNL-FILE.
006700     COPY XFERJRNL.
006800
006900 FD  JARRPT-FILE.
007000 01  JARRPT-LINE               PIC X(80).
007100
007200 WORKING-STORAGE SECTION.
007300 01  J5-BASE-CURRENCY-CODE     PIC X(03) VALUE "USD".
007400
007500 01  J5-JARTRANA-STATUS        PIC X(02).
007600     88  J5-TRANA-OK           VALUE "00".
007700     88  J5-TRANA-EOF          VALUE "10".
007800     88  J5-TRANA-NOT-FOUND    VALUE "35".
007900
008000 01  J5-JARTRAN-STATUS         PIC X(02).
008100     88  J5-TRAN-OK            VALUE "00".
008200     88  J5-TRAN-EOF           VALUE "10".
008300     88  J5-TRAN-NOT-FOUND     VALUE "35".
008400
008500 01  J5-XFERJRNL-STATUS        PIC X(02).
008600     88  J5-XFERJRNL-OK        VALUE "00".
008700     88  J5-XFERJRNL-EOF       VALUE "10".
008800     88  J5-XFERJRNL-NOT-FOUND VALUE "35".
008900
009000 01  J5-JARRPT-STATUS          PIC X(02).
009100
009200 01  J5-ENTRY-VALID-SW         PIC X(01) VALUE "Y".
009300     88  J5-ENTRY-IS-VALID     VALUE "Y".
009400     88  J5-ENTRY-IS-INVALID   VALUE "N".
009500
009600 01  J5-REJECT-REASON          PIC X(40) VALUE SPACES.
009700
009800*-----------------------------------------------------------*
009900* MONTH BEING SETTLED.  DEFAULTS TO LAST MONTH - THE         *
010000* SETTLEMENT IS RUN ONCE THE MONTH IS OVER.                  *
010100*-----------------------------------------------------------*
010200 01  J5-TODAY                  PIC 9(08).
010300 01  FILLER REDEFINES J5-TODAY.
010400     05  J5-TODAY-YEAR         PIC 9(04).
010500     05  J5-TODAY-MONTH        PIC 9(02).
010600     05  FILLER                PIC 9(02).
010700 01  J5-SETTLE-MONTH.
010800     05  J5-SETTLE-YEAR        PIC 9(04).
010900     05  J5-SETTLE-MM          PIC 9(02).
011000 01  J5-SETTLE-MONTH-INPUT     PIC X(06).
011100 01  J5-POST-INPUT             PIC X(01).
011200 01  J5-POST-SW                PIC X(01) VALUE "N".
011300     88  J5-POST-REQUESTED     VALUE "Y".
011400
011500*-----------------------------------------------------------*
011600* EVERY LEDGER RECORD - ARCHIVED OR LIVE - IS MOVED INTO     *
011700* THIS IMAGE OF THE JARTRAN LAYOUT, AS IN JARYEAR, SO ONE    *
011800* PATH SERVES BOTH FILES.  THE MEMO VIEW SPLITS OFF THE      *
011900* SHARED PREFIX JARSHRD PUTS IN FRONT OF THE OPERATOR'S      *
012000* MEMO.                                                      *
012100*-----------------------------------------------------------*
012200 01  J5-TRAN-WORK.
012300     05  J5-TW-JAR-ID          PIC X(02).
012400     05  J5-TW-TRAN-DATE       PIC 9(08).
012500     05  FILLER REDEFINES J5-TW-TRAN-DATE.
012600         10  J5-TW-TRAN-MONTH  PIC X(06).
012700         10  FILLER            PIC X(02).
012800     05  J5-TW-TRAN-TYPE       PIC X(01).
012900         88  J5-TW-IS-WITHDRAWAL
013000                               VALUE "W".
013100     05  FILLER                PIC X(03).
013200     05  J5-TW-AMOUNT          PIC S9(12)V99.
013300     05  J5-TW-MEMO            PIC X(30).
013400     05  FILLER REDEFINES J5-TW-MEMO.
013500         10  J5-TW-MEMO-TAG    PIC X(02).
013600         10  J5-TW-SHARE-PCT   PIC X(03).
013700         10  J5-TW-SHARE-PCT-NUM REDEFINES J5-TW-SHARE-PCT
013800                               PIC 9(03).
013900         10  J5-TW-MEMO-SEP    PIC X(01).
014000         10  J5-TW-MEMO-TEXT   PIC X(24).
014100     05  FILLER REDEFINES J5-TW-MEMO.
014200         10  J5-TW-SETTLE-TAG  PIC X(08).
014300         10  FILLER            PIC X(22).
014400     05  FILLER                PIC X(04).
014500     05  J5-TW-ACCT-ID         PIC X(02).
014600
014700 01  J5-PAYER-ACCT             PIC X(02).
014800 01  J5-ITEM-AMOUNT            PIC S9(12)V99 VALUE 0.
014900 01  J5-SHARE-01               PIC S9(12)V99 VALUE 0.
015000 01  J5-SHARE-02               PIC S9(12)V99 VALUE 0.
015100
015200*-----------------------------------------------------------*
015300* MONTH TOTALS.  J5-OWED-BY-02 IS WHAT ACCOUNT 02 OWES 01    *
015400* FOR BILLS 01 PAID, AND THE REVERSE FOR J5-OWED-BY-01.      *
015500*-----------------------------------------------------------*
015600 01  J5-ITEM-COUNT             PIC 9(05) VALUE 0.
015700 01  J5-TOTAL-SHARED           PIC S9(12)V99 VALUE 0.
015800 01  J5-TOTAL-SHARE-01         PIC S9(12)V99 VALUE 0.
015900 01  J5-TOTAL-SHARE-02         PIC S9(12)V99 VALUE 0.
016000 01  J5-OWED-BY-01             PIC S9(12)V99 VALUE 0.
016100 01  J5-OWED-BY-02             PIC S9(12)V99 VALUE 0.
016200 01  J5-NET-AMOUNT             PIC S9(12)V99 VALUE 0.
016300 01  J5-DEBTOR-ACCT            PIC X(02) VALUE SPACES.
016400 01  J5-CREDITOR-ACCT          PIC X(02) VALUE SPACES.
016500
016600*-----------------------------------------------------------*
016700* WHAT IS ALREADY KNOWN ABOUT THIS MONTH'S SETTLEMENT: A     *
016800* LEG ON EITHER LEDGER, OR A REF WHOSE LAST JOURNAL RECORD   *
016900* IS STILL "S" OR "W".                                       *
017000*-----------------------------------------------------------*
017100 01  J5-SETTLED-SW             PIC X(01) VALUE "N".
017200     88  J5-ALREADY-SETTLED    VALUE "Y".
017300 01  J5-JRNL-OPEN-SW           PIC X(01) VALUE "N".
017400     88  J5-JRNL-STILL-OPEN    VALUE "Y".
017500 01  J5-JRNL-OPEN-REF          PIC X(16) VALUE SPACES.
017600
017700*-----------------------------------------------------------*
017800* THE SETTLEMENT REFERENCE CARRIED ON BOTH LEDGER LEGS AND   *
017900* IN THE JOURNAL: ST + SETTLED MONTH + RUN DATE, 16          *
018000* CHARACTERS, THE SAME LENGTH AS JARXFER'S XF REFERENCE.     *
018100*-----------------------------------------------------------*
018200 01  J5-SETTLE-REF.
018300     05  J5-REF-TAG.
018400         10  FILLER            PIC X(02) VALUE "ST".
018500         10  J5-REF-MONTH      PIC X(06).
018600     05  J5-REF-DATE           PIC 9(08).
018700 01  J5-LEG-MEMO               PIC X(30).
018800
018900 01  J5-SETTLE-JAR-ID          PIC X(02) VALUE "01".
019000 01  J5-SETTLE-JAR-NAME        PIC X(20) VALUE "NECESSITIES".
019100 01  J5-POST-AMOUNT            PIC S9(12)V99 VALUE 0.
019200 01  J5-POST-RETURN-CODE       PIC 9(02).
019300 01  J5-POST-CATEG             PIC X(04) VALUE SPACES.
019400 01  J5-AMOUNT-EDITED          PIC -Z(11)9.99.
019500
019600*-----------------------------------------------------------*
019700* REPORT LINES.                                              *
019800*-----------------------------------------------------------*
019900 01  RL-COLUMN-LINE.
020000     05  FILLER                PIC X(10) VALUE "DATE".
020100     05  FILLER                PIC X(04) VALUE "PAID".
020200     05  FILLER                PIC X(14)
020300         VALUE "       AMOUNT".
020400     05  FILLER                PIC X(14)
020500         VALUE " ACCT 01 SHARE".
020600     05  FILLER                PIC X(14)
020700         VALUE " ACCT 02 SHARE".
020800     05  FILLER                PIC X(02) VALUE SPACES.
020900     05  FILLER                PIC X(04) VALUE "MEMO".
021000
021100 01  RL-ITEM-LINE.
021200     05  RL-IL-DATE            PIC 9(08).
021300     05  FILLER                PIC X(02) VALUE SPACES.
021400     05  RL-IL-PAYER           PIC X(02).
021500     05  FILLER                PIC X(02) VALUE SPACES.
021600     05  RL-IL-AMOUNT          PIC -Z(8)9.99.
021700     05  FILLER                PIC X(01) VALUE SPACES.
021800     05  RL-IL-SHARE-01        PIC -Z(8)9.99.
021900     05  FILLER                PIC X(01) VALUE SPACES.
022000     05  RL-IL-SHARE-02        PIC -Z(8)9.99.
022100     05  FILLER                PIC X(02) VALUE SPACES.
022200     05  RL-IL-MEMO            PIC X(24).
022300
022400 01  RL-TOTAL-LINE.
022500     05  FILLER                PIC X(10) VALUE "TOTAL".
022600     05  FILLER                PIC X(04) VALUE SPACES.
022700     05  RL-TL-AMOUNT          PIC -Z(8)9.99.
022800     05  FILLER                PIC X(01) VALUE SPACES.
022900     05  RL-TL-SHARE-01        PIC -Z(8)9.99.
023000     05  FILLER                PIC X(01) VALUE SPACES.
023100     05  RL-TL-SHARE-02        PIC -Z(8)9.99.
023200
023300 01  RL-OWED-LINE.
023400     05  FILLER                PIC X(08) VALUE "ACCOUNT ".
023500     05  RL-OL-FROM-ACCT       PIC X(02).
023600     05  FILLER                PIC X(16)
023700         VALUE " OWES ACCOUNT ".
023800     05  RL-OL-TO-ACCT         PIC X(02).
023900     05  FILLER                PIC X(02) VALUE SPACES.
024000     05  RL-OL-AMOUNT          PIC -Z(11)9.99.
024100
024200 PROCEDURE DIVISION.
024300*===========================================================*
024400* 0000-MAINLINE.                                             *
024500*===========================================================*
024600 0000-MAINLINE.
024700     MOVE 0 TO RETURN-CODE
024800
024900     PERFORM 1000-INITIALIZE
025000         THRU 1000-INITIALIZE-EXIT
025100
025200     IF J5-ENTRY-IS-INVALID
025300         PERFORM 1900-REJECT-RUN
025400             THRU 1900-REJECT-RUN-EXIT
025500         GO TO 0000-MAINLINE-EXIT
025600     END-IF
025700
025800     PERFORM 1500-SCAN-JOURNAL
025900         THRU 1500-SCAN-JOURNAL-EXIT
026000
026100     PERFORM 2000-SWEEP-ARCHIVED-LEDGER
026200         THRU 2000-SWEEP-ARCHIVED-LEDGER-EXIT
026300
026400     PERFORM 2500-SWEEP-LIVE-LEDGER
026500         THRU 2500-SWEEP-LIVE-LEDGER-EXIT
026600
026700     PERFORM 3000-PRINT-SETTLEMENT
026800         THRU 3000-PRINT-SETTLEMENT-EXIT
026900
027000     IF J5-POST-REQUESTED
027100         PERFORM 4000-POST-SETTLEMENT
027200             THRU 4000-POST-SETTLEMENT-EXIT
027300     END-IF
027400
027500     PERFORM 9000-TERMINATE
027600         THRU 9000-TERMINATE-EXIT
027700
027800     GO TO 0000-MAINLINE-EXIT.
027900
028000 0000-MAINLINE-EXIT.
028100     STOP RUN RETURNING RETURN-CODE.
028200
028300*===========================================================*
028400* 1000-INITIALIZE.                                           *
028500* PROMPTS FOR THE MONTH AND WHETHER TO POST, THEN OPENS THE  *
028600* REPORT.                                                    *
028700*===========================================================*
028800 1000-INITIALIZE.
028900     SET J5-ENTRY-IS-VALID TO TRUE
029000     MOVE SPACES TO J5-REJECT-REASON
029100
029200     ACCEPT J5-TODAY FROM DATE YYYYMMDD
029300     MOVE J5-TODAY-YEAR TO J5-SETTLE-YEAR
029400     IF J5-TODAY-MONTH = 1
029500         SUBTRACT 1 FROM J5-SETTLE-YEAR
029600         MOVE 12 TO J5-SETTLE-MM
029700     ELSE
029800         COMPUTE J5-SETTLE-MM = J5-TODAY-MONTH - 1
029900     END-IF
030000
030100     DISPLAY "SETTLEMENT MONTH (YYYYMM) - BLANK FOR LAST "
030200         "MONTH: " WITH NO ADVANCING
030300     ACCEPT J5-SETTLE-MONTH-INPUT FROM CONSOLE
030400
030500     DISPLAY "POST THE SETTLEMENT (Y/N) - BLANK FOR REPORT "
030600         "ONLY: " WITH NO ADVANCING
030700     ACCEPT J5-POST-INPUT FROM CONSOLE
030800
030900     IF J5-SETTLE-MONTH-INPUT NOT = SPACES
031000         IF J5-SETTLE-MONTH-INPUT NOT NUMERIC
031100             SET J5-ENTRY-IS-INVALID TO TRUE
031200             MOVE "MONTH IS NOT YYYYMM" TO J5-REJECT-REASON
031300             GO TO 1000-INITIALIZE-EXIT
031400         END-IF
031500         MOVE J5-SETTLE-MONTH-INPUT TO J5-SETTLE-MONTH
031600         IF J5-SETTLE-MM < 1 OR J5-SETTLE-MM > 12
031700             SET J5-ENTRY-IS-INVALID TO TRUE
031800             MOVE "MONTH IS NOT YYYYMM" TO J5-REJECT-REASON
031900             GO TO 1000-INITIALIZE-EXIT
032000         END-IF
032100     END-IF
032200
032300     IF J5-POST-INPUT = "Y"
032400         SET J5-POST-REQUESTED TO TRUE
032500     ELSE
032600         IF J5-POST-INPUT NOT = "N" AND J5-POST-INPUT NOT = SPACES
032700             SET J5-ENTRY-IS-INVALID TO TRUE
032800             MOVE "POST REPLY IS NOT Y OR N" TO J5-REJECT-REASON
032900             GO TO 1000-INITIALIZE-EXIT
033000         END-IF
033100     END-IF
033200
033300     MOVE J5-SETTLE-MONTH TO J5-REF-MONTH
033400     MOVE J5-TODAY        TO J5-REF-DATE
033500
033600     OPEN OUTPUT JARRPT-FILE
033700     MOVE SPACES TO JARRPT-LINE
033800     STRING "FIVE JARS - SHARED EXPENSE SETTLEMENT "
033900                                      DELIMITED BY SIZE
034000            J5-SETTLE-MONTH           DELIMITED BY SIZE
034100            INTO JARRPT-LINE
034200     WRITE JARRPT-LINE
034300     MOVE SPACES TO JARRPT-LINE
034400     WRITE JARRPT-LINE
034500
034600     MOVE RL-COLUMN-LINE TO JARRPT-LINE
034700     WRITE JARRPT-LINE.
034800
034900 1000-INITIALIZE-EXIT.
035000     EXIT.
035100
035200*===========================================================*
035300* 1500-SCAN-JOURNAL.                                         *
035400* LOOKS FOR A REF FOR THIS MONTH WHOSE LAST RECORD IS "S" OR *
035500* "W" - A SETTLEMENT AN EARLIER RUN NEVER FINISHED.  REFS    *
035600* CLOSED "D" ARE CAUGHT ON THE LEDGER INSTEAD, WHICH ALSO    *
035700* COVERS THE MONTHS JARCLOSE HAS PURGED FROM THE JOURNAL.    *
035800*===========================================================*
035900 1500-SCAN-JOURNAL.
036000     OPEN INPUT XFERJRNL-FILE
036100
036200     IF J5-XFERJRNL-NOT-FOUND
036300         GO TO 1500-SCAN-JOURNAL-EXIT
036400     END-IF
036500
036600     READ XFERJRNL-FILE
036700         AT END
036800             SET J5-XFERJRNL-EOF TO TRUE
036900     END-READ
037000
037100     PERFORM 1550-APPLY-ONE-JOURNAL
037200         THRU 1550-APPLY-ONE-JOURNAL-EXIT
037300         UNTIL J5-XFERJRNL-EOF
037400
037500     CLOSE XFERJRNL-FILE.
037600
037700 1500-SCAN-JOURNAL-EXIT.
037800     EXIT.
037900
038000 1550-APPLY-ONE-JOURNAL.
038100     IF XJ-XFER-REF (1:8) = J5-REF-TAG
038200         IF XJ-XFER-STARTED OR XJ-WITHDRAWN
038300             SET J5-JRNL-STILL-OPEN TO TRUE
038400             MOVE XJ-XFER-REF TO J5-JRNL-OPEN-REF
038500         ELSE
038600             IF XJ-XFER-REF = J5-JRNL-OPEN-REF
038700                 MOVE "N" TO J5-JRNL-OPEN-SW
038800                 MOVE SPACES TO J5-JRNL-OPEN-REF
038900             END-IF
039000         END-IF
039100     END-IF
039200
039300     READ XFERJRNL-FILE
039400         AT END
039500             SET J5-XFERJRNL-EOF TO TRUE
039600     END-READ.
039700
039800 1550-APPLY-ONE-JOURNAL-EXIT.
039900     EXIT.
040000
040100*===========================================================*
040200* 1900-REJECT-RUN.                                           *
040300* NOTHING IS REPORTED OR POSTED WHEN THE REPLIES ARE BAD.    *
040400*===========================================================*
040500 1900-REJECT-RUN.
040600     DISPLAY "[JARSETL] SETTLEMENT REJECTED - " J5-REJECT-REASON
040700     MOVE 16 TO RETURN-CODE.
040800
040900 1900-REJECT-RUN-EXIT.
041000     EXIT.
041100
041200*===========================================================*
041300* 2000-SWEEP-ARCHIVED-LEDGER.                                *
041400* THE ARCHIVE MAY NOT EXIST YET (NO MONTH EVER CLOSED) -     *
041500* THAT IS NOT AN ERROR.                                      *
041600*===========================================================*
041700 2000-SWEEP-ARCHIVED-LEDGER.
041800     OPEN INPUT JARTRANA-FILE
041900     IF J5-TRANA-NOT-FOUND
042000         GO TO 2000-SWEEP-ARCHIVED-LEDGER-EXIT
042100     END-IF
042200
042300     READ JARTRANA-FILE
042400         AT END
042500             SET J5-TRANA-EOF TO TRUE
042600     END-READ
042700
042800     PERFORM 2100-TALLY-ONE-ARCHIVED
042900         THRU 2100-TALLY-ONE-ARCHIVED-EXIT
043000         UNTIL J5-TRANA-EOF
043100
043200     CLOSE JARTRANA-FILE.
043300
043400 2000-SWEEP-ARCHIVED-LEDGER-EXIT.
043500     EXIT.
043600
043700 2100-TALLY-ONE-ARCHIVED.
043800     MOVE JARTRANA-RECORD TO J5-TRAN-WORK
043900     PERFORM 2200-TALLY-ONE-ENTRY
044000         THRU 2200-TALLY-ONE-ENTRY-EXIT
044100
044200     READ JARTRANA-FILE
044300         AT END
044400             SET J5-TRANA-EOF TO TRUE
044500     END-READ.
044600
044700 2100-TALLY-ONE-ARCHIVED-EXIT.
044800     EXIT.
044900
045000*===========================================================*
045100* 2200-TALLY-ONE-ENTRY.                                      *
045200* A LEG ALREADY CARRYING THIS MONTH'S ST TAG MEANS THE MONTH *
045300* IS SETTLED.  A SHARED BILL IN THE MONTH IS SPLIT: ACCOUNT  *
045400* 01'S SHARE ROUNDED TO THE CENT, ACCOUNT 02 TAKES THE REST  *
045500* SO THE SHARES ALWAYS ADD BACK TO THE BILL.  WITHDRAWALS    *
045600* ARE STORED ON THE LEDGER AS THE POSITIVE AMOUNT SPENT, SO  *
045700* THE BILL IS TAKEN AS IT STANDS.                           *
045800*===========================================================*
045900 2200-TALLY-ONE-ENTRY.
046000     IF J5-TW-SETTLE-TAG = J5-REF-TAG
046100         SET J5-ALREADY-SETTLED TO TRUE
046200         GO TO 2200-TALLY-ONE-ENTRY-EXIT
046300     END-IF
046400
046500     IF J5-TW-TRAN-MONTH NOT = J5-SETTLE-MONTH
046600         OR NOT J5-TW-IS-WITHDRAWAL
046700         OR J5-TW-MEMO-TAG NOT = "SH"
046800         OR J5-TW-SHARE-PCT NOT NUMERIC
046900         OR J5-TW-MEMO-SEP NOT = SPACE
047000         GO TO 2200-TALLY-ONE-ENTRY-EXIT
047100     END-IF
047200
047300     IF J5-TW-SHARE-PCT-NUM > 100
047400         GO TO 2200-TALLY-ONE-ENTRY-EXIT
047500     END-IF
047600
047700     MOVE J5-TW-ACCT-ID TO J5-PAYER-ACCT
047800     IF J5-PAYER-ACCT = SPACES
047900         MOVE "01" TO J5-PAYER-ACCT
048000     END-IF
048100
048200     MOVE J5-TW-AMOUNT TO J5-ITEM-AMOUNT
048300     COMPUTE J5-SHARE-01 ROUNDED =
048400         J5-ITEM-AMOUNT * J5-TW-SHARE-PCT-NUM / 100
048500     COMPUTE J5-SHARE-02 = J5-ITEM-AMOUNT - J5-SHARE-01
048600
048700     ADD 1              TO J5-ITEM-COUNT
048800     ADD J5-ITEM-AMOUNT TO J5-TOTAL-SHARED
048900     ADD J5-SHARE-01    TO J5-TOTAL-SHARE-01
049000     ADD J5-SHARE-02    TO J5-TOTAL-SHARE-02
049100
049200     IF J5-PAYER-ACCT = "01"
049300         ADD J5-SHARE-02 TO J5-OWED-BY-02
049400     ELSE
049500         ADD J5-SHARE-01 TO J5-OWED-BY-01
049600     END-IF
049700
049800     MOVE J5-TW-TRAN-DATE  TO RL-IL-DATE
049900     MOVE J5-PAYER-ACCT    TO RL-IL-PAYER
050000     MOVE J5-ITEM-AMOUNT   TO RL-IL-AMOUNT
050100     MOVE J5-SHARE-01      TO RL-IL-SHARE-01
050200     MOVE J5-SHARE-02      TO RL-IL-SHARE-02
050300     MOVE J5-TW-MEMO-TEXT  TO RL-IL-MEMO
050400     MOVE RL-ITEM-LINE TO JARRPT-LINE
050500     WRITE JARRPT-LINE.
050600
050700 2200-TALLY-ONE-ENTRY-EXIT.
050800     EXIT.
050900
051000*===========================================================*
051100* 2500-SWEEP-LIVE-LEDGER.                                    *
051200*===========================================================*
051300 2500-SWEEP-LIVE-LEDGER.
051400     OPEN INPUT JARTRAN-FILE
051500     IF J5-TRAN-NOT-FOUND
051600         GO TO 2500-SWEEP-LIVE-LEDGER-EXIT
051700     END-IF
051800
051900     READ JARTRAN-FILE
052000         AT END
052100             SET J5-TRAN-EOF TO TRUE
052200     END-READ
052300
052400     PERFORM 2600-TALLY-ONE-LIVE
052500         THRU 2600-TALLY-ONE-LIVE-EXIT
052600         UNTIL J5-TRAN-EOF
052700
052800     CLOSE JARTRAN-FILE.
052900
053000 2500-SWEEP-LIVE-LEDGER-EXIT.
053100     EXIT.
053200
053300 2600-TALLY-ONE-LIVE.
053400     MOVE JARTRAN-RECORD TO J5-TRAN-WORK
053500     PERFORM 2200-TALLY-ONE-ENTRY
053600         THRU 2200-TALLY-ONE-ENTRY-EXIT
053700
053800     READ JARTRAN-FILE
053900         AT END
054000             SET J5-TRAN-EOF TO TRUE
054100     END-READ.
054200
054300 2600-TALLY-ONE-LIVE-EXIT.
054400     EXIT.
054500
054600*===========================================================*
054700* 3000-PRINT-SETTLEMENT.                                     *
054800* THE MONTH TOTALS, WHAT EACH ACCOUNT OWES THE OTHER, AND    *
054900* THE NET - THE ONE AMOUNT THAT ACTUALLY HAS TO MOVE.        *
055000*===========================================================*
055100 3000-PRINT-SETTLEMENT.
055200     MOVE J5-TOTAL-SHARED   TO RL-TL-AMOUNT
055300     MOVE J5-TOTAL-SHARE-01 TO RL-TL-SHARE-01
055400     MOVE J5-TOTAL-SHARE-02 TO RL-TL-SHARE-02
055500     MOVE RL-TOTAL-LINE TO JARRPT-LINE
055600     WRITE JARRPT-LINE
055700
055800     MOVE SPACES TO JARRPT-LINE
055900     WRITE JARRPT-LINE
056000
056100     MOVE "01"           TO RL-OL-FROM-ACCT
056200     MOVE "02"           TO RL-OL-TO-ACCT
056300     MOVE J5-OWED-BY-01  TO RL-OL-AMOUNT
056400     MOVE RL-OWED-LINE TO JARRPT-LINE
056500     WRITE JARRPT-LINE
056600
056700     MOVE "02"           TO RL-OL-FROM-ACCT
056800     MOVE "01"           TO RL-OL-TO-ACCT
056900     MOVE J5-OWED-BY-02  TO RL-OL-AMOUNT
057000     MOVE RL-OWED-LINE TO JARRPT-LINE
057100     WRITE JARRPT-LINE
057200
057300     MOVE SPACES TO JARRPT-LINE
057400     WRITE JARRPT-LINE
057500
057600     COMPUTE J5-NET-AMOUNT = J5-OWED-BY-02 - J5-OWED-BY-01
057700     IF J5-NET-AMOUNT < 0
057800         MOVE "01" TO J5-DEBTOR-ACCT
057900         MOVE "02" TO J5-CREDITOR-ACCT
058000         COMPUTE J5-NET-AMOUNT = J5-NET-AMOUNT * -1
058100     ELSE
058200         MOVE "02" TO J5-DEBTOR-ACCT
058300         MOVE "01" TO J5-CREDITOR-ACCT
058400     END-IF
058500
058600     IF J5-NET-AMOUNT = ZERO
058700         MOVE "NET - NOTHING OWED EITHER WAY" TO JARRPT-LINE
058800         WRITE JARRPT-LINE
058900     ELSE
059000         MOVE J5-DEBTOR-ACCT   TO RL-OL-FROM-ACCT
059100         MOVE J5-CREDITOR-ACCT TO RL-OL-TO-ACCT
059200         MOVE J5-NET-AMOUNT    TO RL-OL-AMOUNT
059300         MOVE SPACES TO JARRPT-LINE
059400         STRING "NET - " DELIMITED BY SIZE
059500                RL-OWED-LINE DELIMITED BY SIZE
059600                INTO JARRPT-LINE
059700         WRITE JARRPT-LINE
059800     END-IF
059900
060000     IF J5-ALREADY-SETTLED
060100         MOVE "THIS MONTH'S SETTLEMENT IS ALREADY POSTED"
060200                                TO JARRPT-LINE
060300         WRITE JARRPT-LINE
060400     END-IF.
060500
060600 3000-PRINT-SETTLEMENT-EXIT.
060700     EXIT.
060800
060900*===========================================================*
061000* 4000-POST-SETTLEMENT.                                      *
061100* JOURNAL "S", POST THE DEBTOR'S WITHDRAWAL LEG, JOURNAL     *
061200* "W", POST THE CREDITOR'S DEPOSIT LEG, JOURNAL "D" - THE    *
061300* SAME STEPS AS JARXFER'S 3000-POST-TRANSFER, SO A RUN THAT  *
061400* DIES BETWEEN THE LEGS IS FINISHED BY JARXFER'S RECOVERY.   *
061500*===========================================================*
061600 4000-POST-SETTLEMENT.
061700     IF J5-ALREADY-SETTLED
061800         DISPLAY "[JARSETL] POSTING REFUSED - " J5-SETTLE-MONTH
061900             " IS ALREADY SETTLED ON THE LEDGER"
062000         MOVE 16 TO RETURN-CODE
062100         GO TO 4000-POST-SETTLEMENT-EXIT
062200     END-IF
062300
062400     IF J5-JRNL-STILL-OPEN
062500         DISPLAY "[JARSETL] POSTING REFUSED - "
062600             J5-JRNL-OPEN-REF
062700             " STILL OPEN ON XFERJRNL - RUN JARXFER"
062800         MOVE 16 TO RETURN-CODE
062900         GO TO 4000-POST-SETTLEMENT-EXIT
063000     END-IF
063100
063200     IF J5-NET-AMOUNT = ZERO
063300         DISPLAY "[JARSETL] NOTHING TO SETTLE FOR "
063400             J5-SETTLE-MONTH
063500         GO TO 4000-POST-SETTLEMENT-EXIT
063600     END-IF
063700
063800     MOVE SPACES TO J5-LEG-MEMO
063900     STRING J5-SETTLE-REF    DELIMITED BY SIZE
064000            " SHARED COSTS"  DELIMITED BY SIZE
064100            INTO J5-LEG-MEMO
064200
064300     OPEN EXTEND XFERJRNL-FILE
064400
064500     SET XJ-XFER-STARTED TO TRUE
064600     PERFORM 4100-WRITE-JOURNAL-MARK
064700         THRU 4100-WRITE-JOURNAL-MARK-EXIT
064800
064900     COMPUTE J5-POST-AMOUNT = J5-NET-AMOUNT * -1
065000     CALL "JARPOST" USING J5-DEBTOR-ACCT
065100                          J5-SETTLE-JAR-ID
065200                          J5-SETTLE-JAR-NAME
065300                          J5-POST-AMOUNT
065400                          J5-BASE-CURRENCY-CODE
065500                          J5-TODAY
065600                          "JARSETL "
065700                          J5-LEG-MEMO
065800                          J5-POST-CATEG
065900                          J5-POST-RETURN-CODE
066000
066100     IF J5-POST-RETURN-CODE NOT = 0
066200         IF J5-POST-RETURN-CODE = 08
066300             DISPLAY "[JARSETL] SETTLEMENT REFUSED - ACCOUNT "
066400                 J5-DEBTOR-ACCT " NECESSITIES JAR CANNOT "
066500                 "COVER IT"
066600             MOVE 16 TO RETURN-CODE
066700         ELSE
066800             DISPLAY "[JARSETL] WITHDRAWAL LEG FAILED - "
066900                 "NOTHING POSTED"
067000             MOVE 12 TO RETURN-CODE
067100         END-IF
067200         SET XJ-XFER-VOID TO TRUE
067300         PERFORM 4100-WRITE-JOURNAL-MARK
067400             THRU 4100-WRITE-JOURNAL-MARK-EXIT
067500         CLOSE XFERJRNL-FILE
067600         GO TO 4000-POST-SETTLEMENT-EXIT
067700     END-IF
067800
067900     SET XJ-WITHDRAWN TO TRUE
068000     PERFORM 4100-WRITE-JOURNAL-MARK
068100         THRU 4100-WRITE-JOURNAL-MARK-EXIT
068200
068300     CALL "JARPOST" USING J5-CREDITOR-ACCT
068400                          J5-SETTLE-JAR-ID
068500                          J5-SETTLE-JAR-NAME
068600                          J5-NET-AMOUNT
068700                          J5-BASE-CURRENCY-CODE
068800                          J5-TODAY
068900                          "JARSETL "
069000                          J5-LEG-MEMO
069100                          J5-POST-CATEG
069200                          J5-POST-RETURN-CODE
069300
069400     IF J5-POST-RETURN-CODE NOT = 0
069500         DISPLAY "[JARSETL] DEPOSIT LEG FAILED - RUN JARXFER "
069600             "TO COMPLETE " J5-SETTLE-REF
069700         MOVE 12 TO RETURN-CODE
069800         CLOSE XFERJRNL-FILE
069900         GO TO 4000-POST-SETTLEMENT-EXIT
070000     END-IF
070100
070200     SET XJ-XFER-DONE TO TRUE
070300     PERFORM 4100-WRITE-JOURNAL-MARK
070400         THRU 4100-WRITE-JOURNAL-MARK-EXIT
070500     CLOSE XFERJRNL-FILE
070600
070700     MOVE J5-NET-AMOUNT TO J5-AMOUNT-EDITED
070800     DISPLAY "[JARSETL] ACCOUNT " J5-DEBTOR-ACCT " PAID "
070900         J5-AMOUNT-EDITED " TO ACCOUNT " J5-CREDITOR-ACCT
071000         " REF " J5-SETTLE-REF.
071100
071200 4000-POST-SETTLEMENT-EXIT.
071300     EXIT.
071400
071500 4100-WRITE-JOURNAL-MARK.
071600     MOVE J5-SETTLE-REF    TO XJ-XFER-REF
071700     MOVE J5-DEBTOR-ACCT   TO XJ-ACCT-ID
071800     MOVE J5-CREDITOR-ACCT TO XJ-TO-ACCT-ID
071900     MOVE J5-SETTLE-JAR-ID TO XJ-FROM-JAR-ID
072000     MOVE J5-SETTLE-JAR-ID TO XJ-TO-JAR-ID
072100     MOVE J5-NET-AMOUNT    TO XJ-AMOUNT
072200     MOVE J5-LEG-MEMO      TO XJ-MEMO
072300     WRITE XFERJRNL-RECORD.
072400
072500 4100-WRITE-JOURNAL-MARK-EXIT.
072600     EXIT.
072700
072800*===========================================================*
072900* 9000-TERMINATE.                                            *
073000*===========================================================*
073100 9000-TERMINATE.
073200     CLOSE JARRPT-FILE
073300
073400     DISPLAY "[JARSETL] " J5-ITEM-COUNT " SHARED ITEM(S) FOR "
073500         J5-SETTLE-MONTH " - SEE JARSETL.RPT".
073600
073700 9000-TERMINATE-EXIT.
073800     EXIT.
