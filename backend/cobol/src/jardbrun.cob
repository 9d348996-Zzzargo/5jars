000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    JARDBRUN.
000300 AUTHOR.        Burlacu Vasile.
000400 INSTALLATION.  FIVE-JARS BUDGETING SYSTEM.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.                                     *
000900*-----------------------------------------------------------*
001000*   DATE        BY   DESCRIPTION                            *
001100*   ----------  ---  --------------------------------------- *
001200*   2026-10-15  BV   Original monthly debt run - splits      *
001300*                    each posted loan payment into interest  *
001400*                    and principal and keeps the running     *
001500*                    balance on JARDEBT.                     *
001600*-----------------------------------------------------------*
001700* FOR ONE CALENDAR MONTH, FINDS EACH ACTIVE JARDEBT DEBT'S   *
001800* PAYMENT ON THE ARCHIVED (JARTRANA) AND LIVE (JARTRAN)      *
001900* LEDGERS - THE WITHDRAWALS OF THAT MONTH FROM THE DEBT'S    *
002000* ACCOUNT AND PAYING JAR WHOSE MEMO IS THE MEMO OF THE       *
002100* JARSORD STANDING ORDER THE DEBT IS LINKED TO, WHICH IS THE *
002200* MEMO JARSORUN POSTS IT UNDER.  THE MONTH'S INTEREST IS THE *
002300* OUTSTANDING BALANCE TIMES THE APR OVER TWELVE, ROUNDED TO  *
002400* THE CENT; THE REST OF THE PAYMENT REDUCES THE BALANCE.  A  *
002500* PAYMENT SHORT OF THE INTEREST LEAVES THE UNPAID INTEREST   *
002600* ON THE BALANCE.  THE SPLIT, THE NEW BALANCE AND THE YEAR'S *
002700* INTEREST ARE REWRITTEN ON JARDEBT AND LISTED ON            *
002800* JARDBRUN.RPT.                                              *
002900*                                                            *
003000* EACH DEBT REMEMBERS THE LAST MONTH APPLIED, SO A RERUN OF  *
003100* THE SAME MONTH CHANGES NOTHING AND A MONTH IS NEVER        *
003200* APPLIED OUT OF ORDER - A DEBT WHOSE PREVIOUS MONTH HAS NOT *
003300* BEEN RUN IS LEFT ALONE AND FLAGGED.  THE MONTH DEFAULTS TO *
003400* LAST MONTH, AS FOR JARSETL.  A SKIPPED DEBT, A MISSING     *
003500* ORDER OR PAYMENT, OR A DEBT PAID OFF THIS MONTH ENDS THE   *
003600* RUN WITH RETURN CODE 4.                                    *
003700*-----------------------------------------------------------*
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT JARDEBT-FILE ASSIGN TO "JARDEBT"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS DT-KEY
004600         FILE STATUS IS J5-JARDEBT-STATUS.
004700
004800     SELECT JARSORD-FILE ASSIGN TO "JARSORD"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS SO-KEY
005200         FILE STATUS IS J5-JARSORD-STATUS.
005300
005400     SELECT JARTRANA-FILE ASSIGN TO "JARTRANA"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS J5-JARTRANA-STATUS.
005700
005800     SELECT JARTRAN-FILE ASSIGN TO "JARTRAN"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS J5-JARTRAN-STATUS.
006100
006200     SELECT JARRPT-FILE ASSIGN TO "JARDBRUN.RPT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS J5-JARRPT-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  JARDEBT-FILE.
006900     COPY JARDEBT.
007000
007100 FD  JARSORD-FILE.
007200     COPY JARSORD.
007300
007400 FD  JARTRANA-FILE.
007500 01  JARTRANA-RECORD           PIC X(64).
007600
007700 FD  JARTRAN-FILE.
007800     COPY JARTRAN.
007900
008000 FD  JARRPT-FILE.
008100 01  JARRPT-LINE               PIC X(80).
008200
008300 WORKING-STORAGE SECTION.
008400 01  J5-JARDEBT-STATUS         PIC X(02).
008500     88  J5-JARDEBT-OK         VALUE "00".
008600     88  J5-JARDEBT-EOF        VALUE "10".
008700     88  J5-JARDEBT-FILE-MISSING VALUE "35".
008800
008900 01  J5-JARSORD-STATUS         PIC X(02).
009000     88  J5-JARSORD-OK         VALUE "00".
009100     88  J5-JARSORD-NOTFOUND   VALUE "23".
009200     88  J5-JARSORD-FILE-MISSING VALUE "35".
009300
009400 01  J5-JARTRANA-STATUS        PIC X(02).
009500     88  J5-TRANA-OK           VALUE "00".
009600     88  J5-TRANA-EOF          VALUE "10".
009700     88  J5-TRANA-NOT-FOUND    VALUE "35".
009800
009900 01  J5-JARTRAN-STATUS         PIC X(02).
010000     88  J5-TRAN-OK            VALUE "00".
010100     88  J5-TRAN-EOF           VALUE "10".
010200     88  J5-TRAN-NOT-FOUND     VALUE "35".
010300
010400 01  J5-JARRPT-STATUS          PIC X(02).
010500
010600 01  J5-ENTRY-VALID-SW         PIC X(01) VALUE "Y".
010700     88  J5-ENTRY-IS-VALID     VALUE "Y".
010800     88  J5-ENTRY-IS-INVALID   VALUE "N".
010900
011000 01  J5-REJECT-REASON          PIC X(40) VALUE SPACES.
011100
011200*-----------------------------------------------------------*
011300* MONTH BEING APPLIED, ALSO AS A RUNNING MONTH NUMBER (YEAR  *
011400* * 12 + MONTH - 1) SO IT CAN BE COMPARED WITH EACH DEBT'S   *
011500* LAST MONTH APPLIED ACROSS A YEAR END.                      *
011600*-----------------------------------------------------------*
011700 01  J5-TODAY                  PIC 9(08).
011800 01  FILLER REDEFINES J5-TODAY.
011900     05  J5-TODAY-YEAR         PIC 9(04).
012000     05  J5-TODAY-MONTH        PIC 9(02).
012100     05  FILLER                PIC 9(02).
012200 01  J5-RUN-MONTH.
012300     05  J5-RUN-YEAR           PIC 9(04).
012400     05  J5-RUN-MM             PIC 9(02).
012500 01  J5-RUN-MONTH-INPUT        PIC X(06).
012600 01  J5-RUN-MONTH-NO           PIC 9(06).
012700 01  J5-LAST-MONTH-NO          PIC 9(06).
012800 01  J5-WORK-YM.
012900     05  J5-WORK-YYYY          PIC 9(04).
013000     05  J5-WORK-MM            PIC 9(02).
013100
013200*-----------------------------------------------------------*
013300* EVERY LEDGER RECORD - ARCHIVED OR LIVE - IS MOVED INTO     *
013400* THIS IMAGE OF THE JARTRAN LAYOUT, AS IN JARSETL, SO ONE    *
013500* PATH SERVES BOTH FILES.                                    *
013600*-----------------------------------------------------------*
013700 01  J5-TRAN-WORK.
013800     05  J5-TW-JAR-ID          PIC X(02).
013900     05  J5-TW-TRAN-DATE       PIC 9(08).
014000     05  FILLER REDEFINES J5-TW-TRAN-DATE.
014100         10  J5-TW-TRAN-MONTH  PIC X(06).
014200         10  FILLER            PIC X(02).
014300     05  J5-TW-TRAN-TYPE       PIC X(01).
014400         88  J5-TW-IS-WITHDRAWAL
014500                               VALUE "W".
014600     05  FILLER                PIC X(03).
014700     05  J5-TW-AMOUNT          PIC S9(12)V99.
014800     05  J5-TW-MEMO            PIC X(30).
014900     05  FILLER                PIC X(04).
015000     05  J5-TW-ACCT-ID         PIC X(02).
015100
015200*-----------------------------------------------------------*
015300* THE ACTIVE DEBTS, IN JARDEBT KEY ORDER, EACH WITH THE      *
015400* LEDGER MEMO OF ITS STANDING ORDER AND WHAT THE LEDGER      *
015500* SHOWS PAID TOWARDS IT IN THE MONTH.  A DEBT WHOSE ORDER IS *
015600* NOT ON JARSORD CAN MATCH NOTHING.  MORE THAN 50 ACTIVE     *
015700* DEBTS ENDS THE RUN RC 12 BEFORE ANYTHING IS APPLIED.       *
015800*-----------------------------------------------------------*
015900 01  J5-MAX-DEBTS              PIC 9(03) VALUE 50.
016000 01  J5-DEBT-COUNT             PIC 9(03) VALUE 0.
016100 01  J5-DEBT-TABLE.
016200     05  J5-DB-ENTRY OCCURS 50 TIMES INDEXED BY J5-DB-IDX.
016300         10  J5-DB-KEY.
016400             15  J5-DB-ACCT-ID PIC X(02).
016500             15  J5-DB-DEBT-ID PIC X(04).
016600         10  J5-DB-JAR-ID      PIC X(02).
016700         10  J5-DB-MEMO        PIC X(30).
016800         10  J5-DB-ORDER-SW    PIC X(01).
016900             88  J5-DB-ORDER-FOUND
017000                               VALUE "Y".
017100         10  J5-DB-PAID        PIC S9(12)V99.
017200
017300 01  J5-OVERFLOW-SW            PIC X(01) VALUE "N".
017400     88  J5-TABLE-OVERFLOWED   VALUE "Y".
017500
017600 01  J5-TRAN-ACCT-ID           PIC X(02).
017700
017800*-----------------------------------------------------------*
017900* WORK FIELDS FOR THE DEBT IN HAND AND THE RUN TOTALS.       *
018000*-----------------------------------------------------------*
018100 01  J5-INTEREST               PIC 9(12)V99 VALUE 0.
018200 01  J5-PAID                   PIC S9(12)V99 VALUE 0.
018300 01  J5-PRINCIPAL-PART         PIC S9(12)V99 VALUE 0.
018400 01  J5-OVERPAID               PIC S9(12)V99 VALUE 0.
018500 01  J5-NOTE                   PIC X(13) VALUE SPACES.
018600
018700 01  J5-APPLIED-COUNT          PIC 9(03) VALUE 0.
018800 01  J5-WARNING-COUNT          PIC 9(03) VALUE 0.
018900 01  J5-TOTAL-PAID             PIC S9(12)V99 VALUE 0.
019000 01  J5-TOTAL-INTEREST         PIC S9(12)V99 VALUE 0.
019100 01  J5-TOTAL-PRINCIPAL        PIC S9(12)V99 VALUE 0.
019200 01  J5-TOTAL-OUTSTANDING      PIC S9(12)V99 VALUE 0.
019300 01  J5-AMOUNT-EDITED          PIC -Z(11)9.99.
019400
019500*-----------------------------------------------------------*
019600* REPORT LINES.                                              *
019700*-----------------------------------------------------------*
019800 01  RL-COLUMN-LINE.
019900     05  FILLER                PIC X(40)
020000         VALUE "AC DEBT LENDER             PAID   INTERE".
020100     05  FILLER                PIC X(40)
020200         VALUE "ST  PRINCIPAL  OUTSTANDING NOTE".
020300
020400 01  RL-DEBT-LINE.
020500     05  RL-DL-ACCT-ID         PIC X(02).
020600     05  FILLER                PIC X(01) VALUE SPACES.
020700     05  RL-DL-DEBT-ID         PIC X(04).
020800     05  FILLER                PIC X(01) VALUE SPACES.
020900     05  RL-DL-LENDER          PIC X(12).
021000     05  FILLER                PIC X(01) VALUE SPACES.
021100     05  RL-DL-PAID            PIC Z(6)9.99.
021200     05  FILLER                PIC X(01) VALUE SPACES.
021300     05  RL-DL-INTEREST        PIC Z(6)9.99.
021400     05  FILLER                PIC X(01) VALUE SPACES.
021500     05  RL-DL-PRINCIPAL       PIC -Z(5)9.99.
021600     05  FILLER                PIC X(01) VALUE SPACES.
021700     05  RL-DL-OUTSTANDING     PIC -Z(7)9.99.
021800     05  FILLER                PIC X(01) VALUE SPACES.
021900     05  RL-DL-NOTE            PIC X(13).
022000
022100 01  RL-TOTAL-LINE.
022200     05  FILLER                PIC X(21) VALUE "TOTAL".
022300     05  RL-TL-PAID            PIC -Z(5)9.99.
022400     05  FILLER                PIC X(01) VALUE SPACES.
022500     05  RL-TL-INTEREST        PIC -Z(5)9.99.
022600     05  FILLER                PIC X(01) VALUE SPACES.
022700     05  RL-TL-PRINCIPAL       PIC -Z(5)9.99.
022800     05  FILLER                PIC X(01) VALUE SPACES.
022900     05  RL-TL-OUTSTANDING     PIC -Z(7)9.99.
023000
023100 PROCEDURE DIVISION.
023200*===========================================================*
023300* 0000-MAINLINE.                                             *
023400*===========================================================*
023500 0000-MAINLINE.
023600     MOVE 0 TO RETURN-CODE
023700
023800     PERFORM 1000-INITIALIZE
023900         THRU 1000-INITIALIZE-EXIT
024000
024100     IF J5-ENTRY-IS-INVALID
024200         PERFORM 1900-REJECT-RUN
024300             THRU 1900-REJECT-RUN-EXIT
024400         GO TO 0000-MAINLINE-EXIT
024500     END-IF
024600
024700     PERFORM 1100-LOAD-DEBTS
024800         THRU 1100-LOAD-DEBTS-EXIT
024900
025000     IF J5-JARDEBT-FILE-MISSING OR J5-DEBT-COUNT = 0
025100         DISPLAY "[JARDBRUN] NO ACTIVE DEBTS ON JARDEBT - "
025200             "NOTHING TO APPLY"
025300         GO TO 0000-MAINLINE-EXIT
025400     END-IF
025500
025600     IF J5-TABLE-OVERFLOWED
025700         DISPLAY "[JARDBRUN] MORE THAN " J5-MAX-DEBTS
025800             " ACTIVE DEBTS - NOTHING APPLIED"
025900         MOVE 12 TO RETURN-CODE
026000         GO TO 0000-MAINLINE-EXIT
026100     END-IF
026200
026300     PERFORM 2000-SWEEP-ARCHIVED-LEDGER
026400         THRU 2000-SWEEP-ARCHIVED-LEDGER-EXIT
026500
026600     PERFORM 2500-SWEEP-LIVE-LEDGER
026700         THRU 2500-SWEEP-LIVE-LEDGER-EXIT
026800
026900     PERFORM 3000-APPLY-PAYMENTS
027000         THRU 3000-APPLY-PAYMENTS-EXIT
027100
027200     PERFORM 9000-TERMINATE
027300         THRU 9000-TERMINATE-EXIT
027400
027500     GO TO 0000-MAINLINE-EXIT.
027600
027700 0000-MAINLINE-EXIT.
027800     STOP RUN RETURNING RETURN-CODE.
027900
028000*===========================================================*
028100* 1000-INITIALIZE.                                           *
028200* PROMPTS FOR THE MONTH TO APPLY.                            *
028300*===========================================================*
028400 1000-INITIALIZE.
028500     SET J5-ENTRY-IS-VALID TO TRUE
028600     MOVE SPACES TO J5-REJECT-REASON
028700
028800     ACCEPT J5-TODAY FROM DATE YYYYMMDD
028900     MOVE J5-TODAY-YEAR TO J5-RUN-YEAR
029000     IF J5-TODAY-MONTH = 1
029100         SUBTRACT 1 FROM J5-RUN-YEAR
029200         MOVE 12 TO J5-RUN-MM
029300     ELSE
029400         COMPUTE J5-RUN-MM = J5-TODAY-MONTH - 1
029500     END-IF
029600
029700     DISPLAY "PAYMENT MONTH (YYYYMM) - BLANK FOR LAST MONTH: "
029800         WITH NO ADVANCING
029900     ACCEPT J5-RUN-MONTH-INPUT FROM CONSOLE
030000
030100     IF J5-RUN-MONTH-INPUT NOT = SPACES
030200         IF J5-RUN-MONTH-INPUT NOT NUMERIC
030300             SET J5-ENTRY-IS-INVALID TO TRUE
030400             MOVE "MONTH IS NOT YYYYMM" TO J5-REJECT-REASON
030500             GO TO 1000-INITIALIZE-EXIT
030600         END-IF
030700         MOVE J5-RUN-MONTH-INPUT TO J5-RUN-MONTH
030800         IF J5-RUN-MM < 1 OR J5-RUN-MM > 12
030900             SET J5-ENTRY-IS-INVALID TO TRUE
031000             MOVE "MONTH IS NOT YYYYMM" TO J5-REJECT-REASON
031100             GO TO 1000-INITIALIZE-EXIT
031200         END-IF
031300     END-IF
031400
031500     COMPUTE J5-RUN-MONTH-NO = J5-RUN-YEAR * 12 + J5-RUN-MM - 1
031600
031700     INITIALIZE J5-DEBT-TABLE.
031800
031900 1000-INITIALIZE-EXIT.
032000     EXIT.
032100
032200*===========================================================*
032300* 1100-LOAD-DEBTS.                                           *
032400* FIRST PASS OF JARDEBT: LOADS THE ACTIVE DEBTS AND LOOKS UP *
032500* EACH ONE'S STANDING ORDER.  NO JARDEBT YET MEANS NO DEBTS. *
032600*===========================================================*
032700 1100-LOAD-DEBTS.
032800     OPEN INPUT JARDEBT-FILE
032900     IF J5-JARDEBT-FILE-MISSING
033000         GO TO 1100-LOAD-DEBTS-EXIT
033100     END-IF
033200
033300     OPEN INPUT JARSORD-FILE
033400
033500     READ JARDEBT-FILE
033600         AT END
033700             SET J5-JARDEBT-EOF TO TRUE
033800     END-READ
033900
034000     PERFORM 1150-LOAD-ONE-DEBT
034100         THRU 1150-LOAD-ONE-DEBT-EXIT
034200         UNTIL J5-JARDEBT-EOF
034300
034400     IF NOT J5-JARSORD-FILE-MISSING
034500         CLOSE JARSORD-FILE
034600     END-IF
034700     CLOSE JARDEBT-FILE.
034800
034900 1100-LOAD-DEBTS-EXIT.
035000     EXIT.
035100
035200 1150-LOAD-ONE-DEBT.
035300     IF NOT DT-ACTIVE
035400         GO TO 1150-LOAD-ONE-DEBT-NEXT
035500     END-IF
035600
035700     IF J5-DEBT-COUNT NOT < J5-MAX-DEBTS
035800         SET J5-TABLE-OVERFLOWED TO TRUE
035900         GO TO 1150-LOAD-ONE-DEBT-NEXT
036000     END-IF
036100
036200     ADD 1 TO J5-DEBT-COUNT
036300     SET J5-DB-IDX TO J5-DEBT-COUNT
036400     MOVE DT-KEY    TO J5-DB-KEY (J5-DB-IDX)
036500     MOVE DT-JAR-ID TO J5-DB-JAR-ID (J5-DB-IDX)
036600     MOVE "N"       TO J5-DB-ORDER-SW (J5-DB-IDX)
036700
036800     IF J5-JARSORD-FILE-MISSING
036900         GO TO 1150-LOAD-ONE-DEBT-NEXT
037000     END-IF
037100
037200     MOVE DT-ACCT-ID  TO SO-ACCT-ID
037300     MOVE DT-ORDER-ID TO SO-ORDER-ID
037400     READ JARSORD-FILE
037500         INVALID KEY
037600             CONTINUE
037700     END-READ
037800     IF J5-JARSORD-OK
037900         MOVE SO-MEMO TO J5-DB-MEMO (J5-DB-IDX)
038000         SET J5-DB-ORDER-FOUND (J5-DB-IDX) TO TRUE
038100     END-IF.
038200
038300 1150-LOAD-ONE-DEBT-NEXT.
038400     READ JARDEBT-FILE
038500         AT END
038600             SET J5-JARDEBT-EOF TO TRUE
038700     END-READ.
038800
038900 1150-LOAD-ONE-DEBT-EXIT.
039000     EXIT.
039100
039200*===========================================================*
039300* 1900-REJECT-RUN.                                           *
039400* NOTHING IS APPLIED WHEN THE REPLY IS BAD.                  *
039500*===========================================================*
039600 1900-REJECT-RUN.
039700     DISPLAY "[JARDBRUN] RUN REJECTED - " J5-REJECT-REASON
039800     MOVE 16 TO RETURN-CODE.
039900
040000 1900-REJECT-RUN-EXIT.
040100     EXIT.
040200
040300*===========================================================*
040400* 2000-SWEEP-ARCHIVED-LEDGER.                                *
040500* THE ARCHIVE MAY NOT EXIST YET (NO MONTH EVER CLOSED) -     *
040600* THAT IS NOT AN ERROR.                                      *
040700*===========================================================*
040800 2000-SWEEP-ARCHIVED-LEDGER.
040900     OPEN INPUT JARTRANA-FILE
041000     IF J5-TRANA-NOT-FOUND
041100         GO TO 2000-SWEEP-ARCHIVED-LEDGER-EXIT
041200     END-IF
041300
041400     READ JARTRANA-FILE
041500         AT END
041600             SET J5-TRANA-EOF TO TRUE
041700     END-READ
041800
041900     PERFORM 2100-TALLY-ONE-ARCHIVED
042000         THRU 2100-TALLY-ONE-ARCHIVED-EXIT
042100         UNTIL J5-TRANA-EOF
042200
042300     CLOSE JARTRANA-FILE.
042400
042500 2000-SWEEP-ARCHIVED-LEDGER-EXIT.
042600     EXIT.
042700
042800 2100-TALLY-ONE-ARCHIVED.
042900     MOVE JARTRANA-RECORD TO J5-TRAN-WORK
043000     PERFORM 2200-TALLY-ONE-ENTRY
043100         THRU 2200-TALLY-ONE-ENTRY-EXIT
043200
043300     READ JARTRANA-FILE
043400         AT END
043500             SET J5-TRANA-EOF TO TRUE
043600     END-READ.
043700
043800 2100-TALLY-ONE-ARCHIVED-EXIT.
043900     EXIT.
044000
044100*===========================================================*
044200* 2200-TALLY-ONE-ENTRY.                                      *
044300* A WITHDRAWAL IN THE MONTH IS ADDED TO THE DEBT WHOSE       *
044400* ACCOUNT, JAR AND ORDER MEMO IT CARRIES.  WITHDRAWALS ARE   *
044500* STORED ON THE LEDGER AS THE POSITIVE AMOUNT PAID.  A BLANK *
044600* ACCOUNT ON THE LEDGER IS ACCOUNT 01.                       *
044700*===========================================================*
044800 2200-TALLY-ONE-ENTRY.
044900     IF J5-TW-TRAN-MONTH NOT = J5-RUN-MONTH
045000         OR NOT J5-TW-IS-WITHDRAWAL
045100         GO TO 2200-TALLY-ONE-ENTRY-EXIT
045200     END-IF
045300
045400     MOVE J5-TW-ACCT-ID TO J5-TRAN-ACCT-ID
045500     IF J5-TRAN-ACCT-ID = SPACES
045600         MOVE "01" TO J5-TRAN-ACCT-ID
045700     END-IF
045800
045900     SET J5-DB-IDX TO 1
046000     SEARCH J5-DB-ENTRY
046100         AT END
046200             CONTINUE
046300         WHEN J5-DB-ACCT-ID (J5-DB-IDX) = J5-TRAN-ACCT-ID
046400             AND J5-DB-JAR-ID (J5-DB-IDX) = J5-TW-JAR-ID
046500             AND J5-DB-MEMO (J5-DB-IDX) = J5-TW-MEMO
046600             AND J5-DB-ORDER-FOUND (J5-DB-IDX)
046700             ADD J5-TW-AMOUNT TO J5-DB-PAID (J5-DB-IDX)
046800     END-SEARCH.
046900
047000 2200-TALLY-ONE-ENTRY-EXIT.
047100     EXIT.
047200
047300*===========================================================*
047400* 2500-SWEEP-LIVE-LEDGER.                                    *
047500*===========================================================*
047600 2500-SWEEP-LIVE-LEDGER.
047700     OPEN INPUT JARTRAN-FILE
047800     IF J5-TRAN-NOT-FOUND
047900         GO TO 2500-SWEEP-LIVE-LEDGER-EXIT
048000     END-IF
048100
048200     READ JARTRAN-FILE
048300         AT END
048400             SET J5-TRAN-EOF TO TRUE
048500     END-READ
048600
048700     PERFORM 2600-TALLY-ONE-LIVE
048800         THRU 2600-TALLY-ONE-LIVE-EXIT
048900         UNTIL J5-TRAN-EOF
049000
049100     CLOSE JARTRAN-FILE.
049200
049300 2500-SWEEP-LIVE-LEDGER-EXIT.
049400     EXIT.
049500
049600 2600-TALLY-ONE-LIVE.
049700     MOVE JARTRAN-RECORD TO J5-TRAN-WORK
049800     PERFORM 2200-TALLY-ONE-ENTRY
049900         THRU 2200-TALLY-ONE-ENTRY-EXIT
050000
050100     READ JARTRAN-FILE
050200         AT END
050300             SET J5-TRAN-EOF TO TRUE
050400     END-READ.
050500
050600 2600-TALLY-ONE-LIVE-EXIT.
050700     EXIT.
050800
050900*===========================================================*
051000* 3000-APPLY-PAYMENTS.                                       *
051100* SECOND PASS OF JARDEBT, OPENED I-O, REWRITING EACH ACTIVE  *
051200* DEBT AS ITS MONTH IS APPLIED.                              *
051300*===========================================================*
051400 3000-APPLY-PAYMENTS.
051500     OPEN OUTPUT JARRPT-FILE
051600     MOVE SPACES TO JARRPT-LINE
051700     STRING "FIVE JARS - DEBT PAYMENT SPLIT "
051800                                      DELIMITED BY SIZE
051900            J5-RUN-MONTH              DELIMITED BY SIZE
052000            INTO JARRPT-LINE
052100     WRITE JARRPT-LINE
052200     MOVE SPACES TO JARRPT-LINE
052300     WRITE JARRPT-LINE
052400     MOVE RL-COLUMN-LINE TO JARRPT-LINE
052500     WRITE JARRPT-LINE
052600
052700     OPEN I-O JARDEBT-FILE
052800
052900     READ JARDEBT-FILE
053000         AT END
053100             SET J5-JARDEBT-EOF TO TRUE
053200     END-READ
053300
053400     PERFORM 3100-APPLY-ONE-DEBT
053500         THRU 3100-APPLY-ONE-DEBT-EXIT
053600         UNTIL J5-JARDEBT-EOF
053700
053800     CLOSE JARDEBT-FILE.
053900
054000 3000-APPLY-PAYMENTS-EXIT.
054100     EXIT.
054200
054300*===========================================================*
054400* 3100-APPLY-ONE-DEBT.                                       *
054500* APPLIES THE MONTH TO ONE ACTIVE DEBT WHEN IT IS THE MONTH  *
054600* AFTER ITS LAST MONTH APPLIED.  THE YEAR-TO-DATE INTEREST   *
054700* STARTS AGAIN AT THE FIRST MONTH APPLIED IN A NEW YEAR.     *
054800* ANY PART OF THE PAYMENT BEYOND WHAT WAS OWED IS REPORTED   *
054900* AS OVERPAID AND NOT CARRIED.  EVERY ACTIVE DEBT GETS A     *
055000* REPORT LINE, APPLIED OR NOT.                               *
055100*===========================================================*
055200 3100-APPLY-ONE-DEBT.
055300     IF NOT DT-ACTIVE
055400         GO TO 3100-APPLY-ONE-DEBT-NEXT
055500     END-IF
055600
055700     SET J5-DB-IDX TO 1
055800     SEARCH J5-DB-ENTRY
055900         AT END
056000             GO TO 3100-APPLY-ONE-DEBT-NEXT
056100         WHEN J5-DB-KEY (J5-DB-IDX) = DT-KEY
056200             CONTINUE
056300     END-SEARCH
056400
056500     MOVE J5-DB-PAID (J5-DB-IDX) TO J5-PAID
056600     MOVE ZERO   TO J5-INTEREST
056700     MOVE ZERO   TO J5-PRINCIPAL-PART
056800     MOVE SPACES TO J5-NOTE
056900
057000     MOVE DT-LAST-MONTH TO J5-WORK-YM
057100     COMPUTE J5-LAST-MONTH-NO =
057200         J5-WORK-YYYY * 12 + J5-WORK-MM - 1
057300
057400     IF J5-LAST-MONTH-NO NOT < J5-RUN-MONTH-NO
057500         IF J5-RUN-MONTH < DT-START-MONTH
057600             MOVE "NOT STARTED"  TO J5-NOTE
057700         ELSE
057800             MOVE "DONE BEFORE"  TO J5-NOTE
057900         END-IF
058000         GO TO 3100-APPLY-ONE-DEBT-PRINT
058100     END-IF
058200
058300     IF J5-LAST-MONTH-NO + 1 < J5-RUN-MONTH-NO
058400         MOVE "MONTH MISSED"  TO J5-NOTE
058500         ADD 1 TO J5-WARNING-COUNT
058600         DISPLAY "[JARDBRUN] DEBT " DT-ACCT-ID "/" DT-DEBT-ID
058700             " LAST APPLIED " DT-LAST-MONTH
058800             " - RUN THE MONTHS BETWEEN FIRST"
058900         GO TO 3100-APPLY-ONE-DEBT-PRINT
059000     END-IF
059100
059200     IF NOT J5-DB-ORDER-FOUND (J5-DB-IDX)
059300         MOVE "NO ORDER"      TO J5-NOTE
059400         ADD 1 TO J5-WARNING-COUNT
059500         DISPLAY "[JARDBRUN] DEBT " DT-ACCT-ID "/" DT-DEBT-ID
059600             " - STANDING ORDER " DT-ORDER-ID " NOT ON JARSORD"
059700         GO TO 3100-APPLY-ONE-DEBT-PRINT
059800     END-IF
059900
060000     IF DT-YTD-YEAR NOT = J5-RUN-YEAR
060100         MOVE ZERO        TO DT-INTEREST-YTD
060200         MOVE J5-RUN-YEAR TO DT-YTD-YEAR
060300     END-IF
060400
060500     COMPUTE J5-INTEREST ROUNDED =
060600         DT-OUTSTANDING * DT-APR / 1200
060700     COMPUTE J5-PRINCIPAL-PART = J5-PAID - J5-INTEREST
060800
060900     IF J5-PAID = ZERO
061000         MOVE "NO PAYMENT"    TO J5-NOTE
061100         ADD 1 TO J5-WARNING-COUNT
061200         DISPLAY "[JARDBRUN] DEBT " DT-ACCT-ID "/" DT-DEBT-ID
061300             " - NO PAYMENT FOUND FOR " J5-RUN-MONTH
061400     END-IF
061500
061600     IF J5-PRINCIPAL-PART > DT-OUTSTANDING
061700         COMPUTE J5-OVERPAID = J5-PRINCIPAL-PART - DT-OUTSTANDING
061800         MOVE DT-OUTSTANDING TO J5-PRINCIPAL-PART
061900         MOVE J5-OVERPAID TO J5-AMOUNT-EDITED
062000         DISPLAY "[JARDBRUN] DEBT " DT-ACCT-ID "/" DT-DEBT-ID
062100             " OVERPAID BY " J5-AMOUNT-EDITED
062200     END-IF
062300
062400     SUBTRACT J5-PRINCIPAL-PART FROM DT-OUTSTANDING
062500     ADD J5-INTEREST       TO DT-INTEREST-YTD
062600     MOVE J5-RUN-MONTH      TO DT-LAST-MONTH
062700     MOVE J5-PAID           TO DT-LAST-PAYMENT
062800     MOVE J5-INTEREST       TO DT-LAST-INTEREST
062900     MOVE J5-PRINCIPAL-PART TO DT-LAST-PRINCIPAL
063000
063100     IF DT-OUTSTANDING NOT > ZERO
063200         SET DT-PAID-OFF TO TRUE
063300         MOVE "PAID OFF"      TO J5-NOTE
063400         ADD 1 TO J5-WARNING-COUNT
063500         DISPLAY "[JARDBRUN] DEBT " DT-ACCT-ID "/" DT-DEBT-ID
063600             " PAID OFF - RETIRE STANDING ORDER " DT-ORDER-ID
063700     END-IF
063800
063900     REWRITE JARDEBT-RECORD
064000     IF NOT J5-JARDEBT-OK
064100         DISPLAY "[JARDBRUN] REWRITE FAILED FOR DEBT "
064200             DT-ACCT-ID "/" DT-DEBT-ID " - STATUS "
064300             J5-JARDEBT-STATUS
064400         MOVE 12 TO RETURN-CODE
064500         SET J5-JARDEBT-EOF TO TRUE
064600         GO TO 3100-APPLY-ONE-DEBT-EXIT
064700     END-IF
064800
064900     ADD 1                 TO J5-APPLIED-COUNT
065000     ADD J5-PAID           TO J5-TOTAL-PAID
065100     ADD J5-INTEREST       TO J5-TOTAL-INTEREST
065200     ADD J5-PRINCIPAL-PART TO J5-TOTAL-PRINCIPAL.
065300
065400 3100-APPLY-ONE-DEBT-PRINT.
065500     ADD DT-OUTSTANDING TO J5-TOTAL-OUTSTANDING
065600
065700     MOVE DT-ACCT-ID        TO RL-DL-ACCT-ID
065800     MOVE DT-DEBT-ID        TO RL-DL-DEBT-ID
065900     MOVE DT-LENDER         TO RL-DL-LENDER
066000     MOVE J5-PAID           TO RL-DL-PAID
066100     MOVE J5-INTEREST       TO RL-DL-INTEREST
066200     MOVE J5-PRINCIPAL-PART TO RL-DL-PRINCIPAL
066300     MOVE DT-OUTSTANDING    TO RL-DL-OUTSTANDING
066400     MOVE J5-NOTE           TO RL-DL-NOTE
066500     MOVE RL-DEBT-LINE TO JARRPT-LINE
066600     WRITE JARRPT-LINE.
066700
066800 3100-APPLY-ONE-DEBT-NEXT.
066900     READ JARDEBT-FILE
067000         AT END
067100             SET J5-JARDEBT-EOF TO TRUE
067200     END-READ.
067300
067400 3100-APPLY-ONE-DEBT-EXIT.
067500     EXIT.
067600
067700*===========================================================*
067800* 9000-TERMINATE.                                            *
067900* ANYTHING THAT NEEDS THE OPERATOR - A SKIPPED MONTH, A      *
068000* MISSING ORDER OR PAYMENT, A DEBT JUST PAID OFF - ENDS THE  *
068100* RUN WITH RETURN CODE 4.                                    *
068200*===========================================================*
068300 9000-TERMINATE.
068400     MOVE SPACES TO JARRPT-LINE
068500     WRITE JARRPT-LINE
068600     MOVE J5-TOTAL-PAID        TO RL-TL-PAID
068700     MOVE J5-TOTAL-INTEREST    TO RL-TL-INTEREST
068800     MOVE J5-TOTAL-PRINCIPAL   TO RL-TL-PRINCIPAL
068900     MOVE J5-TOTAL-OUTSTANDING TO RL-TL-OUTSTANDING
069000     MOVE RL-TOTAL-LINE TO JARRPT-LINE
069100     WRITE JARRPT-LINE
069200     CLOSE JARRPT-FILE
069300
069400     IF RETURN-CODE NOT = 0
069500         GO TO 9000-TERMINATE-EXIT
069600     END-IF
069700
069800     IF J5-WARNING-COUNT > 0
069900         MOVE 4 TO RETURN-CODE
070000     END-IF
070100
070200     DISPLAY "[JARDBRUN] " J5-APPLIED-COUNT
070300         " DEBT(S) APPLIED FOR " J5-RUN-MONTH
070400         " - SEE JARDBRUN.RPT".
070500
070600 9000-TERMINATE-EXIT.
070700     EXIT.
