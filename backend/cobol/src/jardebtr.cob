000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    JARDEBTR.
000300 AUTHOR.        Burlacu Vasile.
000400 INSTALLATION.  FIVE-JARS BUDGETING SYSTEM.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.                                     *
000900*-----------------------------------------------------------*
001000*   DATE        BY   DESCRIPTION                            *
001100*   ----------  ---  --------------------------------------- *
001200*   2026-10-15  BV   Original debt register report -         *
001300*                    remaining balances, the year's          *
001400*                    interest and the projected payoff of    *
001500*                    each loan, and the liabilities set      *
001600*                    against the jars for a net worth.       *
001700*-----------------------------------------------------------*
001800* FOR EACH JARDEBT DEBT OF THE ACCOUNT ASKED FOR THAT HAS    *
001900* NOT BEEN CLOSED, PRINTS THE OUTSTANDING BALANCE KEPT BY    *
002000* JARDBRUN, THE MONTHLY PAYMENT, THE INTEREST CHARGED SO FAR *
002100* THIS YEAR AND THE PROJECTED PAYOFF MONTH - COUNTED ONE     *
002200* MONTH AT A TIME FROM THE MONTH AFTER THE LAST ONE APPLIED, *
002300* WITH THE INTEREST EACH MONTH ROUNDED AS JARDBRUN ROUNDS IT *
002400* - TOGETHER WITH THE MONTHS LEFT AND THE INTEREST STILL TO  *
002500* PAY.  A PAYMENT THAT DOES NOT COVER THE INTEREST, OR THAT  *
002600* WOULD TAKE MORE THAN 50 YEARS, NEVER PAYS THE DEBT OFF;    *
002700* ANY SUCH DEBT ENDS THE RUN WITH RETURN CODE 4.             *
002800*                                                            *
002900* WHEN THE OPERATOR GIVES AN EXTRA MONTHLY AMOUNT TO TAKE    *
003000* FROM THE FINANCIAL FREEDOM JAR, EACH DEBT IS PROJECTED     *
003100* AGAIN WITH THE EXTRA ADDED TO ITS PAYMENT, SHOWING HOW     *
003200* MANY MONTHS EARLIER IT WOULD BE PAID OFF AND THE INTEREST  *
003300* SAVED.  THE EXTRA IS TRIED ON EACH DEBT ON ITS OWN.  THE   *
003400* FOOT OF THE REPORT SETS THE ACCOUNT'S JARBAL BALANCES      *
003500* AGAINST THE DEBTS OUTSTANDING FOR THE ACCOUNT'S NET WORTH. *
003600*-----------------------------------------------------------*
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT JARDEBT-FILE ASSIGN TO "JARDEBT"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS DT-KEY
004500         FILE STATUS IS J5-JARDEBT-STATUS.
004600
004700     SELECT JARBAL-FILE ASSIGN TO "JARBAL"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS JB-KEY
005100         FILE STATUS IS J5-JARBAL-STATUS.
005200
005300     SELECT JARRPT-FILE ASSIGN TO "JARDEBTR.RPT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS J5-JARRPT-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  JARDEBT-FILE.
006000     COPY JARDEBT.
006100
006200 FD  JARBAL-FILE.
006300     COPY JARBAL.
006400
006500 FD  JARRPT-FILE.
006600 01  JARRPT-LINE               PIC X(80).
006700
006800 WORKING-STORAGE SECTION.
006900 01  J5-JARDEBT-STATUS         PIC X(02).
007000     88  J5-JARDEBT-OK         VALUE "00".
007100     88  J5-JARDEBT-EOF        VALUE "10".
007200     88  J5-JARDEBT-FILE-MISSING VALUE "35".
007210 01  J5-JARDEBT-OPEN-SW        PIC X(01) VALUE "N".
007220     88  J5-JARDEBT-IS-OPEN    VALUE "Y".
007300
007400 01  J5-JARBAL-STATUS          PIC X(02).
007500     88  J5-JARBAL-OK          VALUE "00".
007600     88  J5-JARBAL-NOTFOUND    VALUE "23".
007700     88  J5-JARBAL-FILE-MISSING VALUE "35".
007800
007900 01  J5-JARRPT-STATUS          PIC X(02).
008000
008100 01  J5-ENTRY-VALID-SW         PIC X(01) VALUE "Y".
008200     88  J5-ENTRY-IS-VALID     VALUE "Y".
008300     88  J5-ENTRY-IS-INVALID   VALUE "N".
008400
008500 01  J5-REJECT-REASON          PIC X(40) VALUE SPACES.
008600
008700*-----------------------------------------------------------*
008800* ACCOUNT BEING REPORTED AND THE EXTRA MONTHLY AMOUNT TO     *
008900* TRY, ACCEPTED AS NNNNNN.NN TEXT AS IN JARSORDM.            *
009000*-----------------------------------------------------------*
009100 01  J5-REPORT-ACCT            PIC X(02) VALUE "01".
009200 01  J5-REPORT-ACCT-INPUT      PIC X(02).
009300 01  J5-EXTRA-INPUT            PIC X(09).
009400 01  J5-AMOUNT-INPUT.
009500     05  J5-AMI-WHOLE          PIC X(06).
009600     05  J5-AMI-DOT            PIC X(01).
009700     05  J5-AMI-FRAC           PIC X(02).
009800 01  J5-AMI-WHOLE-NUM          PIC 9(06).
009900 01  J5-AMI-FRAC-NUM           PIC 9(02).
010000 01  J5-EXTRA-AMOUNT           PIC 9(12)V99 VALUE 0.
010100
010200 01  J5-TODAY                  PIC 9(08).
010300 01  FILLER REDEFINES J5-TODAY.
010400     05  J5-TODAY-YYYY         PIC 9(04).
010500     05  FILLER                PIC 9(04).
010600
010700*-----------------------------------------------------------*
010800* PAYOFF PROJECTION WORK FIELDS.  THE PROJECTION STOPS AFTER *
010900* 600 MONTHS.  MONTHS ARE COUNTED AS A RUNNING MONTH NUMBER  *
011000* (YEAR * 12 + MONTH - 1) AS IN JARSAVR.                     *
011100*-----------------------------------------------------------*
011200 01  J5-MAX-MONTHS             PIC 9(04) VALUE 600.
011300 01  J5-SIM-BALANCE            PIC S9(12)V99.
011400 01  J5-SIM-PAYMENT            PIC 9(12)V99.
011500 01  J5-SIM-MONTH-INTEREST     PIC 9(12)V99.
011600 01  J5-SIM-INTEREST           PIC 9(12)V99.
011700 01  J5-SIM-MONTHS             PIC 9(04).
011800 01  J5-SIM-STATE-SW           PIC X(01).
011900     88  J5-SIM-PAID           VALUE "R".
012000     88  J5-SIM-NEVER          VALUE "N".
012100     88  J5-SIM-PROJECTED      VALUE "P".
012200 01  J5-SIM-PAYOFF-YM          PIC X(06).
012300
012400 01  J5-LAST-MONTH-NO          PIC 9(06).
012500 01  J5-WORK-MONTH-NO          PIC 9(06).
012600 01  J5-WORK-YM.
012700     05  J5-WORK-YYYY          PIC 9(04).
012800     05  J5-WORK-MM            PIC 9(02).
012900
013000*-----------------------------------------------------------*
013100* THE DEBT IN HAND: THE PROJECTION AT THE CONTRACTED PAYMENT *
013200* AND, WHEN AN EXTRA AMOUNT WAS GIVEN, THE PROJECTION WITH   *
013300* IT ADDED.                                                  *
013400*-----------------------------------------------------------*
013500 01  J5-INTEREST-YTD           PIC 9(12)V99.
013600 01  J5-BASE-STATE-SW          PIC X(01).
013700     88  J5-BASE-NEVER         VALUE "N".
013800     88  J5-BASE-PROJECTED     VALUE "P".
013900 01  J5-BASE-MONTHS            PIC 9(04).
014000 01  J5-BASE-INTEREST          PIC 9(12)V99.
014100 01  J5-MONTHS-EARLIER         PIC 9(04).
014200 01  J5-INTEREST-SAVED         PIC S9(12)V99.
014300
014400 01  J5-DEBT-COUNT             PIC 9(03) VALUE 0.
014500 01  J5-NEVER-COUNT            PIC 9(03) VALUE 0.
014600 01  J5-TOTAL-OUTSTANDING      PIC S9(12)V99 VALUE 0.
014700 01  J5-TOTAL-JARS             PIC S9(12)V99 VALUE 0.
014800 01  J5-NET-WORTH              PIC S9(12)V99 VALUE 0.
014900
015000 01  J5-JAR-TABLE.
015100     05  J5-JAR-ENTRY OCCURS 5 TIMES INDEXED BY J5-JAR-IDX.
015200         10  J5-JAR-ID         PIC X(02).
015300
015400*-----------------------------------------------------------*
015500* REPORT LINES.                                              *
015600*-----------------------------------------------------------*
015700 01  RL-EXTRA-HEAD-LINE.
015800     05  FILLER                PIC X(15)
015900         VALUE "WHAT-IF: EXTRA ".
016000     05  RL-EH-AMOUNT          PIC Z(8)9.99.
016100     05  FILLER                PIC X(40)
016200         VALUE " A MONTH FROM FINANCIAL FREEDOM, ON EACH".
016300     05  FILLER                PIC X(11) VALUE " DEBT ALONE".
016400
016500 01  RL-COLUMN-LINE.
016600     05  FILLER                PIC X(40)
016700         VALUE "   OUTSTANDING     MONTHLY PMT    INTERE".
016800     05  FILLER                PIC X(40)
016900         VALUE "ST YTD  PAYOFF  MONTHS  PROJ INTEREST".
017000
017100 01  RL-DEBT-HEADER-LINE.
017200     05  RL-DH-DEBT-ID         PIC X(04).
017300     05  FILLER                PIC X(01) VALUE SPACES.
017400     05  RL-DH-LENDER          PIC X(20).
017500     05  FILLER                PIC X(05) VALUE " JAR ".
017600     05  RL-DH-JAR-ID          PIC X(02).
017700     05  FILLER                PIC X(07) VALUE " ORDER ".
017800     05  RL-DH-ORDER-ID        PIC X(04).
017900     05  FILLER                PIC X(06) VALUE "  APR ".
018000     05  RL-DH-APR             PIC Z9.999.
018100     05  FILLER                PIC X(16)
018200         VALUE "%  LAST APPLIED ".
018300     05  RL-DH-LAST-MONTH      PIC X(06).
018400
018500 01  RL-DETAIL-LINE.
018600     05  RL-OUTSTANDING        PIC -Z(9)9.99.
018700     05  FILLER                PIC X(02) VALUE SPACES.
018800     05  RL-PAYMENT            PIC Z(10)9.99.
018900     05  FILLER                PIC X(02) VALUE SPACES.
019000     05  RL-INTEREST-YTD       PIC Z(10)9.99.
019100     05  FILLER                PIC X(02) VALUE SPACES.
019200     05  RL-PAYOFF             PIC X(06).
019300     05  FILLER                PIC X(04) VALUE SPACES.
019400     05  RL-MONTHS             PIC Z(3)9 BLANK WHEN ZERO.
019500     05  FILLER                PIC X(02) VALUE SPACES.
019600     05  RL-PROJ-INTEREST      PIC Z(9)9.99
019650                               BLANK WHEN ZERO.
019700
019800 01  RL-EXTRA-LINE.
019900     05  FILLER                PIC X(22)
020000         VALUE "  WITH EXTRA - PAYOFF ".
020100     05  RL-XL-PAYOFF          PIC X(06).
020200     05  FILLER                PIC X(02) VALUE SPACES.
020300     05  RL-XL-EARLIER         PIC Z(3)9.
020400     05  FILLER                PIC X(32)
020500         VALUE " MONTHS EARLIER, INTEREST SAVED ".
020600     05  RL-XL-SAVED           PIC Z(9)9.99.
020700
020800 01  RL-TOTAL-LINE.
020900     05  RL-TL-LABEL           PIC X(20).
021000     05  RL-TL-AMOUNT          PIC -Z(11)9.99.
021100
021200 01  RL-SUMMARY-LINE.
021300     05  RL-DEBT-COUNT         PIC ZZ9.
021400     05  FILLER                PIC X(08) VALUE " DEBTS, ".
021500     05  RL-NEVER-COUNT        PIC ZZ9.
021600     05  FILLER                PIC X(26)
021700         VALUE " NOT PAID OFF AT THIS RATE".
021800
021900 PROCEDURE DIVISION.
022000*===========================================================*
022100* 0000-MAINLINE.                                             *
022200*===========================================================*
022300 0000-MAINLINE.
022400     MOVE 0 TO RETURN-CODE
022500
022600     PERFORM 1000-INITIALIZE
022700         THRU 1000-INITIALIZE-EXIT
022800
022900     IF J5-ENTRY-IS-INVALID
023000         PERFORM 1900-REJECT-RUN
023100             THRU 1900-REJECT-RUN-EXIT
023200         GO TO 0000-MAINLINE-EXIT
023300     END-IF
023400
023500     PERFORM 3000-REPORT-ONE-DEBT
023600         THRU 3000-REPORT-ONE-DEBT-EXIT
023700         UNTIL J5-JARDEBT-EOF
023800
023900     PERFORM 4000-NET-WORTH
024000         THRU 4000-NET-WORTH-EXIT
024100
024200     PERFORM 9000-TERMINATE
024300         THRU 9000-TERMINATE-EXIT
024400
024500     GO TO 0000-MAINLINE-EXIT.
024600
024700 0000-MAINLINE-EXIT.
024800     STOP RUN RETURNING RETURN-CODE.
024900
025000*===========================================================*
025100* 1000-INITIALIZE.                                           *
025200* PROMPTS FOR THE ACCOUNT AND THE EXTRA AMOUNT, THEN OPENS   *
025300* THE FILES AND HEADS THE REPORT.                            *
025400*===========================================================*
025500 1000-INITIALIZE.
025600     SET J5-ENTRY-IS-VALID TO TRUE
025700     MOVE SPACES TO J5-REJECT-REASON
025800
025900     MOVE "01" TO J5-JAR-ID (1)
026000     MOVE "02" TO J5-JAR-ID (2)
026100     MOVE "03" TO J5-JAR-ID (3)
026200     MOVE "04" TO J5-JAR-ID (4)
026300     MOVE "05" TO J5-JAR-ID (5)
026400
026500     ACCEPT J5-TODAY FROM DATE YYYYMMDD
026600
026700     DISPLAY "ACCOUNT ID (01-02) - BLANK FOR 01: "
026800         WITH NO ADVANCING
026900     ACCEPT J5-REPORT-ACCT-INPUT FROM CONSOLE
027000
027100     DISPLAY "EXTRA MONTHLY PAYMENT FROM FFA (FORMAT "
027200         "NNNNNN.NN) - BLANK FOR NONE: " WITH NO ADVANCING
027300     ACCEPT J5-EXTRA-INPUT FROM CONSOLE
027400
027500     IF J5-REPORT-ACCT-INPUT NOT = SPACES
027600         MOVE J5-REPORT-ACCT-INPUT TO J5-REPORT-ACCT
027700     END-IF
027800     IF J5-REPORT-ACCT NOT = "01" AND J5-REPORT-ACCT NOT = "02"
027900         SET J5-ENTRY-IS-INVALID TO TRUE
028000         MOVE "ACCOUNT IS NOT 01 OR 02" TO J5-REJECT-REASON
028100         GO TO 1000-INITIALIZE-EXIT
028200     END-IF
028300
028400     IF J5-EXTRA-INPUT NOT = SPACES
028500         MOVE J5-EXTRA-INPUT TO J5-AMOUNT-INPUT
028600         IF J5-AMI-DOT NOT = "."
028700             OR J5-AMI-WHOLE NOT NUMERIC
028800             OR J5-AMI-FRAC NOT NUMERIC
028900             SET J5-ENTRY-IS-INVALID TO TRUE
029000             MOVE "EXTRA AMOUNT NOT IN NNNNNN.NN FORMAT"
029100                                    TO J5-REJECT-REASON
029200             GO TO 1000-INITIALIZE-EXIT
029300         END-IF
029400         MOVE J5-AMI-WHOLE TO J5-AMI-WHOLE-NUM
029500         MOVE J5-AMI-FRAC  TO J5-AMI-FRAC-NUM
029600         COMPUTE J5-EXTRA-AMOUNT =
029700             J5-AMI-WHOLE-NUM + (J5-AMI-FRAC-NUM / 100)
029800     END-IF
029900
030000     OPEN INPUT JARDEBT-FILE
030100     IF J5-JARDEBT-FILE-MISSING
030200         SET J5-JARDEBT-EOF TO TRUE
030300     ELSE
030350         SET J5-JARDEBT-IS-OPEN TO TRUE
030400         READ JARDEBT-FILE
030500             AT END
030600                 SET J5-JARDEBT-EOF TO TRUE
030700         END-READ
030800     END-IF
030900
031000     OPEN INPUT JARBAL-FILE
031100
031200     OPEN OUTPUT JARRPT-FILE
031300     MOVE SPACES TO JARRPT-LINE
031400     STRING "FIVE JARS - DEBT REGISTER FOR ACCOUNT "
031500                                      DELIMITED BY SIZE
031600            J5-REPORT-ACCT            DELIMITED BY SIZE
031700            " AS AT "                 DELIMITED BY SIZE
031800            J5-TODAY                  DELIMITED BY SIZE
031900            INTO JARRPT-LINE
032000     WRITE JARRPT-LINE
032100     MOVE SPACES TO JARRPT-LINE
032200     WRITE JARRPT-LINE
032300
032400     IF J5-EXTRA-AMOUNT > ZERO
032500         MOVE J5-EXTRA-AMOUNT TO RL-EH-AMOUNT
032600         MOVE RL-EXTRA-HEAD-LINE TO JARRPT-LINE
032700         WRITE JARRPT-LINE
032800         MOVE SPACES TO JARRPT-LINE
032900         WRITE JARRPT-LINE
033000     END-IF
033100
033200     MOVE RL-COLUMN-LINE TO JARRPT-LINE
033300     WRITE JARRPT-LINE
033400     MOVE SPACES TO JARRPT-LINE
033500     WRITE JARRPT-LINE.
033600
033700 1000-INITIALIZE-EXIT.
033800     EXIT.
033900
034000*===========================================================*
034100* 1900-REJECT-RUN.                                           *
034200* NOTHING IS REPORTED WHEN THE REPLIES ARE BAD.              *
034300*===========================================================*
034400 1900-REJECT-RUN.
034500     DISPLAY "[JARDEBTR] REPORT REJECTED - " J5-REJECT-REASON
034600     MOVE 16 TO RETURN-CODE.
034700
034800 1900-REJECT-RUN-EXIT.
034900     EXIT.
035000
035100*===========================================================*
035200* 3000-REPORT-ONE-DEBT.                                      *
035300* ONE ENTRY PER DEBT OF THE ACCOUNT: A HEADER LINE, THE      *
035400* FIGURES, AND THE WHAT-IF LINE WHEN AN EXTRA AMOUNT WAS     *
035500* GIVEN.  A CLOSED DEBT IS NOT REPORTED; A PAID-OFF ONE      *
035600* SHOWS PAID.  THE YEAR-TO-DATE INTEREST ONLY COUNTS WHEN IT *
035700* IS FOR THE CURRENT YEAR.                                   *
035800*===========================================================*
035900 3000-REPORT-ONE-DEBT.
036000     IF DT-ACCT-ID NOT = J5-REPORT-ACCT
036100         OR DT-CLOSED
036200         GO TO 3000-REPORT-ONE-DEBT-NEXT
036300     END-IF
036400
036500     ADD 1              TO J5-DEBT-COUNT
036600     ADD DT-OUTSTANDING TO J5-TOTAL-OUTSTANDING
036700
036800     MOVE ZERO TO J5-INTEREST-YTD
036900     IF DT-YTD-YEAR = J5-TODAY-YYYY
037000         MOVE DT-INTEREST-YTD TO J5-INTEREST-YTD
037100     END-IF
037200
037300     MOVE DT-LAST-MONTH TO J5-WORK-YM
037400     COMPUTE J5-LAST-MONTH-NO =
037500         J5-WORK-YYYY * 12 + J5-WORK-MM - 1
037600
037700     MOVE DT-MONTHLY-PAYMENT TO J5-SIM-PAYMENT
037800     PERFORM 3100-PROJECT-PAYOFF
037900         THRU 3100-PROJECT-PAYOFF-EXIT
038000     MOVE J5-SIM-STATE-SW TO J5-BASE-STATE-SW
038100     MOVE J5-SIM-MONTHS   TO J5-BASE-MONTHS
038200     MOVE J5-SIM-INTEREST TO J5-BASE-INTEREST
038300
038400     MOVE DT-DEBT-ID    TO RL-DH-DEBT-ID
038500     MOVE DT-LENDER     TO RL-DH-LENDER
038600     MOVE DT-JAR-ID     TO RL-DH-JAR-ID
038700     MOVE DT-ORDER-ID   TO RL-DH-ORDER-ID
038800     MOVE DT-APR        TO RL-DH-APR
038900     MOVE DT-LAST-MONTH TO RL-DH-LAST-MONTH
039000     MOVE RL-DEBT-HEADER-LINE TO JARRPT-LINE
039100     WRITE JARRPT-LINE
039200
039300     MOVE DT-OUTSTANDING     TO RL-OUTSTANDING
039400     MOVE DT-MONTHLY-PAYMENT TO RL-PAYMENT
039500     MOVE J5-INTEREST-YTD    TO RL-INTEREST-YTD
039600     MOVE ZERO               TO RL-MONTHS
039700     MOVE ZERO               TO RL-PROJ-INTEREST
039800     EVALUATE TRUE
039900         WHEN J5-SIM-PAID
040000             MOVE "PAID"           TO RL-PAYOFF
040100         WHEN J5-SIM-NEVER
040200             MOVE "NEVER"          TO RL-PAYOFF
040300             ADD 1 TO J5-NEVER-COUNT
040400         WHEN OTHER
040500             MOVE J5-SIM-PAYOFF-YM TO RL-PAYOFF
040600             MOVE J5-SIM-MONTHS    TO RL-MONTHS
040700             MOVE J5-SIM-INTEREST  TO RL-PROJ-INTEREST
040800     END-EVALUATE
040900     MOVE RL-DETAIL-LINE TO JARRPT-LINE
041000     WRITE JARRPT-LINE
041100
041200     IF J5-EXTRA-AMOUNT > ZERO
041300         AND NOT J5-SIM-PAID
041400         PERFORM 3200-PROJECT-WITH-EXTRA
041500             THRU 3200-PROJECT-WITH-EXTRA-EXIT
041600     END-IF
041700
041800     MOVE SPACES TO JARRPT-LINE
041900     WRITE JARRPT-LINE.
042000
042100 3000-REPORT-ONE-DEBT-NEXT.
042200     READ JARDEBT-FILE
042300         AT END
042400             SET J5-JARDEBT-EOF TO TRUE
042500     END-READ.
042600
042700 3000-REPORT-ONE-DEBT-EXIT.
042800     EXIT.
042900
043000*===========================================================*
043100* 3100-PROJECT-PAYOFF.                                       *
043200* PROJECTS THE DEBT IN HAND AT J5-SIM-PAYMENT A MONTH.  THE  *
043300* LAST MONTH'S PAYMENT IS WHATEVER IS LEFT, SO THE BALANCE   *
043400* ENDING BELOW ZERO STILL COUNTS AS PAID OFF THAT MONTH.     *
043500*===========================================================*
043600 3100-PROJECT-PAYOFF.
043700     MOVE DT-OUTSTANDING TO J5-SIM-BALANCE
043800     MOVE ZERO           TO J5-SIM-MONTHS
043900     MOVE ZERO           TO J5-SIM-INTEREST
044000     MOVE SPACES         TO J5-SIM-PAYOFF-YM
044100
044200     IF J5-SIM-BALANCE NOT > ZERO
044300         SET J5-SIM-PAID TO TRUE
044400         GO TO 3100-PROJECT-PAYOFF-EXIT
044500     END-IF
044600
044700     COMPUTE J5-SIM-MONTH-INTEREST ROUNDED =
044800         J5-SIM-BALANCE * DT-APR / 1200
044900     IF J5-SIM-PAYMENT NOT > J5-SIM-MONTH-INTEREST
045000         SET J5-SIM-NEVER TO TRUE
045100         GO TO 3100-PROJECT-PAYOFF-EXIT
045200     END-IF
045300
045400     PERFORM 3150-SIMULATE-ONE-MONTH
045500         THRU 3150-SIMULATE-ONE-MONTH-EXIT
045600         UNTIL J5-SIM-BALANCE NOT > ZERO
045700            OR J5-SIM-MONTHS NOT < J5-MAX-MONTHS
045800
045900     IF J5-SIM-BALANCE > ZERO
046000         SET J5-SIM-NEVER TO TRUE
046100         GO TO 3100-PROJECT-PAYOFF-EXIT
046200     END-IF
046300
046400     SET J5-SIM-PROJECTED TO TRUE
046500     COMPUTE J5-WORK-MONTH-NO = J5-LAST-MONTH-NO + J5-SIM-MONTHS
046600     DIVIDE J5-WORK-MONTH-NO BY 12
046700         GIVING J5-WORK-YYYY
046800         REMAINDER J5-WORK-MM
046900     ADD 1 TO J5-WORK-MM
047000     MOVE J5-WORK-YM TO J5-SIM-PAYOFF-YM.
047100
047200 3100-PROJECT-PAYOFF-EXIT.
047300     EXIT.
047400
047500 3150-SIMULATE-ONE-MONTH.
047600     COMPUTE J5-SIM-MONTH-INTEREST ROUNDED =
047700         J5-SIM-BALANCE * DT-APR / 1200
047800     ADD J5-SIM-MONTH-INTEREST TO J5-SIM-INTEREST
047900     COMPUTE J5-SIM-BALANCE =
048000         J5-SIM-BALANCE + J5-SIM-MONTH-INTEREST - J5-SIM-PAYMENT
048100     ADD 1 TO J5-SIM-MONTHS.
048200
048300 3150-SIMULATE-ONE-MONTH-EXIT.
048400     EXIT.
048500
048600*===========================================================*
048700* 3200-PROJECT-WITH-EXTRA.                                   *
048800* THE SAME PROJECTION WITH THE EXTRA AMOUNT ADDED TO THE     *
048900* PAYMENT, COMPARED WITH THE ONE AT THE CONTRACTED PAYMENT.  *
049000*===========================================================*
049100 3200-PROJECT-WITH-EXTRA.
049200     COMPUTE J5-SIM-PAYMENT = DT-MONTHLY-PAYMENT + J5-EXTRA-AMOUNT
049300     PERFORM 3100-PROJECT-PAYOFF
049400         THRU 3100-PROJECT-PAYOFF-EXIT
049500
049600     IF J5-SIM-NEVER
049700         MOVE "  WITH EXTRA - STILL NEVER PAID OFF" TO JARRPT-LINE
049800         WRITE JARRPT-LINE
049900         GO TO 3200-PROJECT-WITH-EXTRA-EXIT
050000     END-IF
050100
050200     IF J5-BASE-NEVER
050300         MOVE SPACES TO JARRPT-LINE
050400         STRING "  WITH EXTRA - PAYOFF " DELIMITED BY SIZE
050500                J5-SIM-PAYOFF-YM         DELIMITED BY SIZE
050600                "  INSTEAD OF NEVER"     DELIMITED BY SIZE
050700                INTO JARRPT-LINE
050800         WRITE JARRPT-LINE
050900         GO TO 3200-PROJECT-WITH-EXTRA-EXIT
051000     END-IF
051100
051200     COMPUTE J5-MONTHS-EARLIER = J5-BASE-MONTHS - J5-SIM-MONTHS
051300     COMPUTE J5-INTEREST-SAVED =
051400         J5-BASE-INTEREST - J5-SIM-INTEREST
051500
051600     MOVE J5-SIM-PAYOFF-YM  TO RL-XL-PAYOFF
051700     MOVE J5-MONTHS-EARLIER TO RL-XL-EARLIER
051800     MOVE J5-INTEREST-SAVED TO RL-XL-SAVED
051900     MOVE RL-EXTRA-LINE TO JARRPT-LINE
052000     WRITE JARRPT-LINE.
052100
052200 3200-PROJECT-WITH-EXTRA-EXIT.
052300     EXIT.
052400
052500*===========================================================*
052600* 4000-NET-WORTH.                                            *
052700* THE ACCOUNT'S FIVE JARBAL BALANCES LESS ITS DEBTS          *
052800* OUTSTANDING.  A JAR WITH NO JARBAL RECORD YET HOLDS        *
052900* NOTHING.                                                   *
053000*===========================================================*
053100 4000-NET-WORTH.
053200     IF NOT J5-JARBAL-FILE-MISSING
053300         PERFORM 4100-ADD-ONE-JAR
053400             THRU 4100-ADD-ONE-JAR-EXIT
053500             VARYING J5-JAR-IDX FROM 1 BY 1
053600             UNTIL J5-JAR-IDX > 5
053700     END-IF
053800
053900     COMPUTE J5-NET-WORTH = J5-TOTAL-JARS - J5-TOTAL-OUTSTANDING
054000
054100     MOVE "JAR BALANCES"         TO RL-TL-LABEL
054200     MOVE J5-TOTAL-JARS          TO RL-TL-AMOUNT
054300     MOVE RL-TOTAL-LINE TO JARRPT-LINE
054400     WRITE JARRPT-LINE
054500
054600     MOVE "DEBTS OUTSTANDING"    TO RL-TL-LABEL
054700     MOVE J5-TOTAL-OUTSTANDING   TO RL-TL-AMOUNT
054800     MOVE RL-TOTAL-LINE TO JARRPT-LINE
054900     WRITE JARRPT-LINE
055000
055100     MOVE "NET WORTH"            TO RL-TL-LABEL
055200     MOVE J5-NET-WORTH           TO RL-TL-AMOUNT
055300     MOVE RL-TOTAL-LINE TO JARRPT-LINE
055400     WRITE JARRPT-LINE
055500
055600     MOVE SPACES TO JARRPT-LINE
055700     WRITE JARRPT-LINE.
055800
055900 4000-NET-WORTH-EXIT.
056000     EXIT.
056100
056200 4100-ADD-ONE-JAR.
056300     MOVE J5-REPORT-ACCT         TO JB-ACCT-ID
056400     MOVE J5-JAR-ID (J5-JAR-IDX) TO JB-JAR-ID
056500     READ JARBAL-FILE
056600         INVALID KEY
056700             CONTINUE
056800     END-READ
056900     IF J5-JARBAL-OK
057000         ADD JB-BALANCE TO J5-TOTAL-JARS
057100     END-IF.
057200
057300 4100-ADD-ONE-JAR-EXIT.
057400     EXIT.
057500
057600*===========================================================*
057700* 9000-TERMINATE.                                            *
057800*===========================================================*
057900 9000-TERMINATE.
058000     MOVE J5-DEBT-COUNT  TO RL-DEBT-COUNT
058100     MOVE J5-NEVER-COUNT TO RL-NEVER-COUNT
058200     MOVE RL-SUMMARY-LINE TO JARRPT-LINE
058300     WRITE JARRPT-LINE
058400
058500     IF NOT J5-JARBAL-FILE-MISSING
058600         CLOSE JARBAL-FILE
058700     END-IF
058800     IF J5-JARDEBT-IS-OPEN
058900         CLOSE JARDEBT-FILE
059000     END-IF
059100     CLOSE JARRPT-FILE
059200
059300     IF J5-NEVER-COUNT > 0
059400         DISPLAY "[JARDEBTR] " J5-NEVER-COUNT
059500             " DEBT(S) NOT PAID OFF AT THEIR PAYMENT - SEE "
059600             "JARDEBTR.RPT"
059700         MOVE 4 TO RETURN-CODE
059800     ELSE
059900         DISPLAY "[JARDEBTR] DEBT REGISTER REPORTED - SEE "
060000             "JARDEBTR.RPT"
060100     END-IF.
060200
060300 9000-TERMINATE-EXIT.
060400     EXIT.
