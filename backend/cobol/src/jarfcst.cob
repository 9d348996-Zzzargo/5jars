000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    JARFCST.
000300 AUTHOR.        Burlacu Vasile.
000400 INSTALLATION.  FIVE-JARS BUDGETING SYSTEM.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.                                     *
000900*-----------------------------------------------------------*
001000*   DATE        BY   DESCRIPTION                             *
001100*   ----------  ---  --------------------------------------- *
001200*   2026-10-15  BV   Original 90-day cash-flow forecast -     *
001300*                    JARSORUN only finds out a jar cannot     *
001400*                    cover an order the night it holds it.    *
001410*   2026-10-15  BV   Income is capped by JARCAP the way       *
001420*                    JAREOD caps it - a full jar's share      *
001430*                    now lands in its overflow jar.           *
001500*-----------------------------------------------------------*
001600* PROJECTS EACH JAR OF ONE ACCOUNT DAY BY DAY OVER THE NEXT  *
001700* 90 DAYS, STARTING FROM TODAY'S JARBAL BALANCES:            *
001800*                                                           *
001900*   - EXPECTED INCOME IS THE ACCOUNT'S RECENT INCLOG         *
002000*     PATTERN - THE INCOME LOGGED ON EACH DAY OF THE MONTH   *
002100*     OVER THE LAST THREE COMPLETE MONTHS, AVERAGED PER      *
002200*     MONTH - SPLIT BY THE CURRENT JARPCT PERCENTAGES THE    *
002300*     WAY JAREOD SPLITS IT.  AN INCOME DAY THE MONTH DOES    *
002400*     NOT HAVE (THE 31ST IN APRIL) LANDS ON ITS LAST DAY.    *
002410*     A JAR CAPPED IN JARCAP TAKES ONLY THE PART OF ITS      *
002420*     SHARE THAT FITS UNDER ITS CAP; THE REST GOES TO THE    *
002430*     CAP'S OVERFLOW JAR, WHOSE OWN CAP IS NOT APPLIED.      *
002500*   - EVERY ACTIVE JARSORD ORDER OF THE ACCOUNT IS TAKEN     *
002600*     THE WAY JARSORUN TAKES IT: DUE FROM ITS DAY OF THE     *
002700*     MONTH ONWARD, HELD (AND TRIED AGAIN EACH NIGHT) WHILE  *
002800*     THE JAR CANNOT COVER IT, AND LAPSED IF STILL HELD AT   *
002900*     MONTH END.  ORDERS SOCHKPT SHOWS POSTED THIS MONTH     *
003000*     ARE NOT TAKEN AGAIN.  INCOME IS CREDITED BEFORE THE    *
003100*     DAY'S ORDERS ARE TRIED.                                *
003200*                                                           *
003300* JARFCST.RPT SHOWS EACH JAR'S OPENING BALANCE, ITS LOWEST   *
003400* PROJECTED BALANCE AND THE DATE OF IT, AND ITS CLOSING      *
003500* BALANCE, THEN EVERY DATE AN ORDER WOULD FIRST BE HELD FOR  *
003600* INSUFFICIENT FUNDS AND WHAT BECOMES OF IT - PAID LATER IN  *
003700* THE MONTH, LAPSED AT MONTH END, OR STILL HELD WHEN THE     *
003800* FORECAST ENDS.  NOTHING IS POSTED.  ANY HELD ORDER ENDS    *
003900* THE RUN WITH RETURN CODE 4 - TIME TO MOVE MONEY WITH       *
004000* JARXFER.                                                  *
004100*-----------------------------------------------------------*
004200
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT JARBAL-FILE ASSIGN TO "JARBAL"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS JB-KEY
005000         FILE STATUS IS J5-JARBAL-STATUS.
005100
005200     SELECT JARSORD-FILE ASSIGN TO "JARSORD"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS SO-KEY
005600         FILE STATUS IS J5-JARSORD-STATUS.
005700
005800     SELECT SOCHKPT-FILE ASSIGN TO "SOCHKPT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS J5-SOCHKPT-STATUS.
006100
006200     SELECT INCLOG-FILE ASSIGN TO "INCLOG"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS J5-INCLOG-STATUS.
006500
006600     SELECT JARPCT-FILE ASSIGN TO "JARPCT"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS SEQUENTIAL
006900         RECORD KEY IS JP-KEY
007000         FILE STATUS IS J5-JARPCT-STATUS.
007010
007020     SELECT JARCAP-FILE ASSIGN TO "JARCAP"
007030         ORGANIZATION IS INDEXED
007040         ACCESS MODE IS SEQUENTIAL
007050         RECORD KEY IS CP-KEY
007060         FILE STATUS IS J5-JARCAP-STATUS.
007100
007200     SELECT JARRPT-FILE ASSIGN TO "JARFCST.RPT"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS J5-JARRPT-STATUS.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  JARBAL-FILE.
007900     COPY JARBAL.
008000
008100 FD  JARSORD-FILE.
008200     COPY JARSORD.
008300
008400 FD  SOCHKPT-FILE.
008500     COPY SOCHKPT.
008600
008700 FD  INCLOG-FILE.
008800     COPY INCLOG.
008900
009000 FD  JARPCT-FILE.
009100     COPY JARPCT.
009110
009120 FD  JARCAP-FILE.
009130     COPY JARCAP.
009200
009300 FD  JARRPT-FILE.
009400 01  JARRPT-LINE               PIC X(80).
009500
009600 WORKING-STORAGE SECTION.
009700 01  J5-JARBAL-STATUS          PIC X(02).
009800     88  J5-JARBAL-OK          VALUE "00".
009900     88  J5-JARBAL-NOTFOUND    VALUE "23".
010000     88  J5-JARBAL-FILE-MISSING VALUE "35".
010100
010200 01  J5-JARSORD-STATUS         PIC X(02).
010300     88  J5-JARSORD-OK         VALUE "00".
010400     88  J5-JARSORD-EOF        VALUE "10".
010500     88  J5-JARSORD-NOT-FOUND  VALUE "35".
010600
010700 01  J5-SOCHKPT-STATUS         PIC X(02).
010800     88  J5-SOCHKPT-OK         VALUE "00".
010900     88  J5-SOCHKPT-EOF        VALUE "10".
011000     88  J5-SOCHKPT-NOT-FOUND  VALUE "35".
011100
011200 01  J5-INCLOG-STATUS          PIC X(02).
011300     88  J5-INCLOG-OK          VALUE "00".
011400     88  J5-INCLOG-EOF         VALUE "10".
011500     88  J5-INCLOG-FILE-MISSING VALUE "35".
011600
011700 01  J5-JARPCT-STATUS          PIC X(02).
011800     88  J5-JARPCT-OK          VALUE "00".
011900     88  J5-JARPCT-EOF         VALUE "10".
012000     88  J5-JARPCT-NOT-FOUND   VALUE "35".
012010
012020 01  J5-JARCAP-STATUS          PIC X(02).
012030     88  J5-JARCAP-OK          VALUE "00".
012040     88  J5-JARCAP-EOF         VALUE "10".
012050     88  J5-JARCAP-NOT-FOUND   VALUE "35".
012100
012200 01  J5-JARRPT-STATUS          PIC X(02).
012300
012400*-----------------------------------------------------------*
012500* ACCOUNT BEING FORECAST.  EACH ACCOUNT HAS ITS OWN JARS,    *
012600* ORDERS AND INCOME, SO THE RUN IS FOR ONE ACCOUNT.          *
012700*-----------------------------------------------------------*
012800 01  J5-REPORT-ACCT            PIC X(02) VALUE "01".
012900 01  J5-REPORT-ACCT-INPUT      PIC X(02).
013000
013100 01  J5-TODAY                  PIC 9(08).
013200 01  FILLER REDEFINES J5-TODAY.
013300     05  J5-TODAY-YEAR-MONTH   PIC 9(06).
013400     05  J5-TODAY-DD           PIC 9(02).
013500
013600*-----------------------------------------------------------*
013700* THE DAY BEING PROJECTED, STEPPED FORWARD ONE DAY AT A TIME *
013800* FROM TODAY, AND THE LENGTH OF ITS MONTH.                   *
013900*-----------------------------------------------------------*
014000 01  J5-FORECAST-DAYS          PIC 9(03) VALUE 90.
014100 01  J5-DAY-NO                 PIC 9(03) VALUE 0.
014200 01  J5-FCST-DATE              PIC 9(08).
014300 01  FILLER REDEFINES J5-FCST-DATE.
014400     05  J5-FCST-YEAR-MONTH    PIC 9(06).
014500     05  FILLER REDEFINES J5-FCST-YEAR-MONTH.
014600         10  J5-FCST-YYYY      PIC 9(04).
014700         10  J5-FCST-MM        PIC 9(02).
014800     05  J5-FCST-DD            PIC 9(02).
014900 01  J5-FCST-END-DATE          PIC 9(08).
015000 01  J5-DAYS-IN-MONTH          PIC 9(02).
015100 01  J5-LEAP-QUOTIENT          PIC 9(04).
015200 01  J5-LEAP-REMAINDER         PIC 9(03).
015300 01  J5-NEW-MONTH-SW           PIC X(01).
015400     88  J5-NEW-MONTH          VALUE "Y".
015500
015600 01  J5-MONTH-LENGTHS          PIC X(24)
015700                     VALUE "312831303130313130313031".
015800 01  FILLER REDEFINES J5-MONTH-LENGTHS.
015900     05  J5-MONTH-LENGTH       PIC 9(02) OCCURS 12 TIMES.
016000
016100*-----------------------------------------------------------*
016200* THE INCOME PATTERN WINDOW: THE THREE COMPLETE MONTHS       *
016300* BEFORE THE CURRENT ONE, AS RUNNING MONTH NUMBERS (YEAR *   *
016400* 12 + MONTH - 1), SAME APPROACH AS JARSAVR.  A YOUNGER      *
016500* INCOME HISTORY SHORTENS THE WINDOW TO THE MONTHS IT HAS.   *
016600*-----------------------------------------------------------*
016700 01  J5-PATTERN-MONTHS         PIC 9(02) VALUE 3.
016800 01  J5-CURRENT-MONTH-NO       PIC 9(06).
016900 01  J5-WINDOW-FROM-MONTH-NO   PIC 9(06).
017000 01  J5-WINDOW-TO-MONTH-NO     PIC 9(06).
017100 01  J5-FIRST-INCOME-MONTH-NO  PIC 9(06) VALUE 999999.
017200 01  J5-INCOME-MONTH-NO        PIC 9(06).
017300 01  J5-MONTHS-COUNTED         PIC 9(02) VALUE 0.
017400 01  J5-WORK-MONTH-NO          PIC 9(06).
017500 01  J5-WORK-YM.
017600     05  J5-WORK-YYYY          PIC 9(04).
017700     05  J5-WORK-MM            PIC 9(02).
017800 01  J5-WORK-DATE              PIC 9(08).
017900 01  FILLER REDEFINES J5-WORK-DATE.
018000     05  FILLER                PIC 9(06).
018100     05  J5-WORK-DD            PIC 9(02).
018200
018300*-----------------------------------------------------------*
018400* INCOME BY DAY OF THE MONTH: SUMMED OVER THE WINDOW, THEN   *
018500* DIVIDED DOWN TO ONE MONTH'S EXPECTED INCOME ON THAT DAY.   *
018600*-----------------------------------------------------------*
018700 01  J5-INCOME-DAY-TABLE.
018800     05  J5-INCOME-DAY-AMOUNT  PIC S9(12)V99
018900                               OCCURS 31 TIMES
019000                               INDEXED BY J5-INCOME-DAY-IDX.
019100 01  J5-DAY-INCOME             PIC S9(12)V99.
019200 01  J5-INCOME-TOTAL           PIC S9(12)V99 VALUE 0.
019300
019400*-----------------------------------------------------------*
019500* ONE ENTRY PER JAR: ID, NAME, CURRENT PERCENTAGE, AND THE   *
019600* PROJECTED BALANCE WITH ITS LOW POINT.  A JAR CAPPED IN     *
019610* JARCAP ALSO HOLDS ITS CAP AND THE ENTRY OF ITS OVERFLOW    *
019620* JAR; A CAP OF ZERO MEANS THE JAR IS NOT CAPPED.            *
019700*-----------------------------------------------------------*
019800 01  J5-JAR-TABLE.
019900     05  J5-JAR-ENTRY OCCURS 5 TIMES
019950                      INDEXED BY J5-JAR-IDX J5-OVFL-IDX.
020000         10  J5-JAR-ID         PIC X(02).
020100         10  J5-JAR-NAME       PIC X(20).
020200         10  J5-JAR-PERCENT    PIC 9(03)V99.
020300         10  J5-JAR-OPENING    PIC S9(12)V99.
020400         10  J5-JAR-BALANCE    PIC S9(12)V99.
020500         10  J5-JAR-LOW        PIC S9(12)V99.
020600         10  J5-JAR-LOW-DATE   PIC 9(08).
020610         10  J5-JAR-CAP        PIC 9(12)V99.
020620         10  J5-JAR-OVFL-NO    PIC 9(01).
020700 01  J5-JAR-SHARE              PIC S9(12)V99.
020710 01  J5-CAP-EXCESS             PIC S9(13)V99.
020800
020900*-----------------------------------------------------------*
021000* THE ACCOUNT'S ACTIVE ORDERS IN JARSORD KEY ORDER (THE      *
021100* ORDER JARSORUN TRIES THEM IN), EACH WITH ITS STATE FOR THE *
021200* MONTH BEING PROJECTED AND THE HELD ENTRY IT HAS OPEN, IF   *
021300* ANY.  100 IS THE SAME CEILING JARSORUN WORKS TO.           *
021400*-----------------------------------------------------------*
021500 01  J5-MAX-ORDERS             PIC 9(03) VALUE 100.
021600 01  J5-ORDER-COUNT            PIC 9(03) VALUE 0.
021700 01  J5-ORDER-TABLE.
021800     05  J5-ORDER-ENTRY OCCURS 100 TIMES INDEXED BY J5-ORD-IDX.
021900         10  J5-ORD-ID         PIC X(04).
022000         10  J5-ORD-JAR-IDX    PIC 9(01).
022100         10  J5-ORD-AMOUNT     PIC 9(12)V99.
022200         10  J5-ORD-DAY        PIC 9(02).
022300         10  J5-ORD-STATE-SW   PIC X(01).
022400             88  J5-ORD-OWING  VALUE "O".
022500             88  J5-ORD-PAID   VALUE "P".
022600         10  J5-ORD-HELD-NO    PIC 9(03).
022700
022800*-----------------------------------------------------------*
022900* ORDERS ALREADY POSTED THIS MONTH PER SOCHKPT (SAME TABLE   *
023000* AS JARSORUN, FOR THIS ACCOUNT ONLY).                       *
023100*-----------------------------------------------------------*
023200 01  J5-MAX-DONE               PIC 9(03) VALUE 100.
023300 01  J5-DONE-COUNT             PIC 9(03) VALUE 0.
023400 01  J5-DONE-TABLE.
023500     05  J5-DONE-ENTRY OCCURS 100 TIMES INDEXED BY J5-DONE-IDX.
023600         10  J5-DONE-ORDER-ID  PIC X(04).
023700 01  J5-SOCHKPT-ACCT           PIC X(02).
023800
023900*-----------------------------------------------------------*
024000* ONE ENTRY EACH TIME AN ORDER IS FIRST HELD IN A MONTH:     *
024100* THE DATE, THE ORDER, THE JAR'S PROJECTED BALANCE THAT      *
024200* NIGHT, AND WHAT BECAME OF IT.  THE NIGHTLY RETRIES OF THE  *
024300* SAME ORDER IN THE SAME MONTH ARE ONE ENTRY, NOT THIRTY.    *
024400*-----------------------------------------------------------*
024500 01  J5-MAX-HELD               PIC 9(03) VALUE 200.
024600 01  J5-HELD-COUNT             PIC 9(03) VALUE 0.
024700 01  J5-HELD-TABLE.
024800     05  J5-HELD-ENTRY OCCURS 200 TIMES INDEXED BY J5-HELD-IDX.
024900         10  J5-HELD-DATE      PIC 9(08).
025000         10  J5-HELD-ORDER-ID  PIC X(04).
025100         10  J5-HELD-JAR-ID    PIC X(02).
025200         10  J5-HELD-AMOUNT    PIC 9(12)V99.
025300         10  J5-HELD-BALANCE   PIC S9(12)V99.
025400         10  J5-HELD-OUTCOME-SW
025500                               PIC X(01).
025600             88  J5-HELD-STILL-OPEN VALUE " ".
025700             88  J5-HELD-PAID-LATER VALUE "P".
025800             88  J5-HELD-LAPSED     VALUE "L".
025900         10  J5-HELD-PAID-DATE PIC 9(08).
026000
026100 01  J5-OVERFLOW-SW            PIC X(01) VALUE "N".
026200     88  J5-TABLE-OVERFLOWED   VALUE "Y".
026300
026400*-----------------------------------------------------------*
026500* REPORT LINES.                                              *
026600*-----------------------------------------------------------*
026700 01  RL-PERIOD-LINE.
026800     05  FILLER                PIC X(08) VALUE "ACCOUNT ".
026900     05  RL-ACCT-ID            PIC X(02).
027000     05  FILLER                PIC X(13) VALUE "   FORECAST ".
027100     05  RL-FROM-DATE          PIC 9(08).
027200     05  FILLER                PIC X(04) VALUE " TO ".
027300     05  RL-TO-DATE            PIC 9(08).
027400
027500 01  RL-PATTERN-LINE.
027600     05  FILLER                PIC X(26)
027700         VALUE "INCOME PATTERN FROM LAST ".
027800     05  RL-PATTERN-MONTHS     PIC 9.
027900     05  FILLER                PIC X(25)
028000         VALUE " MONTH(S), EXPECTED OVER ".
028100     05  FILLER                PIC X(09) VALUE "PERIOD:  ".
028200     05  RL-INCOME-TOTAL       PIC -Z(09)9.99.
028300
028400 01  RL-JAR-HEADING-LINE.
028500     05  FILLER                PIC X(40)
028600         VALUE "JAR                          OPENING    ".
028700     05  FILLER                PIC X(40)
028800         VALUE "   LOW POINT  LOW DATE        CLOSING".
028900
029000 01  RL-JAR-LINE.
029100     05  RL-JAR-ID             PIC X(02).
029200     05  FILLER                PIC X(02) VALUE SPACES.
029300     05  RL-JAR-NAME           PIC X(20).
029400     05  RL-JAR-OPENING        PIC -Z(09)9.99.
029500     05  FILLER                PIC X(01) VALUE SPACES.
029600     05  RL-JAR-LOW            PIC -Z(09)9.99.
029700     05  FILLER                PIC X(02) VALUE SPACES.
029800     05  RL-JAR-LOW-DATE       PIC 9(08).
029900     05  FILLER                PIC X(01) VALUE SPACES.
030000     05  RL-JAR-CLOSING        PIC -Z(09)9.99.
030100
030200 01  RL-HELD-HEADING-LINE.
030300     05  FILLER                PIC X(40)
030400         VALUE "HELD ON   ORDER JAR        AMOUNT    JAR".
030500     05  FILLER                PIC X(40)
030600         VALUE " BALANCE  OUTCOME".
030700
030800 01  RL-HELD-LINE.
030900     05  RL-HELD-DATE          PIC 9(08).
031000     05  FILLER                PIC X(02) VALUE SPACES.
031100     05  RL-HELD-ORDER-ID      PIC X(04).
031200     05  FILLER                PIC X(02) VALUE SPACES.
031300     05  RL-HELD-JAR-ID        PIC X(02).
031400     05  FILLER                PIC X(01) VALUE SPACES.
031500     05  RL-HELD-AMOUNT        PIC Z(09)9.99.
031600     05  FILLER                PIC X(01) VALUE SPACES.
031700     05  RL-HELD-BALANCE       PIC -Z(09)9.99.
031800     05  FILLER                PIC X(02) VALUE SPACES.
031900     05  RL-HELD-OUTCOME       PIC X(18).
032000
032100 01  RL-OUTCOME-PAID.
032200     05  FILLER                PIC X(05) VALUE "PAID ".
032300     05  RL-OUTCOME-PAID-DATE  PIC 9(08).
032400
032500 01  RL-SUMMARY-LINE.
032600     05  FILLER                PIC X(13) VALUE "ORDERS HELD: ".
032700     05  RL-HELD-COUNT         PIC ZZ9.
032800
032900 PROCEDURE DIVISION.
033000*===========================================================*
033100* 0000-MAINLINE.                                             *
033200*===========================================================*
033300 0000-MAINLINE.
033400     MOVE 0 TO RETURN-CODE
033500
033600     PERFORM 1000-INITIALIZE
033700         THRU 1000-INITIALIZE-EXIT
033800
033900     PERFORM 2000-PROJECT-ONE-DAY
034000         THRU 2000-PROJECT-ONE-DAY-EXIT
034100         VARYING J5-DAY-NO FROM 1 BY 1
034200         UNTIL J5-DAY-NO > J5-FORECAST-DAYS
034300
034400     PERFORM 8000-PRINT-REPORT
034500         THRU 8000-PRINT-REPORT-EXIT
034600
034700     PERFORM 9000-TERMINATE
034800         THRU 9000-TERMINATE-EXIT
034900
035000     GO TO 0000-MAINLINE-EXIT.
035100
035200 0000-MAINLINE-EXIT.
035300     STOP RUN RETURNING RETURN-CODE.
035400
035500*===========================================================*
035600* 1000-INITIALIZE.                                           *
035700* LOADS THE JARS WITH THEIR CURRENT PERCENTAGES, CAPS AND    *
035800* TODAY'S BALANCES, THE INCOME PATTERN, AND THE ACCOUNT'S    *
035850* ORDERS.                                                    *
035900*===========================================================*
036000 1000-INITIALIZE.
036100     MOVE "01"              TO J5-JAR-ID (1)
036200     MOVE "NECESSITIES"     TO J5-JAR-NAME (1)
036300     MOVE 055.00            TO J5-JAR-PERCENT (1)
036310     MOVE ZERO              TO J5-JAR-CAP (1)
036400
036500     MOVE "02"              TO J5-JAR-ID (2)
036600     MOVE "FINANCIAL FREEDOM"
036700                            TO J5-JAR-NAME (2)
036800     MOVE 010.00            TO J5-JAR-PERCENT (2)
036810     MOVE ZERO              TO J5-JAR-CAP (2)
036900
037000     MOVE "03"              TO J5-JAR-ID (3)
037100     MOVE "EDUCATION"       TO J5-JAR-NAME (3)
037200     MOVE 010.00            TO J5-JAR-PERCENT (3)
037210     MOVE ZERO              TO J5-JAR-CAP (3)
037300
037400     MOVE "04"              TO J5-JAR-ID (4)
037500     MOVE "PLAY"            TO J5-JAR-NAME (4)
037600     MOVE 010.00            TO J5-JAR-PERCENT (4)
037610     MOVE ZERO              TO J5-JAR-CAP (4)
037700
037800     MOVE "05"              TO J5-JAR-ID (5)
037900     MOVE "GIVE"            TO J5-JAR-NAME (5)
038000     MOVE 015.00            TO J5-JAR-PERCENT (5)
038010     MOVE ZERO              TO J5-JAR-CAP (5)
038100
038200     DISPLAY "ACCOUNT (01/02) - BLANK FOR 01: "
038300         WITH NO ADVANCING
038400     ACCEPT J5-REPORT-ACCT-INPUT FROM CONSOLE
038500     IF J5-REPORT-ACCT-INPUT NOT = SPACES
038600         MOVE J5-REPORT-ACCT-INPUT TO J5-REPORT-ACCT
038700     END-IF
038800
038900     ACCEPT J5-TODAY FROM DATE YYYYMMDD
039000     MOVE J5-TODAY TO J5-FCST-DATE
039100
039200     PERFORM 1050-LOAD-PERCENT-OVERRIDES
039300         THRU 1050-LOAD-PERCENT-OVERRIDES-EXIT
039310
039320     PERFORM 1070-LOAD-JAR-CAPS
039330         THRU 1070-LOAD-JAR-CAPS-EXIT
039400
039500     PERFORM 1100-LOAD-OPENING-BALANCES
039600         THRU 1100-LOAD-OPENING-BALANCES-EXIT
039700
039800     PERFORM 1200-LOAD-INCOME-PATTERN
039900         THRU 1200-LOAD-INCOME-PATTERN-EXIT
040000
040100     PERFORM 1300-LOAD-CHECKPOINTS
040200         THRU 1300-LOAD-CHECKPOINTS-EXIT
040300
040400     PERFORM 1400-LOAD-ORDERS
040500         THRU 1400-LOAD-ORDERS-EXIT.
040600
040700 1000-INITIALIZE-EXIT.
040800     EXIT.
040900
041000*===========================================================*
041100* 1050-LOAD-PERCENT-OVERRIDES.                               *
041200* ANY JAR FOUND ON JARPCT FOR THE ACCOUNT OVERRIDES THE      *
041300* COMPILED-IN DEFAULT - THE SPLIT JAREOD WOULD USE TONIGHT.  *
041400*===========================================================*
041500 1050-LOAD-PERCENT-OVERRIDES.
041600     OPEN INPUT JARPCT-FILE
041700
041800     IF J5-JARPCT-NOT-FOUND
041900         GO TO 1050-LOAD-PERCENT-OVERRIDES-EXIT
042000     END-IF
042100
042200     READ JARPCT-FILE
042300         AT END
042400             SET J5-JARPCT-EOF TO TRUE
042500     END-READ
042600
042700     PERFORM 1060-APPLY-ONE-OVERRIDE
042800         THRU 1060-APPLY-ONE-OVERRIDE-EXIT
042900         UNTIL J5-JARPCT-EOF
043000
043100     CLOSE JARPCT-FILE.
043200
043300 1050-LOAD-PERCENT-OVERRIDES-EXIT.
043400     EXIT.
043500
043600 1060-APPLY-ONE-OVERRIDE.
043700     IF JP-ACCT-ID = J5-REPORT-ACCT
043800         SET J5-JAR-IDX TO 1
043900         SEARCH J5-JAR-ENTRY
044000             AT END
044100                 CONTINUE
044200             WHEN J5-JAR-ID (J5-JAR-IDX) = JP-JAR-ID
044300                 MOVE JP-JAR-PERCENT
044400                     TO J5-JAR-PERCENT (J5-JAR-IDX)
044500         END-SEARCH
044600     END-IF
044700
044800     READ JARPCT-FILE
044900         AT END
045000             SET J5-JARPCT-EOF TO TRUE
045100     END-READ.
045200
045300 1060-APPLY-ONE-OVERRIDE-EXIT.
045400     EXIT.
045410
045420*===========================================================*
045430* 1070-LOAD-JAR-CAPS.                                        *
045440* THE ACCOUNT'S JARCAP CAPS STILL IN FORCE (NON-ZERO), AS    *
045450* JAREOD LOADS THEM.  NO JARCAP MEANS NO JAR IS CAPPED.  A   *
045460* CAP NAMING AN UNKNOWN JAR OR OVERFLOW JAR IS LEFT OUT.     *
045470*===========================================================*
045480 1070-LOAD-JAR-CAPS.
045490     OPEN INPUT JARCAP-FILE
045500
045510     IF J5-JARCAP-NOT-FOUND
045520         GO TO 1070-LOAD-JAR-CAPS-EXIT
045530     END-IF
045540
045550     READ JARCAP-FILE
045560         AT END
045570             SET J5-JARCAP-EOF TO TRUE
045580     END-READ
045590
045600     PERFORM 1080-APPLY-ONE-CAP
045610         THRU 1080-APPLY-ONE-CAP-EXIT
045620         UNTIL J5-JARCAP-EOF
045630
045640     CLOSE JARCAP-FILE.
045650
045660 1070-LOAD-JAR-CAPS-EXIT.
045670     EXIT.
045680
045690 1080-APPLY-ONE-CAP.
045700     IF CP-ACCT-ID NOT = J5-REPORT-ACCT
045710         OR CP-MAX-BALANCE = ZERO
045720         GO TO 1080-APPLY-ONE-CAP-NEXT
045730     END-IF
045740
045750     SET J5-JAR-IDX TO 1
045760     SEARCH J5-JAR-ENTRY
045770         AT END
045780             DISPLAY "[JARFCST] CAP ON JAR " CP-JAR-ID
045790                 " NAMES UNKNOWN OVERFLOW JAR "
045800                 CP-OVERFLOW-JAR-ID " - LEFT OUT"
045810             GO TO 1080-APPLY-ONE-CAP-NEXT
045820         WHEN J5-JAR-ID (J5-JAR-IDX) = CP-OVERFLOW-JAR-ID
045830             SET J5-OVFL-IDX TO J5-JAR-IDX
045840     END-SEARCH
045850
045860     SET J5-JAR-IDX TO 1
045870     SEARCH J5-JAR-ENTRY
045880         AT END
045890             DISPLAY "[JARFCST] CAP NAMES UNKNOWN JAR "
045900                 CP-JAR-ID " - LEFT OUT"
045910             GO TO 1080-APPLY-ONE-CAP-NEXT
045920         WHEN J5-JAR-ID (J5-JAR-IDX) = CP-JAR-ID
045930             MOVE CP-MAX-BALANCE TO J5-JAR-CAP (J5-JAR-IDX)
045940             SET J5-JAR-OVFL-NO (J5-JAR-IDX) TO J5-OVFL-IDX
045950     END-SEARCH.
045960
045970 1080-APPLY-ONE-CAP-NEXT.
045980     READ JARCAP-FILE
045990         AT END
046000             SET J5-JARCAP-EOF TO TRUE
046010     END-READ.
046020
046030 1080-APPLY-ONE-CAP-EXIT.
046040     EXIT.
046050
046060*===========================================================*
046070* 1100-LOAD-OPENING-BALANCES.                                *
046080* A JAR WITH NO JARBAL RECORD YET STARTS AT ZERO.  THE LOW   *
046090* POINT STARTS AT THE OPENING BALANCE, DATED TODAY.          *
046095*===========================================================*
046100 1100-LOAD-OPENING-BALANCES.
046200     OPEN INPUT JARBAL-FILE
046300
046400     PERFORM 1150-LOAD-ONE-BALANCE
046500         THRU 1150-LOAD-ONE-BALANCE-EXIT
046600         VARYING J5-JAR-IDX FROM 1 BY 1
046700         UNTIL J5-JAR-IDX > 5
046800
046900     IF NOT J5-JARBAL-FILE-MISSING
047000         CLOSE JARBAL-FILE
047100     END-IF.
047200
047300 1100-LOAD-OPENING-BALANCES-EXIT.
047400     EXIT.
047500
047600 1150-LOAD-ONE-BALANCE.
047700     MOVE ZERO TO J5-JAR-OPENING (J5-JAR-IDX)
047800
047900     IF NOT J5-JARBAL-FILE-MISSING
048000         MOVE J5-REPORT-ACCT         TO JB-ACCT-ID
048100         MOVE J5-JAR-ID (J5-JAR-IDX) TO JB-JAR-ID
048200         READ JARBAL-FILE
048300             INVALID KEY
048400                 CONTINUE
048500         END-READ
048600         IF J5-JARBAL-OK
048700             MOVE JB-BALANCE TO J5-JAR-OPENING (J5-JAR-IDX)
048800         END-IF
048900     END-IF
049000
049100     MOVE J5-JAR-OPENING (J5-JAR-IDX)
049200                            TO J5-JAR-BALANCE (J5-JAR-IDX)
049300     MOVE J5-JAR-OPENING (J5-JAR-IDX)
049400                            TO J5-JAR-LOW (J5-JAR-IDX)
049500     MOVE J5-TODAY          TO J5-JAR-LOW-DATE (J5-JAR-IDX).
049600
049700 1150-LOAD-ONE-BALANCE-EXIT.
049800     EXIT.
049900
050000*===========================================================*
050100* 1200-LOAD-INCOME-PATTERN.                                  *
050200* SUMS THE ACCOUNT'S INCLOG INCOME BY DAY OF THE MONTH OVER  *
050300* THE WINDOW, THEN DIVIDES BY THE MONTHS THE WINDOW REALLY   *
050400* COVERS.  NO COMPLETE MONTH OF HISTORY MEANS NO EXPECTED    *
050500* INCOME - THE FORECAST THEN SHOWS THE ORDERS ALONE.         *
050600*===========================================================*
050700 1200-LOAD-INCOME-PATTERN.
050800     PERFORM 1210-ZERO-ONE-DAY
050900         THRU 1210-ZERO-ONE-DAY-EXIT
051000         VARYING J5-INCOME-DAY-IDX FROM 1 BY 1
051100         UNTIL J5-INCOME-DAY-IDX > 31
051200
051300     MOVE J5-TODAY-YEAR-MONTH TO J5-WORK-YM
051400     COMPUTE J5-CURRENT-MONTH-NO =
051500         J5-WORK-YYYY * 12 + J5-WORK-MM - 1
051600     COMPUTE J5-WINDOW-TO-MONTH-NO = J5-CURRENT-MONTH-NO - 1
051700     COMPUTE J5-WINDOW-FROM-MONTH-NO =
051800         J5-CURRENT-MONTH-NO - J5-PATTERN-MONTHS
051900
052000     OPEN INPUT INCLOG-FILE
052100     IF J5-INCLOG-FILE-MISSING
052200         GO TO 1200-LOAD-INCOME-PATTERN-EXIT
052300     END-IF
052400
052500     READ INCLOG-FILE
052600         AT END
052700             SET J5-INCLOG-EOF TO TRUE
052800     END-READ
052900
053000     PERFORM 1220-SUM-ONE-INCOME
053100         THRU 1220-SUM-ONE-INCOME-EXIT
053200         UNTIL J5-INCLOG-EOF
053300
053400     CLOSE INCLOG-FILE
053500
053600     IF J5-FIRST-INCOME-MONTH-NO > J5-WINDOW-FROM-MONTH-NO
053700         AND J5-FIRST-INCOME-MONTH-NO NOT > J5-WINDOW-TO-MONTH-NO
053800         MOVE J5-FIRST-INCOME-MONTH-NO
053900                            TO J5-WINDOW-FROM-MONTH-NO
054000     END-IF
054100
054200     IF J5-FIRST-INCOME-MONTH-NO > J5-WINDOW-TO-MONTH-NO
054300         MOVE 0 TO J5-MONTHS-COUNTED
054400     ELSE
054500         COMPUTE J5-MONTHS-COUNTED =
054600             J5-WINDOW-TO-MONTH-NO - J5-WINDOW-FROM-MONTH-NO + 1
054700     END-IF
054800
054900     PERFORM 1230-AVERAGE-ONE-DAY
055000         THRU 1230-AVERAGE-ONE-DAY-EXIT
055100         VARYING J5-INCOME-DAY-IDX FROM 1 BY 1
055200         UNTIL J5-INCOME-DAY-IDX > 31.
055300
055400 1200-LOAD-INCOME-PATTERN-EXIT.
055500     EXIT.
055600
055700 1210-ZERO-ONE-DAY.
055800     MOVE ZERO TO J5-INCOME-DAY-AMOUNT (J5-INCOME-DAY-IDX).
055900
056000 1210-ZERO-ONE-DAY-EXIT.
056100     EXIT.
056200
056300*    AN INCOME RECORD WITH A BLANK ACCOUNT (OLDER THAN THE
056400*    ACCOUNT FEATURE) BELONGS TO ACCOUNT 01.
056500 1220-SUM-ONE-INCOME.
056600     IF IL-ACCT-ID NOT = J5-REPORT-ACCT
056700         AND NOT (IL-ACCT-ID = SPACES
056800             AND J5-REPORT-ACCT = "01")
056900         GO TO 1220-SUM-ONE-INCOME-NEXT
057000     END-IF
057100
057200     MOVE IL-RUN-DATE (1:6) TO J5-WORK-YM
057300     COMPUTE J5-INCOME-MONTH-NO =
057400         J5-WORK-YYYY * 12 + J5-WORK-MM - 1
057500     IF J5-INCOME-MONTH-NO < J5-FIRST-INCOME-MONTH-NO
057600         MOVE J5-INCOME-MONTH-NO TO J5-FIRST-INCOME-MONTH-NO
057700     END-IF
057800
057900     IF J5-INCOME-MONTH-NO < J5-WINDOW-FROM-MONTH-NO
058000         OR J5-INCOME-MONTH-NO > J5-WINDOW-TO-MONTH-NO
058100         GO TO 1220-SUM-ONE-INCOME-NEXT
058200     END-IF
058300
058400     MOVE IL-RUN-DATE TO J5-WORK-DATE
058500     IF J5-WORK-DD < 1 OR J5-WORK-DD > 31
058600         GO TO 1220-SUM-ONE-INCOME-NEXT
058700     END-IF
058800     SET J5-INCOME-DAY-IDX TO J5-WORK-DD
058900     ADD IL-INCOME-AMOUNT
059000         TO J5-INCOME-DAY-AMOUNT (J5-INCOME-DAY-IDX).
059100
059200 1220-SUM-ONE-INCOME-NEXT.
059300     READ INCLOG-FILE
059400         AT END
059500             SET J5-INCLOG-EOF TO TRUE
059600     END-READ.
059700
059800 1220-SUM-ONE-INCOME-EXIT.
059900     EXIT.
060000
060100 1230-AVERAGE-ONE-DAY.
060200     IF J5-MONTHS-COUNTED = 0
060300         MOVE ZERO TO J5-INCOME-DAY-AMOUNT (J5-INCOME-DAY-IDX)
060400     ELSE
060500         DIVIDE J5-MONTHS-COUNTED
060600             INTO J5-INCOME-DAY-AMOUNT (J5-INCOME-DAY-IDX) ROUNDED
060800     END-IF.
060900
061000 1230-AVERAGE-ONE-DAY-EXIT.
061100     EXIT.
061200
061300*===========================================================*
061400* 1300-LOAD-CHECKPOINTS.                                     *
061500* THE ACCOUNT'S ORDERS JARSORUN HAS ALREADY POSTED THIS      *
061600* MONTH.  NO SOCHKPT MEANS NOTHING POSTED YET.               *
061700*===========================================================*
061800 1300-LOAD-CHECKPOINTS.
061900     OPEN INPUT SOCHKPT-FILE
062000
062100     IF J5-SOCHKPT-NOT-FOUND
062200         GO TO 1300-LOAD-CHECKPOINTS-EXIT
062300     END-IF
062400
062500     READ SOCHKPT-FILE
062600         AT END
062700             SET J5-SOCHKPT-EOF TO TRUE
062800     END-READ
062900
063000     PERFORM 1350-APPLY-ONE-CHECKPOINT
063100         THRU 1350-APPLY-ONE-CHECKPOINT-EXIT
063200         UNTIL J5-SOCHKPT-EOF
063300
063400     CLOSE SOCHKPT-FILE.
063500
063600 1300-LOAD-CHECKPOINTS-EXIT.
063700     EXIT.
063800
063900*    A CHECKPOINT WITH A BLANK ACCOUNT PREDATES THE ACCOUNT
064000*    FEATURE AND PROTECTED ACCOUNT 01'S ORDERS.
064100 1350-APPLY-ONE-CHECKPOINT.
064200     IF SC-ACCT-ID = SPACES
064300         MOVE "01" TO J5-SOCHKPT-ACCT
064400     ELSE
064500         MOVE SC-ACCT-ID TO J5-SOCHKPT-ACCT
064600     END-IF
064700
064800     IF SC-POST-MONTH = J5-TODAY-YEAR-MONTH AND SC-COMPLETE
064900         AND J5-SOCHKPT-ACCT = J5-REPORT-ACCT
065000         IF J5-DONE-COUNT < J5-MAX-DONE
065100             ADD 1 TO J5-DONE-COUNT
065200             SET J5-DONE-IDX TO J5-DONE-COUNT
065300             MOVE SC-ORDER-ID
065400                 TO J5-DONE-ORDER-ID (J5-DONE-IDX)
065500         END-IF
065600     END-IF
065700
065800     READ SOCHKPT-FILE
065900         AT END
066000             SET J5-SOCHKPT-EOF TO TRUE
066100     END-READ.
066200
066300 1350-APPLY-ONE-CHECKPOINT-EXIT.
066400     EXIT.
066500
066600*===========================================================*
066700* 1400-LOAD-ORDERS.                                          *
066800* HOLDS THE ACCOUNT'S ACTIVE ORDERS.  AN ORDER ALREADY       *
066900* POSTED THIS MONTH STARTS PAID; EVERY OTHER ORDER STARTS    *
067000* OWING AND IS TAKEN ONCE ITS DAY COMES ROUND (AT ONCE, IF   *
067100* ITS DAY HAS ALREADY PASSED THIS MONTH - JARSORUN WOULD     *
067200* CATCH IT UP).  AN ORDER NAMING AN UNKNOWN JAR IS LEFT OUT, *
067300* AS JARSORUN SKIPS IT.                                      *
067400*===========================================================*
067500 1400-LOAD-ORDERS.
067600     OPEN INPUT JARSORD-FILE
067700
067800     IF J5-JARSORD-NOT-FOUND
067900         GO TO 1400-LOAD-ORDERS-EXIT
068000     END-IF
068100
068200     READ JARSORD-FILE
068300         AT END
068400             SET J5-JARSORD-EOF TO TRUE
068500     END-READ
068600
068700     PERFORM 1450-HOLD-ONE-ORDER
068800         THRU 1450-HOLD-ONE-ORDER-EXIT
068900         UNTIL J5-JARSORD-EOF
069000
069100     CLOSE JARSORD-FILE.
069200
069300 1400-LOAD-ORDERS-EXIT.
069400     EXIT.
069500
069600 1450-HOLD-ONE-ORDER.
069700     IF SO-ACCT-ID NOT = J5-REPORT-ACCT
069800         OR NOT SO-ACTIVE
069900         GO TO 1450-HOLD-ONE-ORDER-NEXT
070000     END-IF
070100
070200     SET J5-JAR-IDX TO 1
070300     SEARCH J5-JAR-ENTRY
070400         AT END
070500             DISPLAY "[JARFCST] ORDER " SO-ORDER-ID
070600                 " NAMES UNKNOWN JAR " SO-JAR-ID " - LEFT OUT"
070700             GO TO 1450-HOLD-ONE-ORDER-NEXT
070800         WHEN J5-JAR-ID (J5-JAR-IDX) = SO-JAR-ID
070900             CONTINUE
071000     END-SEARCH
071100
071200     IF J5-ORDER-COUNT NOT < J5-MAX-ORDERS
071300         SET J5-TABLE-OVERFLOWED TO TRUE
071400         GO TO 1450-HOLD-ONE-ORDER-NEXT
071500     END-IF
071600
071700     ADD 1 TO J5-ORDER-COUNT
071800     SET J5-ORD-IDX TO J5-ORDER-COUNT
071900     MOVE SO-ORDER-ID      TO J5-ORD-ID (J5-ORD-IDX)
072000     SET J5-ORD-JAR-IDX (J5-ORD-IDX) TO J5-JAR-IDX
072100     MOVE SO-AMOUNT        TO J5-ORD-AMOUNT (J5-ORD-IDX)
072200     MOVE SO-DAY-OF-MONTH  TO J5-ORD-DAY (J5-ORD-IDX)
072300     MOVE 0                TO J5-ORD-HELD-NO (J5-ORD-IDX)
072400     SET J5-ORD-OWING (J5-ORD-IDX) TO TRUE
072500
072600     IF J5-DONE-COUNT > 0
072700         SET J5-DONE-IDX TO 1
072800         SEARCH J5-DONE-ENTRY
072900             AT END
073000                 CONTINUE
073100             WHEN J5-DONE-IDX > J5-DONE-COUNT
073200                 CONTINUE
073300             WHEN J5-DONE-ORDER-ID (J5-DONE-IDX) = SO-ORDER-ID
073400                 SET J5-ORD-PAID (J5-ORD-IDX) TO TRUE
073500         END-SEARCH
073600     END-IF.
073700
073800 1450-HOLD-ONE-ORDER-NEXT.
073900     READ JARSORD-FILE
074000         AT END
074100             SET J5-JARSORD-EOF TO TRUE
074200     END-READ.
074300
074400 1450-HOLD-ONE-ORDER-EXIT.
074500     EXIT.
074600
074700*===========================================================*
074800* 2000-PROJECT-ONE-DAY.                                      *
074900* STEPS TO THE NEXT DAY, CREDITS ITS EXPECTED INCOME, TRIES  *
075000* ITS ORDERS, AND TRACKS EACH JAR'S LOW POINT.               *
075100*===========================================================*
075200 2000-PROJECT-ONE-DAY.
075300     PERFORM 2100-NEXT-DATE
075400         THRU 2100-NEXT-DATE-EXIT
075500
075600     IF J5-NEW-MONTH
075700         PERFORM 2200-START-NEW-MONTH
075800             THRU 2200-START-NEW-MONTH-EXIT
075900             VARYING J5-ORD-IDX FROM 1 BY 1
076000             UNTIL J5-ORD-IDX > J5-ORDER-COUNT
076100     END-IF
076200
076300     PERFORM 2300-CREDIT-DAY-INCOME
076400         THRU 2300-CREDIT-DAY-INCOME-EXIT
076500
076600     PERFORM 2400-TRY-ONE-ORDER
076700         THRU 2400-TRY-ONE-ORDER-EXIT
076800         VARYING J5-ORD-IDX FROM 1 BY 1
076900         UNTIL J5-ORD-IDX > J5-ORDER-COUNT
077000
077100     PERFORM 2500-TRACK-ONE-LOW
077200         THRU 2500-TRACK-ONE-LOW-EXIT
077300         VARYING J5-JAR-IDX FROM 1 BY 1
077400         UNTIL J5-JAR-IDX > 5.
077500
077600 2000-PROJECT-ONE-DAY-EXIT.
077700     EXIT.
077800
077900*===========================================================*
078000* 2100-NEXT-DATE.                                            *
078100* ADDS ONE DAY TO THE FORECAST DATE.  FEBRUARY HAS 29 DAYS   *
078200* IN A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY YEAR NOT        *
078300* DIVISIBLE BY 400.                                          *
078400*===========================================================*
078500 2100-NEXT-DATE.
078600     MOVE "N" TO J5-NEW-MONTH-SW
078700
078800     PERFORM 2150-SET-DAYS-IN-MONTH
078900         THRU 2150-SET-DAYS-IN-MONTH-EXIT
079000
079100     IF J5-FCST-DD < J5-DAYS-IN-MONTH
079200         ADD 1 TO J5-FCST-DD
079300         GO TO 2100-NEXT-DATE-EXIT
079400     END-IF
079500
079600     SET J5-NEW-MONTH TO TRUE
079700     MOVE 1 TO J5-FCST-DD
079800     IF J5-FCST-MM < 12
079900         ADD 1 TO J5-FCST-MM
080000     ELSE
080100         MOVE 1 TO J5-FCST-MM
080200         ADD 1 TO J5-FCST-YYYY
080300     END-IF
080400
080500     PERFORM 2150-SET-DAYS-IN-MONTH
080600         THRU 2150-SET-DAYS-IN-MONTH-EXIT.
080700
080800 2100-NEXT-DATE-EXIT.
080900     EXIT.
081000
081100 2150-SET-DAYS-IN-MONTH.
081200     MOVE J5-MONTH-LENGTH (J5-FCST-MM) TO J5-DAYS-IN-MONTH
081300
081400     IF J5-FCST-MM NOT = 2
081500         GO TO 2150-SET-DAYS-IN-MONTH-EXIT
081600     END-IF
081700
081800     DIVIDE J5-FCST-YYYY BY 4
081900         GIVING J5-LEAP-QUOTIENT REMAINDER J5-LEAP-REMAINDER
082000     IF J5-LEAP-REMAINDER NOT = 0
082100         GO TO 2150-SET-DAYS-IN-MONTH-EXIT
082200     END-IF
082300
082400     MOVE 29 TO J5-DAYS-IN-MONTH
082500     DIVIDE J5-FCST-YYYY BY 100
082600         GIVING J5-LEAP-QUOTIENT REMAINDER J5-LEAP-REMAINDER
082700     IF J5-LEAP-REMAINDER NOT = 0
082800         GO TO 2150-SET-DAYS-IN-MONTH-EXIT
082900     END-IF
083000
083100     DIVIDE J5-FCST-YYYY BY 400
083200         GIVING J5-LEAP-QUOTIENT REMAINDER J5-LEAP-REMAINDER
083300     IF J5-LEAP-REMAINDER NOT = 0
083400         MOVE 28 TO J5-DAYS-IN-MONTH
083500     END-IF.
083600
083700 2150-SET-DAYS-IN-MONTH-EXIT.
083800     EXIT.
083900
084000*===========================================================*
084100* 2200-START-NEW-MONTH.                                      *
084200* EVERY ORDER OWES AGAIN IN THE NEW MONTH.  AN ORDER STILL   *
084300* HELD FROM LAST MONTH IS NEVER CAUGHT UP - JARSORUN'S       *
084400* CHECKPOINTS ARE BY MONTH - SO ITS HELD ENTRY LAPSES.       *
084500*===========================================================*
084600 2200-START-NEW-MONTH.
084700     IF J5-ORD-OWING (J5-ORD-IDX)
084800         AND J5-ORD-HELD-NO (J5-ORD-IDX) > 0
084900         SET J5-HELD-IDX TO J5-ORD-HELD-NO (J5-ORD-IDX)
085000         SET J5-HELD-LAPSED (J5-HELD-IDX) TO TRUE
085100     END-IF
085200
085300     SET J5-ORD-OWING (J5-ORD-IDX) TO TRUE
085400     MOVE 0 TO J5-ORD-HELD-NO (J5-ORD-IDX).
085500
085600 2200-START-NEW-MONTH-EXIT.
085700     EXIT.
085800
085900*===========================================================*
086000* 2300-CREDIT-DAY-INCOME.                                    *
086100* THE PATTERN'S INCOME FOR THIS DAY OF THE MONTH - PLUS, ON  *
086200* THE LAST DAY OF A SHORT MONTH, THE DAYS IT DOES NOT HAVE - *
086300* SPLIT ACROSS THE JARS, EACH SHARE ROUNDED AS JAREOD DOES.  *
086310* A CAPPED JAR KEEPS ONLY WHAT FITS UNDER ITS CAP, JUDGED ON *
086320* ITS PROJECTED BALANCE (AN EARLIER JAR'S OVERFLOW INCLUDED, *
086330* AS JAREOD READS IT FRESH), AND THE REST IS CREDITED TO THE *
086340* OVERFLOW JAR.  A JAR ALREADY OVER ITS CAP SENDS ITS WHOLE  *
086350* SHARE ON.  THE OVERFLOW JAR'S OWN CAP IS NOT APPLIED.      *
086400*===========================================================*
086500 2300-CREDIT-DAY-INCOME.
086600     SET J5-INCOME-DAY-IDX TO J5-FCST-DD
086700     MOVE J5-INCOME-DAY-AMOUNT (J5-INCOME-DAY-IDX)
086800                            TO J5-DAY-INCOME
086900
087000     IF J5-FCST-DD = J5-DAYS-IN-MONTH
087100         AND J5-FCST-DD < 31
087200         SET J5-INCOME-DAY-IDX UP BY 1
087300         PERFORM 2310-ADD-MISSING-DAY
087400             THRU 2310-ADD-MISSING-DAY-EXIT
087500             VARYING J5-INCOME-DAY-IDX FROM J5-INCOME-DAY-IDX
087600             BY 1 UNTIL J5-INCOME-DAY-IDX > 31
087700     END-IF
087800
087900     IF J5-DAY-INCOME = ZERO
088000         GO TO 2300-CREDIT-DAY-INCOME-EXIT
088100     END-IF
088200
088300     ADD J5-DAY-INCOME TO J5-INCOME-TOTAL
088400
088500     PERFORM 2320-CREDIT-ONE-JAR
088600         THRU 2320-CREDIT-ONE-JAR-EXIT
088700         VARYING J5-JAR-IDX FROM 1 BY 1
088800         UNTIL J5-JAR-IDX > 5.
088900
089000 2300-CREDIT-DAY-INCOME-EXIT.
089100     EXIT.
089200
089300 2310-ADD-MISSING-DAY.
089400     ADD J5-INCOME-DAY-AMOUNT (J5-INCOME-DAY-IDX)
089500         TO J5-DAY-INCOME.
089600
089700 2310-ADD-MISSING-DAY-EXIT.
089800     EXIT.
089900
090000 2320-CREDIT-ONE-JAR.
090100     COMPUTE J5-JAR-SHARE ROUNDED =
090200         J5-DAY-INCOME * J5-JAR-PERCENT (J5-JAR-IDX) / 100
090210
090220     IF J5-JAR-CAP (J5-JAR-IDX) = ZERO
090230         ADD J5-JAR-SHARE TO J5-JAR-BALANCE (J5-JAR-IDX)
090240         GO TO 2320-CREDIT-ONE-JAR-EXIT
090250     END-IF
090260
090270     COMPUTE J5-CAP-EXCESS = J5-JAR-BALANCE (J5-JAR-IDX)
090280         + J5-JAR-SHARE - J5-JAR-CAP (J5-JAR-IDX)
090290     IF J5-CAP-EXCESS < ZERO
090300         MOVE ZERO TO J5-CAP-EXCESS
090310     END-IF
090320     IF J5-CAP-EXCESS > J5-JAR-SHARE
090330         MOVE J5-JAR-SHARE TO J5-CAP-EXCESS
090340     END-IF
090350
090360     COMPUTE J5-JAR-BALANCE (J5-JAR-IDX) =
090370         J5-JAR-BALANCE (J5-JAR-IDX) + J5-JAR-SHARE
090375             - J5-CAP-EXCESS
090380     SET J5-OVFL-IDX TO J5-JAR-OVFL-NO (J5-JAR-IDX)
090390     ADD J5-CAP-EXCESS TO J5-JAR-BALANCE (J5-OVFL-IDX).
090400
090500 2320-CREDIT-ONE-JAR-EXIT.
090600     EXIT.
090700
090800*===========================================================*
090900* 2400-TRY-ONE-ORDER.                                        *
091000* AN OWING ORDER WHOSE DAY HAS COME IS PAID IF THE JAR CAN   *
091100* COVER IT WITHOUT GOING NEGATIVE (JARPOST'S RULE).          *
091200* OTHERWISE IT IS HELD; THE FIRST NIGHT OF A HOLD OPENS AN   *
091300* ENTRY ON THE HELD LIST, LATER NIGHTS ADD NOTHING.          *
091400*===========================================================*
091500 2400-TRY-ONE-ORDER.
091600     IF NOT J5-ORD-OWING (J5-ORD-IDX)
091700         OR J5-ORD-DAY (J5-ORD-IDX) > J5-FCST-DD
091800         GO TO 2400-TRY-ONE-ORDER-EXIT
091900     END-IF
092000
092100     SET J5-JAR-IDX TO J5-ORD-JAR-IDX (J5-ORD-IDX)
092200
092300     IF J5-JAR-BALANCE (J5-JAR-IDX)
092400             NOT < J5-ORD-AMOUNT (J5-ORD-IDX)
092500         SUBTRACT J5-ORD-AMOUNT (J5-ORD-IDX)
092600             FROM J5-JAR-BALANCE (J5-JAR-IDX)
092700         SET J5-ORD-PAID (J5-ORD-IDX) TO TRUE
092800         IF J5-ORD-HELD-NO (J5-ORD-IDX) > 0
092900             SET J5-HELD-IDX TO J5-ORD-HELD-NO (J5-ORD-IDX)
093000             SET J5-HELD-PAID-LATER (J5-HELD-IDX) TO TRUE
093100             MOVE J5-FCST-DATE TO J5-HELD-PAID-DATE (J5-HELD-IDX)
093200         END-IF
093300         GO TO 2400-TRY-ONE-ORDER-EXIT
093400     END-IF
093500
093600     IF J5-ORD-HELD-NO (J5-ORD-IDX) > 0
093700         GO TO 2400-TRY-ONE-ORDER-EXIT
093800     END-IF
093900
094000     IF J5-HELD-COUNT NOT < J5-MAX-HELD
094100         SET J5-TABLE-OVERFLOWED TO TRUE
094200         GO TO 2400-TRY-ONE-ORDER-EXIT
094300     END-IF
094400
094500     ADD 1 TO J5-HELD-COUNT
094600     SET J5-HELD-IDX TO J5-HELD-COUNT
094700     MOVE J5-HELD-COUNT     TO J5-ORD-HELD-NO (J5-ORD-IDX)
094800     MOVE J5-FCST-DATE      TO J5-HELD-DATE (J5-HELD-IDX)
094900     MOVE J5-ORD-ID (J5-ORD-IDX)
095000                            TO J5-HELD-ORDER-ID (J5-HELD-IDX)
095100     MOVE J5-JAR-ID (J5-JAR-IDX)
095200                            TO J5-HELD-JAR-ID (J5-HELD-IDX)
095300     MOVE J5-ORD-AMOUNT (J5-ORD-IDX)
095400                            TO J5-HELD-AMOUNT (J5-HELD-IDX)
095500     MOVE J5-JAR-BALANCE (J5-JAR-IDX)
095600                            TO J5-HELD-BALANCE (J5-HELD-IDX)
095700     SET J5-HELD-STILL-OPEN (J5-HELD-IDX) TO TRUE
095800     MOVE ZERO              TO J5-HELD-PAID-DATE (J5-HELD-IDX).
095900
096000 2400-TRY-ONE-ORDER-EXIT.
096100     EXIT.
096200
096300 2500-TRACK-ONE-LOW.
096400     IF J5-JAR-BALANCE (J5-JAR-IDX) < J5-JAR-LOW (J5-JAR-IDX)
096500         MOVE J5-JAR-BALANCE (J5-JAR-IDX)
096600                            TO J5-JAR-LOW (J5-JAR-IDX)
096700         MOVE J5-FCST-DATE  TO J5-JAR-LOW-DATE (J5-JAR-IDX)
096800     END-IF.
096900
097000 2500-TRACK-ONE-LOW-EXIT.
097100     EXIT.
097200
097300*===========================================================*
097400* 8000-PRINT-REPORT.                                         *
097500*===========================================================*
097600 8000-PRINT-REPORT.
097700     MOVE J5-FCST-DATE TO J5-FCST-END-DATE
097800
097900     OPEN OUTPUT JARRPT-FILE
098000     MOVE "FIVE JARS - 90-DAY CASH-FLOW FORECAST" TO JARRPT-LINE
098100     WRITE JARRPT-LINE
098200     MOVE SPACES TO JARRPT-LINE
098300     WRITE JARRPT-LINE
098400
098500     MOVE J5-REPORT-ACCT   TO RL-ACCT-ID
098600     MOVE J5-TODAY         TO RL-FROM-DATE
098700     MOVE J5-FCST-END-DATE TO RL-TO-DATE
098800     MOVE RL-PERIOD-LINE TO JARRPT-LINE
098900     WRITE JARRPT-LINE
099000
099100     MOVE J5-MONTHS-COUNTED TO RL-PATTERN-MONTHS
099200     MOVE J5-INCOME-TOTAL   TO RL-INCOME-TOTAL
099300     MOVE RL-PATTERN-LINE TO JARRPT-LINE
099400     WRITE JARRPT-LINE
099500     MOVE SPACES TO JARRPT-LINE
099600     WRITE JARRPT-LINE
099700
099800     MOVE RL-JAR-HEADING-LINE TO JARRPT-LINE
099900     WRITE JARRPT-LINE
100000     PERFORM 8100-PRINT-ONE-JAR
100100         THRU 8100-PRINT-ONE-JAR-EXIT
100200         VARYING J5-JAR-IDX FROM 1 BY 1
100300         UNTIL J5-JAR-IDX > 5
100400     MOVE SPACES TO JARRPT-LINE
100500     WRITE JARRPT-LINE
100600
100700     IF J5-HELD-COUNT = 0
100800         MOVE "NO STANDING ORDER WOULD BE HELD IN THE PERIOD"
100900             TO JARRPT-LINE
101000         WRITE JARRPT-LINE
101100         GO TO 8000-PRINT-REPORT-EXIT
101200     END-IF
101300
101400     MOVE "ORDERS THAT WOULD BE HELD FOR INSUFFICIENT FUNDS"
101500         TO JARRPT-LINE
101600     WRITE JARRPT-LINE
101700     MOVE RL-HELD-HEADING-LINE TO JARRPT-LINE
101800     WRITE JARRPT-LINE
101900     PERFORM 8200-PRINT-ONE-HELD
102000         THRU 8200-PRINT-ONE-HELD-EXIT
102100         VARYING J5-HELD-IDX FROM 1 BY 1
102200         UNTIL J5-HELD-IDX > J5-HELD-COUNT
102300     MOVE SPACES TO JARRPT-LINE
102400     WRITE JARRPT-LINE
102500     MOVE J5-HELD-COUNT TO RL-HELD-COUNT
102600     MOVE RL-SUMMARY-LINE TO JARRPT-LINE
102700     WRITE JARRPT-LINE.
102800
102900 8000-PRINT-REPORT-EXIT.
103000     EXIT.
103100
103200 8100-PRINT-ONE-JAR.
103300     MOVE J5-JAR-ID (J5-JAR-IDX)       TO RL-JAR-ID
103400     MOVE J5-JAR-NAME (J5-JAR-IDX)     TO RL-JAR-NAME
103500     MOVE J5-JAR-OPENING (J5-JAR-IDX)  TO RL-JAR-OPENING
103600     MOVE J5-JAR-LOW (J5-JAR-IDX)      TO RL-JAR-LOW
103700     MOVE J5-JAR-LOW-DATE (J5-JAR-IDX) TO RL-JAR-LOW-DATE
103800     MOVE J5-JAR-BALANCE (J5-JAR-IDX)  TO RL-JAR-CLOSING
103900     MOVE RL-JAR-LINE TO JARRPT-LINE
104000     WRITE JARRPT-LINE.
104100
104200 8100-PRINT-ONE-JAR-EXIT.
104300     EXIT.
104400
104500 8200-PRINT-ONE-HELD.
104600     MOVE J5-HELD-DATE (J5-HELD-IDX)     TO RL-HELD-DATE
104700     MOVE J5-HELD-ORDER-ID (J5-HELD-IDX) TO RL-HELD-ORDER-ID
104800     MOVE J5-HELD-JAR-ID (J5-HELD-IDX)   TO RL-HELD-JAR-ID
104900     MOVE J5-HELD-AMOUNT (J5-HELD-IDX)   TO RL-HELD-AMOUNT
105000     MOVE J5-HELD-BALANCE (J5-HELD-IDX)  TO RL-HELD-BALANCE
105100     EVALUATE TRUE
105200         WHEN J5-HELD-PAID-LATER (J5-HELD-IDX)
105300             MOVE J5-HELD-PAID-DATE (J5-HELD-IDX)
105400                 TO RL-OUTCOME-PAID-DATE
105500             MOVE RL-OUTCOME-PAID TO RL-HELD-OUTCOME
105600         WHEN J5-HELD-LAPSED (J5-HELD-IDX)
105700             MOVE "LAPSED AT MONTH END" TO RL-HELD-OUTCOME
105800         WHEN OTHER
105900             MOVE "STILL HELD"      TO RL-HELD-OUTCOME
106000     END-EVALUATE
106100     MOVE RL-HELD-LINE TO JARRPT-LINE
106200     WRITE JARRPT-LINE.
106300
106400 8200-PRINT-ONE-HELD-EXIT.
106500     EXIT.
106600
106700*===========================================================*
106800* 9000-TERMINATE.                                            *
106900*===========================================================*
107000 9000-TERMINATE.
107100     CLOSE JARRPT-FILE
107200
107300     IF J5-TABLE-OVERFLOWED
107400         DISPLAY "[JARFCST] MORE THAN " J5-MAX-ORDERS
107500             " ORDERS OR " J5-MAX-HELD
107600             " HELD DATES - REPORT INCOMPLETE"
107700         MOVE 12 TO RETURN-CODE
107800         GO TO 9000-TERMINATE-EXIT
107900     END-IF
108000
108100     IF J5-HELD-COUNT > 0
108200         DISPLAY "[JARFCST] " J5-HELD-COUNT
108300             " STANDING ORDER HOLD(S) FORECAST - SEE JARFCST.RPT"
108400         MOVE 4 TO RETURN-CODE
108500     ELSE
108600         DISPLAY "[JARFCST] CASH-FLOW FORECAST COMPLETE - "
108700             "SEE JARFCST.RPT"
108800     END-IF.
108900
109000 9000-TERMINATE-EXIT.
109100     EXIT.
