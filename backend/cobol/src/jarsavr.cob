000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    JARSAVR.
000300 AUTHOR.        Burlacu Vasile.
000400 INSTALLATION.  FIVE-JARS BUDGETING SYSTEM.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.                                     *
000900*-----------------------------------------------------------*
001000*   DATE        BY   DESCRIPTION                             *
001100*   ----------  ---  --------------------------------------- *
001200*   2026-10-15  BV   Original savings goal progress report -  *
001300*                    a goal that was going to be missed only  *
001400*                    showed up when the date came and went.   *
001410*   2026-10-15  BV   A goal above its jar's JARCAP cap can    *
001420*                    never be reached and is now off track,   *
001430*                    printed with the cap instead of a date.  *
001500*-----------------------------------------------------------*
001600* FOR EACH JARSAVG GOAL OF THE ACCOUNT ASKED FOR, PRINTS     *
001700* THE JAR'S CURRENT JARBAL BALANCE, THE PERCENT OF THE GOAL  *
001800* ACHIEVED, THE JAR'S AVERAGE MONTHLY INFLOW, THE DATE THE   *
001900* GOAL WILL BE REACHED AT THAT RATE, AND AN OFF TRACK FLAG   *
002000* WHEN THAT DATE IS LATER THAN THE GOAL'S TARGET DATE.       *
002100*                                                           *
002200* THE INFLOW IS WHAT THE INCOME SPLIT PUT INTO THE JAR:      *
002300* EACH INCLOG INCOME FIGURE TIMES THE JAR'S PERCENTAGE IN    *
002400* EFFECT ON ITS RUN DATE (JARPCT, CORRECTED BY THE JARPCTH   *
002500* HISTORY THE SAME WAY JARRECON RESOLVES IT), AVERAGED OVER  *
002600* THE LAST SIX COMPLETE MONTHS - OR OVER FEWER WHEN THE      *
002700* ACCOUNT'S INCOME HISTORY IS YOUNGER THAN THAT.  THE        *
002800* CURRENT MONTH IS LEFT OUT SO A RUN EARLY IN THE MONTH      *
002900* DOES NOT UNDERSTATE THE RATE.  A GOAL THE JAR RECEIVES     *
003000* NOTHING TOWARDS NEVER COMPLETES AND IS ALWAYS OFF TRACK.   *
003010* SO DOES A GOAL ABOVE THE JAR'S JARCAP CAP - JAREOD SENDS   *
003020* EVERYTHING OVER THE CAP TO THE OVERFLOW JAR - AND ITS      *
003030* LINE SHOWS THE CAP IN PLACE OF A PROJECTED DATE.           *
003100* ANY OFF TRACK GOAL ENDS THE RUN WITH RETURN CODE 4 - TIME  *
003200* TO RAISE THE JAR'S PERCENTAGE WITH JARPCTM.                *
003300*-----------------------------------------------------------*
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT JARSAVG-FILE ASSIGN TO "JARSAVG"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS SV-KEY
004200         FILE STATUS IS J5-JARSAVG-STATUS.
004300
004400     SELECT JARBAL-FILE ASSIGN TO "JARBAL"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS JB-KEY
004800         FILE STATUS IS J5-JARBAL-STATUS.
004900
005000     SELECT INCLOG-FILE ASSIGN TO "INCLOG"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS J5-INCLOG-STATUS.
005300
005400     SELECT JARPCT-FILE ASSIGN TO "JARPCT"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS JP-KEY
005800         FILE STATUS IS J5-JARPCT-STATUS.
005900
006000     SELECT JARPCTH-FILE ASSIGN TO "JARPCTH"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS J5-JARPCTH-STATUS.
006210
006220     SELECT JARCAP-FILE ASSIGN TO "JARCAP"
006230         ORGANIZATION IS INDEXED
006240         ACCESS MODE IS RANDOM
006250         RECORD KEY IS CP-KEY
006260         FILE STATUS IS J5-JARCAP-STATUS.
006300
006400     SELECT JARRPT-FILE ASSIGN TO "JARSAVR.RPT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS J5-JARRPT-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  JARSAVG-FILE.
007100     COPY JARSAVG.
007200
007300 FD  JARBAL-FILE.
007400     COPY JARBAL.
007500
007600 FD  INCLOG-FILE.
007700     COPY INCLOG.
007800
007900 FD  JARPCT-FILE.
008000     COPY JARPCT.
008100
008200 FD  JARPCTH-FILE.
008300     COPY JARPCTH.
008310
008320 FD  JARCAP-FILE.
008330     COPY JARCAP.
008400
008500 FD  JARRPT-FILE.
008600 01  JARRPT-LINE               PIC X(80).
008700
008800 WORKING-STORAGE SECTION.
008900 01  J5-JARSAVG-STATUS         PIC X(02).
009000     88  J5-JARSAVG-OK         VALUE "00".
009100     88  J5-JARSAVG-EOF        VALUE "10".
009200     88  J5-JARSAVG-FILE-MISSING VALUE "35".
009210 01  J5-JARSAVG-OPEN-SW        PIC X(01) VALUE "N".
009220     88  J5-JARSAVG-IS-OPEN    VALUE "Y".
009300
009400 01  J5-JARBAL-STATUS          PIC X(02).
009500     88  J5-JARBAL-OK          VALUE "00".
009600     88  J5-JARBAL-NOTFOUND    VALUE "23".
009700     88  J5-JARBAL-FILE-MISSING VALUE "35".
009710 01  J5-JARBAL-OPEN-SW         PIC X(01) VALUE "N".
009720     88  J5-JARBAL-IS-OPEN     VALUE "Y".
009800
009900 01  J5-INCLOG-STATUS          PIC X(02).
010000     88  J5-INCLOG-OK          VALUE "00".
010100     88  J5-INCLOG-EOF         VALUE "10".
010200     88  J5-INCLOG-FILE-MISSING VALUE "35".
010210 01  J5-INCLOG-OPEN-SW         PIC X(01) VALUE "N".
010220     88  J5-INCLOG-IS-OPEN     VALUE "Y".
010300
010400 01  J5-JARPCT-STATUS          PIC X(02).
010500     88  J5-JARPCT-OK          VALUE "00".
010600     88  J5-JARPCT-EOF         VALUE "10".
010700     88  J5-JARPCT-NOT-FOUND   VALUE "35".
010800
010900 01  J5-JARPCTH-STATUS         PIC X(02).
011000     88  J5-JARPCTH-OK         VALUE "00".
011100     88  J5-JARPCTH-EOF        VALUE "10".
011200     88  J5-JARPCTH-NOT-FOUND  VALUE "35".
011210
011220 01  J5-JARCAP-STATUS          PIC X(02).
011230     88  J5-JARCAP-OK          VALUE "00".
011240     88  J5-JARCAP-NOTFOUND    VALUE "23".
011250     88  J5-JARCAP-FILE-MISSING VALUE "35".
011260 01  J5-JARCAP-OPEN-SW         PIC X(01) VALUE "N".
011270     88  J5-JARCAP-IS-OPEN     VALUE "Y".
011300
011400 01  J5-JARRPT-STATUS          PIC X(02).
011500
011600*-----------------------------------------------------------*
011700* ACCOUNT BEING REPORTED.  EACH ACCOUNT SETS ITS OWN GOALS   *
011800* AND RUNS ITS OWN SPLIT, SO THE RUN IS FOR ONE ACCOUNT.     *
011900*-----------------------------------------------------------*
012000 01  J5-REPORT-ACCT            PIC X(02) VALUE "01".
012100 01  J5-REPORT-ACCT-INPUT      PIC X(02).
012200
012300 01  J5-TODAY                  PIC 9(08).
012400 01  FILLER REDEFINES J5-TODAY.
012500     05  J5-TODAY-YYYY         PIC 9(04).
012600     05  J5-TODAY-MM           PIC 9(02).
012700     05  J5-TODAY-DD           PIC 9(02).
012800
012900*-----------------------------------------------------------*
013000* THE AVERAGING WINDOW: THE SIX COMPLETE MONTHS BEFORE THE   *
013100* CURRENT ONE, AS YEAR/MONTHS AND AS A RUNNING MONTH NUMBER  *
013200* (YEAR * 12 + MONTH - 1) SO MONTHS CAN BE COUNTED AND ADDED *
013300* ACROSS A YEAR END WITHOUT CALENDAR ARITHMETIC.             *
013400*-----------------------------------------------------------*
013500 01  J5-AVG-MONTHS             PIC 9(02) VALUE 6.
013600 01  J5-CURRENT-MONTH-NO       PIC 9(06).
013700 01  J5-WINDOW-FROM-MONTH-NO   PIC 9(06).
013800 01  J5-WINDOW-TO-MONTH-NO     PIC 9(06).
013900 01  J5-FIRST-INCOME-MONTH-NO  PIC 9(06) VALUE 999999.
014000 01  J5-INCOME-MONTH-NO        PIC 9(06).
014100 01  J5-MONTHS-COUNTED         PIC 9(02) VALUE 0.
014200 01  J5-WORK-MONTH-NO          PIC 9(06).
014300 01  J5-WORK-YM.
014400     05  J5-WORK-YYYY          PIC 9(04).
014500     05  J5-WORK-MM            PIC 9(02).
014600 01  J5-WINDOW-FROM-YM         PIC 9(06).
014700 01  J5-WINDOW-TO-YM           PIC 9(06).
014800
014900*-----------------------------------------------------------*
015000* ONE ENTRY PER JAR: ID, NAME, THE PERCENTAGE STANDING       *
015100* BEFORE THE HISTORY (JARPCT OR THE COMPILED-IN DEFAULT),    *
015200* THE PERCENTAGE RESOLVED FOR THE INCOME RECORD IN HAND, AND *
015300* THE INFLOW SUMMED OVER THE WINDOW.                         *
015400*-----------------------------------------------------------*
015500 01  J5-JAR-TABLE.
015600     05  J5-JAR-ENTRY OCCURS 5 TIMES INDEXED BY J5-JAR-IDX.
015700         10  J5-JAR-ID         PIC X(02).
015800         10  J5-JAR-NAME       PIC X(20).
015900         10  J5-JAR-BASE-PERCENT
016000                               PIC 9(03)V99.
016100         10  J5-JAR-PERCENT    PIC 9(03)V99.
016200         10  J5-JAR-INFLOW     PIC S9(12)V99.
016300         10  J5-JAR-AVG-INFLOW PIC S9(12)V99.
016400
016500*-----------------------------------------------------------*
016600* THE ACCOUNT'S JARPCTH HISTORY, HELD IN FILE (CHANGE) ORDER *
016700* SO EACH INCOME RECORD CAN BE SPLIT BY THE PERCENTAGES IN   *
016800* EFFECT ON ITS OWN DATE.  300 CHANGES IS MANY YEARS OF      *
016900* JARPCTM RUNS; MORE THAN THAT ENDS THE RUN RC 12 BECAUSE    *
017000* THE LATEST CHANGES WOULD BE THE ONES LOST.                 *
017100*-----------------------------------------------------------*
017200 01  J5-MAX-HIST               PIC 9(03) VALUE 300.
017300 01  J5-HIST-COUNT             PIC 9(03) VALUE 0.
017400 01  J5-HIST-TABLE.
017500     05  J5-HIST-ENTRY OCCURS 300 TIMES INDEXED BY J5-HIST-IDX.
017600         10  J5-HIST-EFF-DATE  PIC 9(08).
017700         10  J5-HIST-JAR-ID    PIC X(02).
017800         10  J5-HIST-PERCENT   PIC 9(03)V99.
017900
018000 01  J5-OVERFLOW-SW            PIC X(01) VALUE "N".
018100     88  J5-TABLE-OVERFLOWED   VALUE "Y".
018200
018300*-----------------------------------------------------------*
018400* WORK FIELDS FOR THE GOAL IN HAND.                          *
018500*-----------------------------------------------------------*
018600 01  J5-GOAL-BALANCE           PIC S9(12)V99.
018700 01  J5-GOAL-REMAINING         PIC S9(12)V99.
018750 01  J5-GOAL-CAP               PIC 9(12)V99.
018800 01  J5-GOAL-PERCENT           PIC 9(05)V99.
018900 01  J5-MONTHS-NEEDED          PIC 9(05).
019000 01  J5-PROJECTED-DATE         PIC 9(08).
019100 01  FILLER REDEFINES J5-PROJECTED-DATE.
019200     05  J5-PROJ-YYYY          PIC 9(04).
019300     05  J5-PROJ-MM            PIC 9(02).
019400     05  J5-PROJ-DD            PIC 9(02).
019500
019600 01  J5-GOAL-STATE-SW          PIC X(01).
019700     88  J5-GOAL-REACHED       VALUE "R".
019800     88  J5-GOAL-NEVER         VALUE "N".
019900     88  J5-GOAL-PROJECTED     VALUE "P".
019950     88  J5-GOAL-CAPPED        VALUE "C".
020000
020100 01  J5-GOAL-COUNT             PIC 9(03) VALUE 0.
020200 01  J5-OFF-TRACK-COUNT        PIC 9(03) VALUE 0.
020300
020400*-----------------------------------------------------------*
020500* REPORT LINES.                                              *
020600*-----------------------------------------------------------*
020700 01  RL-WINDOW-LINE.
020800     05  FILLER                PIC X(28)
020900         VALUE "AVERAGE MONTHLY INFLOW OVER ".
021000     05  RL-WINDOW-FROM        PIC 9(06).
021100     05  FILLER                PIC X(03) VALUE " - ".
021200     05  RL-WINDOW-TO          PIC 9(06).
021300     05  FILLER                PIC X(02) VALUE " (".
021400     05  RL-WINDOW-MONTHS      PIC Z9.
021500     05  FILLER                PIC X(08) VALUE " MONTHS)".
021600
021700 01  RL-COLUMN-LINE.
021800     05  FILLER                PIC X(40)
021900         VALUE "      GOAL AMOUNT        BALANCE     PCT".
022000     05  FILLER                PIC X(40)
022100         VALUE "   AVG INFLOW/MO  PROJECTED  FLAG".
022200
022300 01  RL-GOAL-HEADER-LINE.
022400     05  RL-GH-JAR-ID          PIC X(02).
022500     05  FILLER                PIC X(01) VALUE SPACES.
022600     05  RL-GH-JAR-NAME        PIC X(20).
022700     05  FILLER                PIC X(01) VALUE SPACES.
022800     05  RL-GH-GOAL-NAME       PIC X(20).
022900     05  FILLER                PIC X(08) VALUE "  TARGET".
023000     05  FILLER                PIC X(01) VALUE SPACES.
023100     05  RL-GH-TARGET-DATE     PIC 9(08).
023200
023300 01  RL-DETAIL-LINE.
023400     05  FILLER                PIC X(02) VALUE SPACES.
023500     05  RL-GOAL-AMOUNT        PIC Z(09)9.99.
023600     05  FILLER                PIC X(02) VALUE SPACES.
023700     05  RL-BALANCE            PIC -Z(09)9.99.
023800     05  FILLER                PIC X(02) VALUE SPACES.
023900     05  RL-PERCENT            PIC ZZ9.99.
024000     05  FILLER                PIC X(02) VALUE SPACES.
024100     05  RL-AVG-INFLOW         PIC -Z(09)9.99.
024200     05  FILLER                PIC X(02) VALUE SPACES.
024300     05  RL-PROJECTED          PIC X(08).
024400     05  FILLER                PIC X(02) VALUE SPACES.
024500     05  RL-FLAG               PIC X(09).
024510
024520 01  RL-CAP-LINE.
024530     05  FILLER                PIC X(18)
024540         VALUE "  JAR IS CAPPED AT".
024550     05  RL-CAP-AMOUNT         PIC Z(09)9.99.
024560     05  FILLER                PIC X(35)
024570         VALUE " BY JARCAP - RAISE OR LIFT IT FIRST".
024600
024700 01  RL-SUMMARY-LINE.
024800     05  RL-GOAL-COUNT         PIC ZZ9.
024900     05  FILLER                PIC X(08) VALUE " GOALS, ".
025000     05  RL-OFF-TRACK-COUNT    PIC ZZ9.
025100     05  FILLER                PIC X(10) VALUE " OFF TRACK".
025200
025300 PROCEDURE DIVISION.
025400*===========================================================*
025500* 0000-MAINLINE.                                             *
025600*===========================================================*
025700 0000-MAINLINE.
025800     MOVE 0 TO RETURN-CODE
025900
026000     PERFORM 1000-INITIALIZE
026100         THRU 1000-INITIALIZE-EXIT
026200
026300     PERFORM 2000-SUM-ONE-INCOME
026400         THRU 2000-SUM-ONE-INCOME-EXIT
026500         UNTIL J5-INCLOG-EOF
026600
026700     PERFORM 2500-AVERAGE-INFLOWS
026800         THRU 2500-AVERAGE-INFLOWS-EXIT
026900
027000     PERFORM 3000-REPORT-ONE-GOAL
027100         THRU 3000-REPORT-ONE-GOAL-EXIT
027200         UNTIL J5-JARSAVG-EOF
027300
027400     PERFORM 9000-TERMINATE
027500         THRU 9000-TERMINATE-EXIT
027600
027700     GO TO 0000-MAINLINE-EXIT.
027800
027900 0000-MAINLINE-EXIT.
028000     STOP RUN RETURNING RETURN-CODE.
028100
028200*===========================================================*
028300* 1000-INITIALIZE.                                           *
028400* LOADS THE JAR TABLE WITH THE SAME DEFAULT PERCENTAGES AS   *
028500* JARRECON, APPLIES THE ACCOUNT'S JARPCT OVERRIDES, LOADS    *
028600* ITS JARPCTH HISTORY, WORKS OUT THE AVERAGING WINDOW AND    *
028700* OPENS THE FILES.                                           *
028800*===========================================================*
028900 1000-INITIALIZE.
029000     MOVE "01"              TO J5-JAR-ID (1)
029100     MOVE "NECESSITIES"     TO J5-JAR-NAME (1)
029200     MOVE 055.00            TO J5-JAR-BASE-PERCENT (1)
029300
029400     MOVE "02"              TO J5-JAR-ID (2)
029500     MOVE "FINANCIAL FREEDOM"
029600                            TO J5-JAR-NAME (2)
029700     MOVE 010.00            TO J5-JAR-BASE-PERCENT (2)
029800
029900     MOVE "03"              TO J5-JAR-ID (3)
030000     MOVE "EDUCATION"       TO J5-JAR-NAME (3)
030100     MOVE 010.00            TO J5-JAR-BASE-PERCENT (3)
030200
030300     MOVE "04"              TO J5-JAR-ID (4)
030400     MOVE "PLAY"            TO J5-JAR-NAME (4)
030500     MOVE 010.00            TO J5-JAR-BASE-PERCENT (4)
030600
030700     MOVE "05"              TO J5-JAR-ID (5)
030800     MOVE "GIVE"            TO J5-JAR-NAME (5)
030900     MOVE 015.00            TO J5-JAR-BASE-PERCENT (5)
031000
031100     PERFORM 1020-ZERO-ONE-JAR
031200         THRU 1020-ZERO-ONE-JAR-EXIT
031300         VARYING J5-JAR-IDX FROM 1 BY 1
031400         UNTIL J5-JAR-IDX > 5
031500
031600     DISPLAY "ACCOUNT (01/02) - BLANK FOR 01: "
031700         WITH NO ADVANCING
031800     ACCEPT J5-REPORT-ACCT-INPUT FROM CONSOLE
031900     IF J5-REPORT-ACCT-INPUT NOT = SPACES
032000         MOVE J5-REPORT-ACCT-INPUT TO J5-REPORT-ACCT
032100     END-IF
032200
032300     PERFORM 1050-LOAD-PERCENT-OVERRIDES
032400         THRU 1050-LOAD-PERCENT-OVERRIDES-EXIT
032500
032600     PERFORM 1070-LOAD-PERCENT-HISTORY
032700         THRU 1070-LOAD-PERCENT-HISTORY-EXIT
032800
032900     ACCEPT J5-TODAY FROM DATE YYYYMMDD
033000     COMPUTE J5-CURRENT-MONTH-NO =
033100         J5-TODAY-YYYY * 12 + J5-TODAY-MM - 1
033200     COMPUTE J5-WINDOW-TO-MONTH-NO = J5-CURRENT-MONTH-NO - 1
033300     COMPUTE J5-WINDOW-FROM-MONTH-NO =
033400         J5-CURRENT-MONTH-NO - J5-AVG-MONTHS
033500
033600     OPEN INPUT INCLOG-FILE
033700     IF J5-INCLOG-FILE-MISSING
033800         SET J5-INCLOG-EOF TO TRUE
033900     ELSE
033950         SET J5-INCLOG-IS-OPEN TO TRUE
034000         READ INCLOG-FILE
034100             AT END
034200                 SET J5-INCLOG-EOF TO TRUE
034300         END-READ
034400     END-IF
034500
034600     OPEN INPUT JARBAL-FILE
034650     IF NOT J5-JARBAL-FILE-MISSING
034660         SET J5-JARBAL-IS-OPEN TO TRUE
034670     END-IF
034672
034674     OPEN INPUT JARCAP-FILE
034676     IF NOT J5-JARCAP-FILE-MISSING
034677         SET J5-JARCAP-IS-OPEN TO TRUE
034678     END-IF
034700
034800     OPEN INPUT JARSAVG-FILE
034900     IF J5-JARSAVG-FILE-MISSING
035000         DISPLAY "[JARSAVR] JARSAVG NOT FOUND - NO SAVINGS "
035100             "GOALS SET UP YET"
035200         SET J5-JARSAVG-EOF TO TRUE
035300     ELSE
035350         SET J5-JARSAVG-IS-OPEN TO TRUE
035400         READ JARSAVG-FILE
035500             AT END
035600                 SET J5-JARSAVG-EOF TO TRUE
035700         END-READ
035800     END-IF
035900
036000     OPEN OUTPUT JARRPT-FILE
036100     MOVE "FIVE JARS - SAVINGS GOAL PROGRESS" TO JARRPT-LINE
036200     WRITE JARRPT-LINE.
036300
036400 1000-INITIALIZE-EXIT.
036500     EXIT.
036600
036700 1020-ZERO-ONE-JAR.
036800     MOVE J5-JAR-BASE-PERCENT (J5-JAR-IDX)
036900                            TO J5-JAR-PERCENT (J5-JAR-IDX)
037000     MOVE ZERO TO J5-JAR-INFLOW (J5-JAR-IDX)
037100     MOVE ZERO TO J5-JAR-AVG-INFLOW (J5-JAR-IDX).
037200
037300 1020-ZERO-ONE-JAR-EXIT.
037400     EXIT.
037500
037600*===========================================================*
037700* 1050-LOAD-PERCENT-OVERRIDES.                               *
037800* ANY JAR FOUND ON JARPCT FOR THE ACCOUNT OVERRIDES THE      *
037900* COMPILED-IN DEFAULT (SAME AS JARRECON).  THIS IS THE       *
038000* STARTING POINT THE HISTORY IS APPLIED ON TOP OF.           *
038100*===========================================================*
038200 1050-LOAD-PERCENT-OVERRIDES.
038300     OPEN INPUT JARPCT-FILE
038400
038500     IF J5-JARPCT-NOT-FOUND
038600         GO TO 1050-LOAD-PERCENT-OVERRIDES-EXIT
038700     END-IF
038800
038900     READ JARPCT-FILE
039000         AT END
039100             SET J5-JARPCT-EOF TO TRUE
039200     END-READ
039300
039400     PERFORM 1060-APPLY-ONE-OVERRIDE
039500         THRU 1060-APPLY-ONE-OVERRIDE-EXIT
039600         UNTIL J5-JARPCT-EOF
039700
039800     CLOSE JARPCT-FILE.
039900
040000 1050-LOAD-PERCENT-OVERRIDES-EXIT.
040100     EXIT.
040200
040300 1060-APPLY-ONE-OVERRIDE.
040400     IF JP-ACCT-ID = J5-REPORT-ACCT
040500         SET J5-JAR-IDX TO 1
040600         SEARCH J5-JAR-ENTRY
040700             AT END
040800                 CONTINUE
040900             WHEN J5-JAR-ID (J5-JAR-IDX) = JP-JAR-ID
041000                 MOVE JP-JAR-PERCENT
041100                     TO J5-JAR-BASE-PERCENT (J5-JAR-IDX)
041200         END-SEARCH
041300     END-IF
041400
041500     READ JARPCT-FILE
041600         AT END
041700             SET J5-JARPCT-EOF TO TRUE
041800     END-READ.
041900
042000 1060-APPLY-ONE-OVERRIDE-EXIT.
042100     EXIT.
042200
042300*===========================================================*
042400* 1070-LOAD-PERCENT-HISTORY.                                 *
042500* HOLDS THE ACCOUNT'S JARPCTH RECORDS IN FILE ORDER.  A      *
042600* MISSING HISTORY LEAVES THE TABLE EMPTY AND EVERY INCOME    *
042700* RECORD IS SPLIT BY THE JARPCT VALUES ALONE.                *
042800*===========================================================*
042900 1070-LOAD-PERCENT-HISTORY.
043000     OPEN INPUT JARPCTH-FILE
043100
043200     IF J5-JARPCTH-NOT-FOUND
043300         GO TO 1070-LOAD-PERCENT-HISTORY-EXIT
043400     END-IF
043500
043600     READ JARPCTH-FILE
043700         AT END
043800             SET J5-JARPCTH-EOF TO TRUE
043900     END-READ
044000
044100     PERFORM 1080-HOLD-ONE-HISTORY
044200         THRU 1080-HOLD-ONE-HISTORY-EXIT
044300         UNTIL J5-JARPCTH-EOF
044400
044500     CLOSE JARPCTH-FILE.
044600
044700 1070-LOAD-PERCENT-HISTORY-EXIT.
044800     EXIT.
044900
045000*    HISTORY WITH A BLANK ACCOUNT (OLDER THAN THE ACCOUNT
045100*    FEATURE) BELONGS TO ACCOUNT 01.
045200 1080-HOLD-ONE-HISTORY.
045300     IF PH-ACCT-ID = J5-REPORT-ACCT
045400         OR (PH-ACCT-ID = SPACES
045500             AND J5-REPORT-ACCT = "01")
045600         IF J5-HIST-COUNT < J5-MAX-HIST
045700             ADD 1 TO J5-HIST-COUNT
045800             SET J5-HIST-IDX TO J5-HIST-COUNT
045900             MOVE PH-EFF-DATE    TO J5-HIST-EFF-DATE (J5-HIST-IDX)
046000             MOVE PH-JAR-ID      TO J5-HIST-JAR-ID (J5-HIST-IDX)
046100             MOVE PH-JAR-PERCENT TO J5-HIST-PERCENT (J5-HIST-IDX)
046200         ELSE
046300             SET J5-TABLE-OVERFLOWED TO TRUE
046400         END-IF
046500     END-IF
046600
046700     READ JARPCTH-FILE
046800         AT END
046900             SET J5-JARPCTH-EOF TO TRUE
047000     END-READ.
047100
047200 1080-HOLD-ONE-HISTORY-EXIT.
047300     EXIT.
047400
047500*===========================================================*
047600* 2000-SUM-ONE-INCOME.                                       *
047700* NOTES HOW FAR BACK THE ACCOUNT'S INCOME HISTORY GOES, AND  *
047800* SPLITS EACH INCOME RECORD INSIDE THE WINDOW ACROSS THE     *
047900* JARS BY THE PERCENTAGES IN EFFECT ON ITS RUN DATE.         *
048000*===========================================================*
048100*    AN INCOME RECORD WITH A BLANK ACCOUNT (OLDER THAN THE
048200*    ACCOUNT FEATURE) BELONGS TO ACCOUNT 01.
048300 2000-SUM-ONE-INCOME.
048400     IF IL-ACCT-ID NOT = J5-REPORT-ACCT
048500         AND NOT (IL-ACCT-ID = SPACES
048600             AND J5-REPORT-ACCT = "01")
048700         GO TO 2000-SUM-ONE-INCOME-NEXT
048800     END-IF
048900
049000     MOVE IL-RUN-DATE (1:6) TO J5-WORK-YM
049100     COMPUTE J5-INCOME-MONTH-NO =
049200         J5-WORK-YYYY * 12 + J5-WORK-MM - 1
049300     IF J5-INCOME-MONTH-NO < J5-FIRST-INCOME-MONTH-NO
049400         MOVE J5-INCOME-MONTH-NO TO J5-FIRST-INCOME-MONTH-NO
049500     END-IF
049600
049700     IF J5-INCOME-MONTH-NO < J5-WINDOW-FROM-MONTH-NO
049800         OR J5-INCOME-MONTH-NO > J5-WINDOW-TO-MONTH-NO
049900         GO TO 2000-SUM-ONE-INCOME-NEXT
050000     END-IF
050100
050200     PERFORM 2100-RESET-ONE-PERCENT
050300         THRU 2100-RESET-ONE-PERCENT-EXIT
050400         VARYING J5-JAR-IDX FROM 1 BY 1
050500         UNTIL J5-JAR-IDX > 5
050600
050700     IF J5-HIST-COUNT > 0
050800         PERFORM 2200-APPLY-ONE-HISTORY
050900             THRU 2200-APPLY-ONE-HISTORY-EXIT
051000             VARYING J5-HIST-IDX FROM 1 BY 1
051100             UNTIL J5-HIST-IDX > J5-HIST-COUNT
051200     END-IF
051300
051400     PERFORM 2300-SPLIT-ONE-JAR
051500         THRU 2300-SPLIT-ONE-JAR-EXIT
051600         VARYING J5-JAR-IDX FROM 1 BY 1
051700         UNTIL J5-JAR-IDX > 5.
051800
051900 2000-SUM-ONE-INCOME-NEXT.
052000     READ INCLOG-FILE
052100         AT END
052200             SET J5-INCLOG-EOF TO TRUE
052300     END-READ.
052400
052500 2000-SUM-ONE-INCOME-EXIT.
052600     EXIT.
052700
052800 2100-RESET-ONE-PERCENT.
052900     MOVE J5-JAR-BASE-PERCENT (J5-JAR-IDX)
053000                            TO J5-JAR-PERCENT (J5-JAR-IDX).
053100
053200 2100-RESET-ONE-PERCENT-EXIT.
053300     EXIT.
053400
053500*    THE LAST APPLICABLE RECORD PER JAR WINS, AS THE JARPCTH
053600*    COPYBOOK DESCRIBES.
053700 2200-APPLY-ONE-HISTORY.
053800     IF J5-HIST-EFF-DATE (J5-HIST-IDX) NOT > IL-RUN-DATE
053900         SET J5-JAR-IDX TO 1
054000         SEARCH J5-JAR-ENTRY
054100             AT END
054200                 CONTINUE
054300             WHEN J5-JAR-ID (J5-JAR-IDX)
054400                     = J5-HIST-JAR-ID (J5-HIST-IDX)
054500                 MOVE J5-HIST-PERCENT (J5-HIST-IDX)
054600                     TO J5-JAR-PERCENT (J5-JAR-IDX)
054700         END-SEARCH
054800     END-IF.
054900
055000 2200-APPLY-ONE-HISTORY-EXIT.
055100     EXIT.
055200
055300 2300-SPLIT-ONE-JAR.
055400     COMPUTE J5-JAR-INFLOW (J5-JAR-IDX) ROUNDED =
055500         J5-JAR-INFLOW (J5-JAR-IDX)
055600       + IL-INCOME-AMOUNT * J5-JAR-PERCENT (J5-JAR-IDX) / 100.
055700
055800 2300-SPLIT-ONE-JAR-EXIT.
055900     EXIT.
056000
056100*===========================================================*
056200* 2500-AVERAGE-INFLOWS.                                      *
056300* THE WINDOW STARTS AT THE LATER OF SIX MONTHS BACK AND THE  *
056400* ACCOUNT'S FIRST INCOME MONTH, SO A YOUNG ACCOUNT IS NOT    *
056500* AVERAGED OVER MONTHS IT HAD NO INCOME LOGGED AT ALL.  NO   *
056600* COMPLETE MONTH OF HISTORY LEAVES EVERY AVERAGE AT ZERO.    *
056700*===========================================================*
056800 2500-AVERAGE-INFLOWS.
056900     IF J5-FIRST-INCOME-MONTH-NO > J5-WINDOW-FROM-MONTH-NO
057000         AND J5-FIRST-INCOME-MONTH-NO NOT > J5-WINDOW-TO-MONTH-NO
057100         MOVE J5-FIRST-INCOME-MONTH-NO
057200                            TO J5-WINDOW-FROM-MONTH-NO
057300     END-IF
057400
057500     IF J5-FIRST-INCOME-MONTH-NO > J5-WINDOW-TO-MONTH-NO
057600         MOVE 0 TO J5-MONTHS-COUNTED
057700     ELSE
057800         COMPUTE J5-MONTHS-COUNTED =
057900             J5-WINDOW-TO-MONTH-NO - J5-WINDOW-FROM-MONTH-NO + 1
058000     END-IF
058100
058200     IF J5-MONTHS-COUNTED > 0
058300         PERFORM 2550-AVERAGE-ONE-JAR
058400             THRU 2550-AVERAGE-ONE-JAR-EXIT
058500             VARYING J5-JAR-IDX FROM 1 BY 1
058600             UNTIL J5-JAR-IDX > 5
058700     END-IF
058800
058900     MOVE J5-WINDOW-FROM-MONTH-NO TO J5-WORK-MONTH-NO
059000     PERFORM 2600-MONTH-NO-TO-YM
059100         THRU 2600-MONTH-NO-TO-YM-EXIT
059200     MOVE J5-WORK-YM TO J5-WINDOW-FROM-YM
059300
059400     MOVE J5-WINDOW-TO-MONTH-NO TO J5-WORK-MONTH-NO
059500     PERFORM 2600-MONTH-NO-TO-YM
059600         THRU 2600-MONTH-NO-TO-YM-EXIT
059700     MOVE J5-WORK-YM TO J5-WINDOW-TO-YM
059800
059900     MOVE J5-WINDOW-FROM-YM TO RL-WINDOW-FROM
060000     MOVE J5-WINDOW-TO-YM   TO RL-WINDOW-TO
060100     MOVE J5-MONTHS-COUNTED TO RL-WINDOW-MONTHS
060200     MOVE RL-WINDOW-LINE TO JARRPT-LINE
060300     WRITE JARRPT-LINE
060400     MOVE SPACES TO JARRPT-LINE
060500     WRITE JARRPT-LINE
060600     MOVE RL-COLUMN-LINE TO JARRPT-LINE
060700     WRITE JARRPT-LINE
060800     MOVE SPACES TO JARRPT-LINE
060900     WRITE JARRPT-LINE.
061000
061100 2500-AVERAGE-INFLOWS-EXIT.
061200     EXIT.
061300
061400 2550-AVERAGE-ONE-JAR.
061500     COMPUTE J5-JAR-AVG-INFLOW (J5-JAR-IDX) ROUNDED =
061600         J5-JAR-INFLOW (J5-JAR-IDX) / J5-MONTHS-COUNTED.
061700
061800 2550-AVERAGE-ONE-JAR-EXIT.
061900     EXIT.
062000
062100*    RUNNING MONTH NUMBER BACK TO A YEAR/MONTH.
062200 2600-MONTH-NO-TO-YM.
062300     DIVIDE J5-WORK-MONTH-NO BY 12
062400         GIVING J5-WORK-YYYY
062500         REMAINDER J5-WORK-MM
062600     ADD 1 TO J5-WORK-MM.
062700
062800 2600-MONTH-NO-TO-YM-EXIT.
062900     EXIT.
063000
063100*===========================================================*
063200* 3000-REPORT-ONE-GOAL.                                      *
063300* ONE TWO-LINE ENTRY PER LIVE GOAL OF THE ACCOUNT.  A GOAL   *
063400* AMOUNT OF ZERO IS A DROPPED GOAL AND IS NOT REPORTED.  A   *
063500* JAR WITH NO JARBAL RECORD YET HAS A BALANCE OF ZERO, AND   *
063550* ONE WITH NO JARCAP RECORD (OR A CAP OF ZERO) IS NOT CAPPED.*
063600*===========================================================*
063700 3000-REPORT-ONE-GOAL.
063800     IF SV-ACCT-ID NOT = J5-REPORT-ACCT
063900         OR SV-GOAL-AMOUNT = ZERO
064000         GO TO 3000-REPORT-ONE-GOAL-NEXT
064100     END-IF
064200
064300     SET J5-JAR-IDX TO 1
064400     SEARCH J5-JAR-ENTRY
064500         AT END
064600             GO TO 3000-REPORT-ONE-GOAL-NEXT
064700         WHEN J5-JAR-ID (J5-JAR-IDX) = SV-JAR-ID
064800             CONTINUE
064900     END-SEARCH
065000
065100     ADD 1 TO J5-GOAL-COUNT
065200
065300     MOVE ZERO TO J5-GOAL-BALANCE
065400     IF NOT J5-JARBAL-FILE-MISSING
065500         MOVE SV-ACCT-ID TO JB-ACCT-ID
065600         MOVE SV-JAR-ID  TO JB-JAR-ID
065700         READ JARBAL-FILE
065800             INVALID KEY
065900                 CONTINUE
066000         END-READ
066100         IF J5-JARBAL-OK
066200             MOVE JB-BALANCE TO J5-GOAL-BALANCE
066300         END-IF
066400     END-IF
066410
066420     MOVE ZERO TO J5-GOAL-CAP
066430     IF J5-JARCAP-IS-OPEN
066440         MOVE SV-ACCT-ID TO CP-ACCT-ID
066450         MOVE SV-JAR-ID  TO CP-JAR-ID
066460         READ JARCAP-FILE
066470             INVALID KEY
066480                 CONTINUE
066490         END-READ
066492         IF J5-JARCAP-OK
066494             MOVE CP-MAX-BALANCE TO J5-GOAL-CAP
066496         END-IF
066498     END-IF
066500
066600     PERFORM 3100-PROJECT-GOAL
066700         THRU 3100-PROJECT-GOAL-EXIT
066800
066900     MOVE SV-JAR-ID                TO RL-GH-JAR-ID
067000     MOVE J5-JAR-NAME (J5-JAR-IDX) TO RL-GH-JAR-NAME
067100     MOVE SV-GOAL-NAME             TO RL-GH-GOAL-NAME
067200     MOVE SV-TARGET-DATE           TO RL-GH-TARGET-DATE
067300     MOVE RL-GOAL-HEADER-LINE TO JARRPT-LINE
067400     WRITE JARRPT-LINE
067500
067600     MOVE SV-GOAL-AMOUNT           TO RL-GOAL-AMOUNT
067700     MOVE J5-GOAL-BALANCE          TO RL-BALANCE
067800     MOVE J5-GOAL-PERCENT          TO RL-PERCENT
067900     MOVE J5-JAR-AVG-INFLOW (J5-JAR-IDX)
068000                                   TO RL-AVG-INFLOW
068100     MOVE SPACES                   TO RL-FLAG
068200     EVALUATE TRUE
068300         WHEN J5-GOAL-REACHED
068400             MOVE "REACHED"        TO RL-PROJECTED
068500         WHEN J5-GOAL-NEVER
068600             MOVE "NEVER"          TO RL-PROJECTED
068700             MOVE "OFF TRACK"      TO RL-FLAG
068710         WHEN J5-GOAL-CAPPED
068720             MOVE "CAPPED"         TO RL-PROJECTED
068730             MOVE "OFF TRACK"      TO RL-FLAG
068800         WHEN OTHER
068900             MOVE J5-PROJECTED-DATE TO RL-PROJECTED
069000             IF J5-PROJECTED-DATE > SV-TARGET-DATE
069100                 MOVE "OFF TRACK"  TO RL-FLAG
069200             END-IF
069300     END-EVALUATE
069400     IF RL-FLAG NOT = SPACES
069500         ADD 1 TO J5-OFF-TRACK-COUNT
069600     END-IF
069700     MOVE RL-DETAIL-LINE TO JARRPT-LINE
069800     WRITE JARRPT-LINE
069810
069820     IF J5-GOAL-CAPPED
069830         MOVE J5-GOAL-CAP          TO RL-CAP-AMOUNT
069840         MOVE RL-CAP-LINE TO JARRPT-LINE
069850         WRITE JARRPT-LINE
069860     END-IF
069900
070000     MOVE SPACES TO JARRPT-LINE
070100     WRITE JARRPT-LINE.
070200
070300 3000-REPORT-ONE-GOAL-NEXT.
070400     READ JARSAVG-FILE
070500         AT END
070600             SET J5-JARSAVG-EOF TO TRUE
070700     END-READ.
070800
070900 3000-REPORT-ONE-GOAL-EXIT.
071000     EXIT.
071100
071200*===========================================================*
071300* 3100-PROJECT-GOAL.                                         *
071400* PERCENT ACHIEVED IS THE BALANCE OVER THE GOAL (AN          *
071500* OVERDRAWN JAR SHOWS 0.00, AND THE FIGURE STOPS AT 999.99). *
071600* THE PROJECTION COUNTS WHOLE MONTHS OF AVERAGE INFLOW UNTIL *
071700* THE SHORTFALL IS COVERED, ROUNDED UP, AND LANDS ON TODAY'S *
071800* DAY OF THE MONTH THAT MANY MONTHS AHEAD - DAY 28 AT MOST   *
071900* SO THE DATE EXISTS IN EVERY MONTH (SAME CAP AS JARSORDM).  *
071910* A GOAL ABOVE THE JAR'S JARCAP CAP IS NEVER PROJECTED: THE  *
071920* SPLIT STOPS FEEDING THE JAR AT THE CAP.  A GOAL AT OR      *
071930* UNDER THE CAP IS MET BEFORE THE CAP STOPS THE INFLOW, SO   *
071940* ITS PROJECTION RUNS AT THE FULL AVERAGE RATE.              *
072000*===========================================================*
072100 3100-PROJECT-GOAL.
072200     MOVE ZERO TO J5-GOAL-PERCENT
072300     IF J5-GOAL-BALANCE > ZERO
072400         COMPUTE J5-GOAL-PERCENT ROUNDED =
072500             J5-GOAL-BALANCE * 100 / SV-GOAL-AMOUNT
072600             ON SIZE ERROR
072700                 MOVE 999.99 TO J5-GOAL-PERCENT
072800         END-COMPUTE
072900         IF J5-GOAL-PERCENT > 999.99
073000             MOVE 999.99 TO J5-GOAL-PERCENT
073100         END-IF
073200     END-IF
073300
073400     COMPUTE J5-GOAL-REMAINING = SV-GOAL-AMOUNT - J5-GOAL-BALANCE
073500
073600     IF J5-GOAL-REMAINING NOT > ZERO
073700         SET J5-GOAL-REACHED TO TRUE
073800         GO TO 3100-PROJECT-GOAL-EXIT
073900     END-IF
073910
073920     IF J5-GOAL-CAP > ZERO
073930         AND SV-GOAL-AMOUNT > J5-GOAL-CAP
073940         SET J5-GOAL-CAPPED TO TRUE
073950         GO TO 3100-PROJECT-GOAL-EXIT
073960     END-IF
074000
074100     IF J5-JAR-AVG-INFLOW (J5-JAR-IDX) NOT > ZERO
074200         SET J5-GOAL-NEVER TO TRUE
074300         GO TO 3100-PROJECT-GOAL-EXIT
074400     END-IF
074500
074600     SET J5-GOAL-PROJECTED TO TRUE
074700     COMPUTE J5-MONTHS-NEEDED =
074800         J5-GOAL-REMAINING / J5-JAR-AVG-INFLOW (J5-JAR-IDX)
074900         ON SIZE ERROR
075000             SET J5-GOAL-NEVER TO TRUE
075100             GO TO 3100-PROJECT-GOAL-EXIT
075200     END-COMPUTE
075300     IF J5-MONTHS-NEEDED * J5-JAR-AVG-INFLOW (J5-JAR-IDX)
075400             < J5-GOAL-REMAINING
075500         ADD 1 TO J5-MONTHS-NEEDED
075600     END-IF
075700
075800     COMPUTE J5-WORK-MONTH-NO =
075900         J5-CURRENT-MONTH-NO + J5-MONTHS-NEEDED
076000         ON SIZE ERROR
076100             SET J5-GOAL-NEVER TO TRUE
076200             GO TO 3100-PROJECT-GOAL-EXIT
076300     END-COMPUTE
076400     PERFORM 2600-MONTH-NO-TO-YM
076500         THRU 2600-MONTH-NO-TO-YM-EXIT
076600     MOVE J5-WORK-YYYY TO J5-PROJ-YYYY
076700     MOVE J5-WORK-MM   TO J5-PROJ-MM
076800     MOVE J5-TODAY-DD  TO J5-PROJ-DD
076900     IF J5-PROJ-DD > 28
077000         MOVE 28 TO J5-PROJ-DD
077100     END-IF.
077200
077300 3100-PROJECT-GOAL-EXIT.
077400     EXIT.
077500
077600*===========================================================*
077700* 9000-TERMINATE.                                            *
077800*===========================================================*
077900 9000-TERMINATE.
078000     MOVE J5-GOAL-COUNT      TO RL-GOAL-COUNT
078100     MOVE J5-OFF-TRACK-COUNT TO RL-OFF-TRACK-COUNT
078200     MOVE RL-SUMMARY-LINE TO JARRPT-LINE
078300     WRITE JARRPT-LINE
078400
078500     IF J5-INCLOG-IS-OPEN
078600         CLOSE INCLOG-FILE
078700     END-IF
078800     IF J5-JARBAL-IS-OPEN
078900         CLOSE JARBAL-FILE
079000     END-IF
079100     IF J5-JARSAVG-IS-OPEN
079200         CLOSE JARSAVG-FILE
079300     END-IF
079310     IF J5-JARCAP-IS-OPEN
079320         CLOSE JARCAP-FILE
079330     END-IF
079400     CLOSE JARRPT-FILE
079500
079600     IF J5-TABLE-OVERFLOWED
079700         DISPLAY "[JARSAVR] MORE THAN " J5-MAX-HIST
079800             " JARPCTH CHANGES - INFLOWS NOT RELIABLE"
079900         MOVE 12 TO RETURN-CODE
080000         GO TO 9000-TERMINATE-EXIT
080100     END-IF
080200
080300     IF J5-OFF-TRACK-COUNT > 0
080400         DISPLAY "[JARSAVR] " J5-OFF-TRACK-COUNT
080500             " SAVINGS GOAL(S) OFF TRACK - SEE JARSAVR.RPT"
080600         MOVE 4 TO RETURN-CODE
080700     ELSE
080800         DISPLAY "[JARSAVR] SAVINGS GOAL PROGRESS REPORTED - "
080900             "SEE JARSAVR.RPT"
081000     END-IF.
081100
081200 9000-TERMINATE-EXIT.
081300     EXIT.
