000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    JARCHGR.
000300 AUTHOR.        Burlacu Vasile.
000400 INSTALLATION.  FIVE-JARS BUDGETING SYSTEM.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.                                     *
000900*-----------------------------------------------------------*
001000*   DATE        BY   DESCRIPTION                             *
001100*   ----------  ---  --------------------------------------- *
001200*   2026-10-15  BV   Original change-journal report - CHGJRNL *
001300*                    had to be read raw to see who changed a  *
001400*                    split, a rate or an order.               *
001500*-----------------------------------------------------------*
001600* PRINTS EVERY CHGJRNL RECORD STAMPED BETWEEN A FROM DATE    *
001700* AND A TO DATE (BOTH INCLUSIVE): WHEN, WHO, WHICH PROGRAM,  *
001800* WHAT KIND OF CHANGE AND WHICH KEY, THEN THE BEFORE AND     *
001900* AFTER IMAGES UNDERNEATH.  A BLANK FROM DATE MEANS TODAY    *
002000* AND A BLANK TO DATE MEANS THE SAME DAY AS THE FROM DATE.   *
002100*-----------------------------------------------------------*
002200
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT CHGJRNL-FILE ASSIGN TO "CHGJRNL"
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS J5-CHGJRNL-STATUS.
002900
003000     SELECT JARRPT-FILE ASSIGN TO "JARCHGR.RPT"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS J5-JARRPT-STATUS.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  CHGJRNL-FILE.
003700     COPY CHGJRNL.
003800
003900 FD  JARRPT-FILE.
004000 01  JARRPT-LINE               PIC X(80).
004100
004200 WORKING-STORAGE SECTION.
004300 01  J5-CHGJRNL-STATUS         PIC X(02).
004400     88  J5-CHGJRNL-OK         VALUE "00".
004500     88  J5-CHGJRNL-EOF        VALUE "10".
004600     88  J5-CHGJRNL-FILE-MISSING VALUE "35".
004610 01  J5-CHGJRNL-OPEN-SW        PIC X(01) VALUE "N".
004620     88  J5-CHGJRNL-IS-OPEN    VALUE "Y".
004700
004800 01  J5-JARRPT-STATUS          PIC X(02).
004900
005000*-----------------------------------------------------------*
005100* THE DATE RANGE BEING REPORTED ON, AS ENTERED AND AS USED.  *
005200*-----------------------------------------------------------*
005300 01  J5-TODAY                  PIC 9(08).
005400 01  J5-FROM-DATE-INPUT        PIC X(08).
005500 01  J5-TO-DATE-INPUT          PIC X(08).
005600 01  J5-FROM-DATE              PIC 9(08).
005700 01  J5-TO-DATE                PIC 9(08).
005800
005900 01  J5-ENTRY-COUNT            PIC 9(06) VALUE 0.
006000
006100*-----------------------------------------------------------*
006200* REPORT LINES.                                              *
006300*-----------------------------------------------------------*
006400 01  RL-RANGE-LINE.
006500     05  FILLER                PIC X(05) VALUE "FROM ".
006600     05  RL-FROM-DATE          PIC 9(08).
006700     05  FILLER                PIC X(04) VALUE " TO ".
006800     05  RL-TO-DATE            PIC 9(08).
006900
007000 01  RL-ENTRY-LINE.
007100     05  RL-EN-DATE            PIC 9(08).
007200     05  FILLER                PIC X(01) VALUE SPACES.
007300     05  RL-EN-HH              PIC 9(02).
007400     05  FILLER                PIC X(01) VALUE ":".
007500     05  RL-EN-MM              PIC 9(02).
007600     05  FILLER                PIC X(01) VALUE ":".
007700     05  RL-EN-SS              PIC 9(02).
007800     05  FILLER                PIC X(02) VALUE SPACES.
007900     05  RL-EN-OPER-ID         PIC X(08).
008000     05  FILLER                PIC X(01) VALUE SPACES.
008100     05  RL-EN-PROGRAM-NAME    PIC X(08).
008200     05  FILLER                PIC X(01) VALUE SPACES.
008300     05  RL-EN-ACTION          PIC X(07).
008400     05  FILLER                PIC X(01) VALUE SPACES.
008500     05  RL-EN-CHANGE-KEY      PIC X(20).
008600
008700 01  RL-IMAGE-LINE.
008800     05  FILLER                PIC X(02) VALUE SPACES.
008900     05  RL-IM-LABEL           PIC X(08).
009000     05  RL-IM-IMAGE           PIC X(70).
009100
009200 01  RL-COUNT-LINE.
009300     05  FILLER                PIC X(18)
009400         VALUE "ENTRIES REPORTED: ".
009500     05  RL-COUNT              PIC Z(05)9.
009600
009700 PROCEDURE DIVISION.
009800*===========================================================*
009900* 0000-MAINLINE.                                             *
010000*===========================================================*
010100 0000-MAINLINE.
010200     MOVE 0 TO RETURN-CODE
010300
010400     PERFORM 1000-INITIALIZE
010500         THRU 1000-INITIALIZE-EXIT
010600
010700     IF RETURN-CODE NOT = 0
010800         GO TO 0000-MAINLINE-EXIT
010900     END-IF
011000
011100     PERFORM 2000-REPORT-ONE-ENTRY
011200         THRU 2000-REPORT-ONE-ENTRY-EXIT
011300         UNTIL J5-CHGJRNL-EOF
011400
011500     PERFORM 9000-TERMINATE
011600         THRU 9000-TERMINATE-EXIT
011700
011800     GO TO 0000-MAINLINE-EXIT.
011900
012000 0000-MAINLINE-EXIT.
012100     STOP RUN RETURNING RETURN-CODE.
012200
012300*===========================================================*
012400* 1000-INITIALIZE.                                           *
012500* PROMPTS FOR THE DATE RANGE AND OPENS THE JOURNAL AND THE   *
012600* REPORT.  A MISSING CHGJRNL JUST MEANS NOTHING HAS BEEN     *
012700* CHANGED YET - THE REPORT IS PRINTED EMPTY.                 *
012800*===========================================================*
012900 1000-INITIALIZE.
013000     ACCEPT J5-TODAY FROM DATE YYYYMMDD
013100
013200     DISPLAY "FROM DATE (YYYYMMDD) - BLANK FOR TODAY: "
013300         WITH NO ADVANCING
013400     ACCEPT J5-FROM-DATE-INPUT FROM CONSOLE
013500     IF J5-FROM-DATE-INPUT = SPACES
013600         MOVE J5-TODAY TO J5-FROM-DATE
013700     ELSE
013800         IF J5-FROM-DATE-INPUT NOT NUMERIC
013900             DISPLAY "[JARCHGR] REPORT REJECTED - FROM DATE "
014000                 "NOT IN YYYYMMDD FORMAT"
014100             MOVE 16 TO RETURN-CODE
014200             GO TO 1000-INITIALIZE-EXIT
014300         END-IF
014400         MOVE J5-FROM-DATE-INPUT TO J5-FROM-DATE
014500     END-IF
014600
014700     DISPLAY "TO DATE (YYYYMMDD) - BLANK FOR THE FROM DATE: "
014800         WITH NO ADVANCING
014900     ACCEPT J5-TO-DATE-INPUT FROM CONSOLE
015000     IF J5-TO-DATE-INPUT = SPACES
015100         MOVE J5-FROM-DATE TO J5-TO-DATE
015200     ELSE
015300         IF J5-TO-DATE-INPUT NOT NUMERIC
015400             DISPLAY "[JARCHGR] REPORT REJECTED - TO DATE "
015500                 "NOT IN YYYYMMDD FORMAT"
015600             MOVE 16 TO RETURN-CODE
015700             GO TO 1000-INITIALIZE-EXIT
015800         END-IF
015900         MOVE J5-TO-DATE-INPUT TO J5-TO-DATE
016000     END-IF
016100
016200     IF J5-TO-DATE < J5-FROM-DATE
016300         DISPLAY "[JARCHGR] REPORT REJECTED - TO DATE IS "
016400             "BEFORE FROM DATE"
016500         MOVE 16 TO RETURN-CODE
016600         GO TO 1000-INITIALIZE-EXIT
016700     END-IF
016800
016900     OPEN OUTPUT JARRPT-FILE
017000     MOVE "FIVE JARS - CONTROL FILE CHANGE JOURNAL"
017100                            TO JARRPT-LINE
017200     WRITE JARRPT-LINE
017300     MOVE J5-FROM-DATE TO RL-FROM-DATE
017400     MOVE J5-TO-DATE   TO RL-TO-DATE
017500     MOVE RL-RANGE-LINE TO JARRPT-LINE
017600     WRITE JARRPT-LINE
017700     MOVE SPACES TO JARRPT-LINE
017800     WRITE JARRPT-LINE
017900
018000     OPEN INPUT CHGJRNL-FILE
018100     IF J5-CHGJRNL-FILE-MISSING
018200         DISPLAY "[JARCHGR] CHGJRNL NOT FOUND - NO CHANGES "
018300             "JOURNALED YET"
018400         SET J5-CHGJRNL-EOF TO TRUE
018500     ELSE
018550         SET J5-CHGJRNL-IS-OPEN TO TRUE
018600         READ CHGJRNL-FILE
018700             AT END
018800                 SET J5-CHGJRNL-EOF TO TRUE
018900         END-READ
019000     END-IF.
019100
019200 1000-INITIALIZE-EXIT.
019300     EXIT.
019400
019500*===========================================================*
019600* 2000-REPORT-ONE-ENTRY.                                     *
019700* THE JOURNAL IS APPENDED IN TIME ORDER, BUT THE WHOLE FILE  *
019800* IS READ RATHER THAN STOPPING AT THE FIRST LATER DATE - A   *
019900* CLOCK SET BACK MUST NOT HIDE A CHANGE.                     *
020000*===========================================================*
020100 2000-REPORT-ONE-ENTRY.
020200     IF CJ-TIMESTAMP (1:8) < J5-FROM-DATE
020300         OR CJ-TIMESTAMP (1:8) > J5-TO-DATE
020400         GO TO 2000-REPORT-ONE-ENTRY-NEXT
020500     END-IF
020600
020700     ADD 1 TO J5-ENTRY-COUNT
020800
020900     MOVE CJ-TIMESTAMP (1:8)  TO RL-EN-DATE
021000     MOVE CJ-TIMESTAMP (9:2)  TO RL-EN-HH
021100     MOVE CJ-TIMESTAMP (11:2) TO RL-EN-MM
021200     MOVE CJ-TIMESTAMP (13:2) TO RL-EN-SS
021300     MOVE CJ-OPER-ID          TO RL-EN-OPER-ID
021400     MOVE CJ-PROGRAM-NAME     TO RL-EN-PROGRAM-NAME
021500     MOVE CJ-CHANGE-KEY       TO RL-EN-CHANGE-KEY
021600     EVALUATE TRUE
021700         WHEN CJ-ADDED
021800             MOVE "ADDED"     TO RL-EN-ACTION
021900         WHEN CJ-CHANGED
022000             MOVE "CHANGED"   TO RL-EN-ACTION
022100         WHEN CJ-POSTED
022200             MOVE "POSTED"    TO RL-EN-ACTION
022300         WHEN OTHER
022400             MOVE CJ-ACTION   TO RL-EN-ACTION
022500     END-EVALUATE
022600     MOVE RL-ENTRY-LINE TO JARRPT-LINE
022700     WRITE JARRPT-LINE
022800
022900     MOVE "BEFORE"            TO RL-IM-LABEL
023000     MOVE CJ-BEFORE-IMAGE     TO RL-IM-IMAGE
023100     IF CJ-BEFORE-IMAGE = SPACES
023200         MOVE "(NONE - RECORD ADDED)" TO RL-IM-IMAGE
023300     END-IF
023400     MOVE RL-IMAGE-LINE TO JARRPT-LINE
023500     WRITE JARRPT-LINE
023600
023700     MOVE "AFTER"             TO RL-IM-LABEL
023800     MOVE CJ-AFTER-IMAGE      TO RL-IM-IMAGE
023900     MOVE RL-IMAGE-LINE TO JARRPT-LINE
024000     WRITE JARRPT-LINE
024100
024200     MOVE SPACES TO JARRPT-LINE
024300     WRITE JARRPT-LINE.
024400
024500 2000-REPORT-ONE-ENTRY-NEXT.
024600     READ CHGJRNL-FILE
024700         AT END
024800             SET J5-CHGJRNL-EOF TO TRUE
024900     END-READ.
025000
025100 2000-REPORT-ONE-ENTRY-EXIT.
025200     EXIT.
025300
025400*===========================================================*
025500* 9000-TERMINATE.                                            *
025600*===========================================================*
025700 9000-TERMINATE.
025800     MOVE J5-ENTRY-COUNT TO RL-COUNT
025900     MOVE RL-COUNT-LINE TO JARRPT-LINE
026000     WRITE JARRPT-LINE
026100
026200     IF J5-CHGJRNL-IS-OPEN
026300         CLOSE CHGJRNL-FILE
026400     END-IF
026500     CLOSE JARRPT-FILE
026600
026700     DISPLAY "[JARCHGR] " J5-ENTRY-COUNT " CHANGES REPORTED FOR "
026800         J5-FROM-DATE " TO " J5-TO-DATE " - SEE JARCHGR.RPT".
026900
027000 9000-TERMINATE-EXIT.
027100     EXIT.
