000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    JARALRT.
000300 AUTHOR.        Burlacu Vasile.
000400 INSTALLATION.  FIVE-JARS BUDGETING SYSTEM.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.                                     *
000900*-----------------------------------------------------------*
001000*   DATE        BY   DESCRIPTION                             *
001100*   ----------  ---  --------------------------------------- *
001200*   2026-10-15  BV   Original alert writer for the web       *
001300*                    frontend - a jar run down below what    *
001400*                    the household wants kept in it, a held  *
001500*                    standing order or a rejected feed event *
001600*                    was only ever on a console log nobody   *
001700*                    reads until the month-end statement.    *
001800*-----------------------------------------------------------*
001900* CALLED BY ANY PROGRAM THAT HAS SOMETHING THE HOUSEHOLD     *
002000* SHOULD HEAR ABOUT.  TAKES THE NEXT ALERT SEQUENCE NUMBER   *
002100* FROM ALERTCTL AND APPENDS ONE PIPE-DELIMITED LINE TO THE   *
002200* JARALRT.DAT INTERFACE FILE, IN THE SAME STYLE AS           *
002300* JAREXTR.DAT -                                              *
002400*  <TYPE>|<SEQ>|<ACCT>|<JAR>|<YYYYMMDDHHMMSS>|<AMOUNT>|<MSG> *
002500* TYPE IS ONE CHARACTER:                                     *
002600*   L  JARPOST - A WITHDRAWAL TOOK THE JAR BELOW ITS JARFLR  *
002700*      FLOOR (AMOUNT IS THE BALANCE LEFT)                    *
002800*   H  JARSORUN - A STANDING ORDER WAS HELD FOR INSUFFICIENT *
002900*      FUNDS (AMOUNT IS THE ORDER)                           *
003000*   R  JAREOD - A FEED EVENT WENT TO INCREJ (AMOUNT IS THE   *
003100*      EVENT'S, ZERO WHEN IT WAS NOT A NUMBER)               *
003300*   A  JARAUDCK ENDED RC 8 - LEDGER AND AUDIT TRAIL DISAGREE *
003400*   D  JARREBLD ENDED RC 8 - JARBAL HAS DRIFTED FROM THE     *
003500*      LEDGER                                                *
003600* SEQ IS NINE DIGITS AND ONLY EVER RISES, SO THE FRONTEND    *
003700* LOADS THE LINES ABOVE THE LAST NUMBER IT SAW.  ACCOUNT AND *
003800* JAR ARE BLANK WHEN THE ALERT IS NOT ABOUT ONE JAR.  THE    *
003900* DATE/TIME IS WHEN THE ALERT WAS RAISED.  THE AMOUNT        *
004000* CARRIES AN EXPLICIT SIGN AND DECIMAL POINT (+9(12).99) AND *
004100* THE MESSAGE IS 40 CHARACTERS.  THE FILE IS ONLY EVER       *
004200* APPENDED TO AND HAS NO HEADER OR TRAILER.  LIKE AUDITLOG   *
004300* THIS SERVICE RETURNS NOTHING: AN ALERT THAT CANNOT BE      *
004400* WRITTEN MUST NOT STOP THE POSTING THAT RAISED IT.          *
004500*-----------------------------------------------------------*
004600
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT ALERTCTL-FILE ASSIGN TO "ALERTCTL"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS AR-ALERTCTL-STATUS.
005300
005400     SELECT ALERT-FILE ASSIGN TO "JARALRT.DAT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS AR-ALERT-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  ALERTCTL-FILE.
006100     COPY ALERTCTL.
006200
006300 FD  ALERT-FILE.
006400 01  ALERT-LINE                PIC X(100).
006500
006600 WORKING-STORAGE SECTION.
006700 01  AR-ALERTCTL-STATUS        PIC X(02).
006800     88  AR-ALERTCTL-OK        VALUE "00".
006900
007000 01  AR-ALERT-STATUS           PIC X(02).
007100     88  AR-ALERT-NOT-FOUND    VALUE "35".
007200
007300 01  AR-TIMESTAMP-FIELDS.
007400     05  AR-CURRENT-DATE       PIC 9(08).
007500     05  AR-CURRENT-TIME       PIC 9(06).
007600
007700*    THE CLOCK COMES BACK AS HHMMSSHH; THE ALERT KEEPS HHMMSS.
007800 01  AR-CLOCK                  PIC 9(08).
007900 01  FILLER REDEFINES AR-CLOCK.
008000     05  AR-CLOCK-HHMMSS       PIC 9(06).
008100     05  FILLER                PIC 9(02).
008200
008300 01  AR-NEXT-SEQ               PIC 9(09) VALUE 0.
008400 01  AR-AMOUNT-IMAGE           PIC +9(12).99.
008500
008600 LINKAGE SECTION.
008700 01  LK-ALERT-TYPE             PIC X(01).
008800 01  LK-ACCT-ID                PIC X(02).
008900 01  LK-JAR-ID                 PIC X(02).
009000 01  LK-AMOUNT                 PIC S9(12)V99.
009100 01  LK-MESSAGE                PIC X(40).
009200
009300 PROCEDURE DIVISION USING LK-ALERT-TYPE
009400                          LK-ACCT-ID
009500                          LK-JAR-ID
009600                          LK-AMOUNT
009700                          LK-MESSAGE.
009800*===========================================================*
009900* 0000-MAINLINE.                                             *
010000*===========================================================*
010100 0000-MAINLINE.
010200     ACCEPT AR-CURRENT-DATE FROM DATE YYYYMMDD
010300     ACCEPT AR-CLOCK FROM TIME
010400     MOVE AR-CLOCK-HHMMSS TO AR-CURRENT-TIME
010500
010600     PERFORM 1000-TAKE-NEXT-SEQ
010700         THRU 1000-TAKE-NEXT-SEQ-EXIT
010800
010900     PERFORM 2000-APPEND-ALERT
011000         THRU 2000-APPEND-ALERT-EXIT
011100
011200     GOBACK.
011300
011400*===========================================================*
011500* 1000-TAKE-NEXT-SEQ.                                        *
011600* READS THE LAST NUMBER GIVEN OUT AND REWRITES ALERTCTL WITH *
011700* THE NEXT ONE BEFORE THE ALERT IS APPENDED (SEE ALERTCTL).  *
011800* A MISSING, EMPTY OR UNREADABLE CONTROL RECORD STARTS THE   *
011900* NUMBERING AT 1.                                            *
012000*===========================================================*
012100 1000-TAKE-NEXT-SEQ.
012200     MOVE 0 TO AR-NEXT-SEQ
012300
012400     OPEN INPUT ALERTCTL-FILE
012500     IF AR-ALERTCTL-OK
012600         READ ALERTCTL-FILE
012700             AT END
012800                 CONTINUE
012900         END-READ
013000         IF AR-ALERTCTL-OK
013100             AND AK-LAST-SEQ NUMERIC
013200             MOVE AK-LAST-SEQ TO AR-NEXT-SEQ
013300         END-IF
013400         CLOSE ALERTCTL-FILE
013500     END-IF
013600
013700     ADD 1 TO AR-NEXT-SEQ
013800
013900     MOVE AR-NEXT-SEQ     TO AK-LAST-SEQ
014000     MOVE AR-CURRENT-DATE TO AK-LAST-DATE
014100     MOVE AR-CURRENT-TIME TO AK-LAST-TIME
014200
014300     OPEN OUTPUT ALERTCTL-FILE
014400     WRITE ALERTCTL-RECORD
014500     CLOSE ALERTCTL-FILE.
014600
014700 1000-TAKE-NEXT-SEQ-EXIT.
014800     EXIT.
014900
015000*===========================================================*
015100* 2000-APPEND-ALERT.                                         *
015200* THE FIRST ALERT EVER RAISED FINDS NO JARALRT.DAT (STATUS   *
015300* 35) AND CREATES IT.                                        *
015400*===========================================================*
015500 2000-APPEND-ALERT.
015600     OPEN EXTEND ALERT-FILE
015700     IF AR-ALERT-NOT-FOUND
015800         OPEN OUTPUT ALERT-FILE
015900     END-IF
016000
016100     MOVE LK-AMOUNT TO AR-AMOUNT-IMAGE
016200     MOVE SPACES TO ALERT-LINE
016300     STRING LK-ALERT-TYPE      DELIMITED BY SIZE
016400            "|"                DELIMITED BY SIZE
016500            AR-NEXT-SEQ        DELIMITED BY SIZE
016600            "|"                DELIMITED BY SIZE
016700            LK-ACCT-ID         DELIMITED BY SIZE
016800            "|"                DELIMITED BY SIZE
016900            LK-JAR-ID          DELIMITED BY SIZE
017000            "|"                DELIMITED BY SIZE
017100            AR-CURRENT-DATE    DELIMITED BY SIZE
017200            AR-CURRENT-TIME    DELIMITED BY SIZE
017300            "|"                DELIMITED BY SIZE
017400            AR-AMOUNT-IMAGE    DELIMITED BY SIZE
017500            "|"                DELIMITED BY SIZE
017600            LK-MESSAGE         DELIMITED BY SIZE
017700            INTO ALERT-LINE
017800     WRITE ALERT-LINE
017900
018000     CLOSE ALERT-FILE.
018100
018200 2000-APPEND-ALERT-EXIT.
018300     EXIT.
