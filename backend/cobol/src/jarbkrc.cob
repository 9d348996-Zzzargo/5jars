001400*                    INCLOG, but nothing ever proved the      *
001500*                    jars agree with the actual bank account  *
001600*                    they all live in.                        *
001610*   2026-10-15  BV   Bank orphans are also written to the     *
001620*                    BKORPH extract for JARBKMT's matching    *
001630*                    rules, and a withdrawal whose memo       *
001640*                    carries the BK reference JARBKMT gives   *
001650*                    it reconciles on the bank line's date.   *
001660*                    The two legs of a JARSETL settlement     *
001670*                    (memo "ST" + month + run date) are left  *
001680*                    out like XF transfer legs - they only    *
001690*                    move money between the two accounts'     *
001691*                    jars.                                    *
001700*-----------------------------------------------------------*
001800* MATCHES THE MONTH'S IMPORTED BANKSTMT LINES ONE-FOR-ONE    *
001900* AGAINST THE MONTH'S JARTRAN ENTRIES ON DATE AND SIGNED     *
002700* AS THE JARTRAN COPYBOOK DEMANDS.  A TRANSFER'S TWO LEGS    *
002800* (MEMO STARTING WITH THE SHARED XF REFERENCE) ONLY MOVE     *
002900* MONEY BETWEEN JARS INSIDE THE ONE BANK ACCOUNT AND ARE     *
003000* LEFT OUT TOO - THE BANK NEVER SEES THEM - AS ARE THE TWO   *
003010* LEGS OF A JARSETL SHARED-EXPENSE SETTLEMENT (MEMO "ST" +   *
003020* MONTH + RUN DATE), WHICH MOVES MONEY BETWEEN THE TWO       *
003030* ACCOUNTS' JARS.  NOTE THAT A                               *
003100* PAYDAY CREDIT ARRIVES AT THE BANK AS ONE LINE BUT LANDS    *
003200* ON THE LEDGER AS FIVE ALLOCATION DEPOSITS, SO INCOME       *
003300* LINES PAIR ONLY WHEN THE STATEMENT IMPORT SPLITS THEM THE  *
003400* SAME WAY; THE ORPHAN LINES MAKE THE DIFFERENCE VISIBLE     *
003500* RATHER THAN HIDING IT.                                     *
003510*                                                            *
003520* EVERY BANK ORPHAN IS ALSO WRITTEN TO THE BKORPH EXTRACT,   *
003530* REPLACED EACH RUN, FOR JARBKMT TO MATCH AGAINST ITS BKRULE *
003540* RULES.  THE WITHDRAWAL REQUESTS IT RAISES ARE POSTED BY    *
003550* JARGATE ON A LATER DAY, SO THEIR MEMO STARTS "BK" AND THE  *
003560* BANK DATE (YYYYMMDD) - SUCH AN ENTRY IS RECONCILED ON THAT *
003570* DATE, NOT ITS POSTING DATE, AND PAIRS WITH ITS BANK LINE.  *
003600*-----------------------------------------------------------*
003700
003800 ENVIRONMENT DIVISION.
004900     SELECT JARRPT-FILE ASSIGN TO "JARBKRC.RPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS J5-JARRPT-STATUS.
005120
005140     SELECT BKORPH-FILE ASSIGN TO "BKORPH"
005160         ORGANIZATION IS LINE SEQUENTIAL
005180         FILE STATUS IS J5-BKORPH-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
006000
006100 FD  JARRPT-FILE.
006200 01  JARRPT-LINE               PIC X(80).
006220
006240 FD  BKORPH-FILE.
006260     COPY BKORPH.
006300
006400 WORKING-STORAGE SECTION.
006500 01  J5-BANKSTMT-STATUS        PIC X(02).
007300     88  J5-JARTRAN-NOT-FOUND  VALUE "35".
007400
007500 01  J5-JARRPT-STATUS          PIC X(02).
007550 01  J5-BKORPH-STATUS          PIC X(02).
007600
007700*-----------------------------------------------------------*
007800* YEAR/MONTH BEING RECONCILED AGAINST THE STATEMENT.          *
008100 01  J5-REPORT-YEAR-MONTH      PIC 9(06).
008200 01  J5-TODAY                  PIC 9(08).
008300 01  J5-REPORT-YM-INPUT        PIC X(06).
008310
008320*-----------------------------------------------------------*
008330* THE DATE A LEDGER ENTRY IS RECONCILED ON - ITS OWN POSTING *
008340* DATE, OR THE BANK DATE IN A "BK" MEMO.                     *
008350*-----------------------------------------------------------*
008360 01  J5-LEDGER-DATE            PIC 9(08).
008400
008500 01  J5-BANK-ORPHANS           PIC 9(05) VALUE 0.
008600 01  J5-LEDGER-ORPHANS         PIC 9(05) VALUE 0.
018600     END-IF
018700
018800     OPEN OUTPUT JARRPT-FILE
018850     OPEN OUTPUT BKORPH-FILE
018900     MOVE "FIVE JARS - BANK STATEMENT RECONCILIATION"
019000                            TO JARRPT-LINE
019100     WRITE JARRPT-LINE
027300     EXIT.
027400
027500 3100-LOAD-ONE-ENTRY.
027510     MOVE JT-TRAN-DATE TO J5-LEDGER-DATE
027520     IF JT-IS-WITHDRAWAL
027530         AND JT-MEMO (1:2) = "BK"
027540         AND JT-MEMO (3:8) IS NUMERIC
027550         MOVE JT-MEMO (3:8) TO J5-LEDGER-DATE
027560     END-IF
027570
027600     IF J5-LEDGER-DATE (1:6) = J5-REPORT-YEAR-MONTH
027700         AND (JT-IS-DEPOSIT OR JT-IS-WITHDRAWAL)
027800         AND JT-MEMO (1:2) NOT = "XF"
027850         AND NOT (JT-MEMO (1:2) = "ST"
027860                  AND JT-MEMO (3:14) IS NUMERIC)
027900         IF J5-TRAN-COUNT < J5-MAX-ROWS
028000             ADD 1 TO J5-TRAN-COUNT
028100             SET J5-TRAN-IDX TO J5-TRAN-COUNT
028200             MOVE JT-JAR-ID TO J5-TRAN-JAR-ID (J5-TRAN-IDX)
028300             MOVE J5-LEDGER-DATE TO J5-TRAN-DATE (J5-TRAN-IDX)
028400             IF JT-IS-WITHDRAWAL
028500                 COMPUTE J5-TRAN-AMOUNT (J5-TRAN-IDX) =
028600                     JT-AMOUNT * -1
037800     MOVE J5-BANK-AMOUNT (J5-BANK-IDX) TO RL-BO-AMOUNT
037900     MOVE J5-BANK-DESC (J5-BANK-IDX)   TO RL-BO-DESC
038000     MOVE RL-BANK-ORPHAN-LINE TO JARRPT-LINE
038100     WRITE JARRPT-LINE
038110
038120     MOVE J5-BANK-DATE (J5-BANK-IDX)   TO BX-STMT-DATE
038130     MOVE J5-BANK-AMOUNT (J5-BANK-IDX) TO BX-AMOUNT
038140     MOVE J5-BANK-DESC (J5-BANK-IDX)   TO BX-DESCRIPTION
038150     WRITE BKORPH-RECORD.
038200
038300 5100-REPORT-ONE-BANK-EXIT.
038400     EXIT.
040400*===========================================================*
040500 9000-TERMINATE.
040600     CLOSE JARRPT-FILE
040650     CLOSE BKORPH-FILE
040700
040800     IF J5-TABLE-OVERFLOWED
040900         DISPLAY "[JARBKRC] MORE THAN " J5-MAX-ROWS
