001446*                    split, so EXPECTED only makes sense per     *
001447*                    account.  Records with a blank account      *
001448*                    (older than the feature) count as 01's.     *
001450*   2026-10-15  BV   JAREOD now sends the part of a share that   *
001455*                    would take a capped jar over its JARCAP     *
001460*                    cap to the cap's overflow jar.  The         *
001465*                    overflow deposit (memo "CP OVERFLOW FROM    *
001470*                    JAR nn") moves that amount's EXPECTED from  *
001475*                    the capped jar to the jar it landed in, so  *
001480*                    a capped month reconciles clean.            *
001481*   2026-10-15  BV   The deposit leg of a JARSETL shared-expense *
001482*                    settlement (memo "ST" + month + run date)   *
001483*                    is left out of ACTUAL - it is one account   *
001484*                    paying the other back, not an allocation.   *
001485*-----------------------------------------------------------*
001500
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
005500* THE ALLOCATION DEPOSITS FOUND FOR THE PERIOD BEING RUN.    *
005600*-----------------------------------------------------------*
005700 01  J5-JAR-TABLE.
005800     05  J5-JAR-ENTRY OCCURS 5 TIMES
005850         INDEXED BY J5-JAR-IDX J5-CAPPED-IDX.
005900         10  J5-JAR-ID         PIC X(02).
006000         10  J5-JAR-NAME       PIC X(20).
006100         10  J5-JAR-PERCENT    PIC 9(03)V99.
006200         10  J5-JAR-EXPECTED   PIC S9(12)V99.
006300         10  J5-JAR-ACTUAL     PIC S9(12)V99.
006400         10  J5-JAR-DISCREP    PIC S9(12)V99.
006450         10  J5-JAR-REDIRECTED PIC S9(12)V99.
006500
006600 01  J5-TOTAL-INCOME           PIC S9(12)V99 VALUE 0.
006700 01  J5-TOTAL-JARS             PIC S9(12)V99 VALUE 0.
016115 1020-ZERO-ONE-JAR.
016120     MOVE ZERO TO J5-JAR-EXPECTED (J5-JAR-IDX)
016125     MOVE ZERO TO J5-JAR-ACTUAL (J5-JAR-IDX)
016130     MOVE ZERO TO J5-JAR-DISCREP (J5-JAR-IDX)
016132     MOVE ZERO TO J5-JAR-REDIRECTED (J5-JAR-IDX).
016135
016140 1020-ZERO-ONE-JAR-EXIT.
016145     EXIT.
020050* AT THE START OF JT-MEMO) ONLY MOVE MONEY BETWEEN JARS -    *
020060* COUNTING ANY OF THEM MADE A CORRECT MONTH MISMATCH.        *
020062* JARINT'S BANK INTEREST DEPOSITS (MEMO STARTING "BANK       *
020064* INTEREST") ARE THE BANK'S MONEY, NOT SPLIT INCOME, AND ARE *
020066* LEFT OUT THE SAME WAY, AS ARE JARREV'S CORRECTION DEPOSITS *
020068* (MEMO STARTING "RV"), AND THE DEPOSIT LEG OF A JARSETL     *
020069* SETTLEMENT (MEMO "ST" + MONTH + RUN DATE).                 *
020070* BROUGHT-FORWARDS ("B") ARE NEITHER AND NEVER COUNTED.      *
020072* JAREOD'S CAP OVERFLOW DEPOSITS ARE ALLOCATIONS AND DO       *
020074* COUNT, BUT IN THE JAR THE OVERFLOW WENT TO, SO 3150 MOVES   *
020076* THE MATCHING EXPECTED THERE FROM THE CAPPED JAR.            *
020080*-----------------------------------------------------------*
020100 3100-POST-ONE-ENTRY.
020150     IF JT-TRAN-DATE (1:6) = J5-REPORT-YEAR-MONTH
020200       AND JT-IS-DEPOSIT
020250       AND JT-MEMO (1:2) NOT = "XF"
020255       AND JT-MEMO (1:2) NOT = "RV"
020257       AND NOT (JT-MEMO (1:2) = "ST"
020258                AND JT-MEMO (3:14) IS NUMERIC)
020260       AND JT-MEMO (1:13) NOT = "BANK INTEREST"
020300         ADD JT-AMOUNT TO J5-JAR-ACTUAL (J5-JAR-IDX)
020400         ADD JT-AMOUNT TO J5-TOTAL-JARS
020500         IF JT-MEMO (1:21) = "CP OVERFLOW FROM JAR "
020600             PERFORM 3150-NOTE-CAP-OVERFLOW
020700                 THRU 3150-NOTE-CAP-OVERFLOW-EXIT
020800         END-IF
021050     END-IF.
021100
021200 3100-POST-ONE-ENTRY-EXIT.
021300     EXIT.
021305
021310*    THE CAPPED JAR'S ID IS THE LAST TWO CHARACTERS OF THE
021315*    OVERFLOW MEMO.  AN ID THAT IS NOT ONE OF THE FIVE JARS
021320*    LEAVES EXPECTED ALONE AND SHOWS UP AS A MISMATCH.
021325 3150-NOTE-CAP-OVERFLOW.
021330     SET J5-CAPPED-IDX TO 1
021335     SEARCH J5-JAR-ENTRY VARYING J5-CAPPED-IDX
021340         AT END
021345             CONTINUE
021350         WHEN J5-JAR-ID (J5-CAPPED-IDX) = JT-MEMO (22:2)
021355             ADD JT-AMOUNT
021360                 TO J5-JAR-REDIRECTED (J5-JAR-IDX)
021365             SUBTRACT JT-AMOUNT
021370                 FROM J5-JAR-REDIRECTED (J5-CAPPED-IDX)
021375     END-SEARCH.
021380
021385 3150-NOTE-CAP-OVERFLOW-EXIT.
021390     EXIT.
021400
021500*===========================================================*
021600* 4000-PRINT-JAR.                                            *
021960* MISMATCH.  JARPCTM SEEDS THE PRE-CHANGE VALUES AT EPOCH     *
021970* DATE 00000000 WHEN IT FIRST WRITES THE HISTORY, SO ONLY     *
021980* CHANGES THAT PREDATE THE HISTORY FEATURE ITSELF STILL FALL  *
021990* BACK TO JARPCT'S CURRENT VALUES.  A JAR CAPPED BY JARCAP   *
021992* THEN HAS ITS REDIRECTED OVERFLOW TAKEN OFF, AND THE JAR     *
021994* THAT RECEIVED IT HAS THE SAME AMOUNT ADDED.                 *
022000*===========================================================*
022100 4000-PRINT-JAR.
022200     COMPUTE J5-JAR-EXPECTED (J5-JAR-IDX) ROUNDED =
022300         J5-TOTAL-INCOME * J5-JAR-PERCENT (J5-JAR-IDX) / 100
022320     ADD J5-JAR-REDIRECTED (J5-JAR-IDX)
022340         TO J5-JAR-EXPECTED (J5-JAR-IDX)
022400
022500     COMPUTE J5-JAR-DISCREP (J5-JAR-IDX) =
022600         J5-JAR-ACTUAL (J5-JAR-IDX)
