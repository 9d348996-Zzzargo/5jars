001547*                    a week late converts at that day's rate.   *
001548*                    Dates older than the history fall back     *
001549*                    to the current CURRTAB rate, as before.    *
001550*   2026-10-15  BV   Jar balance caps.  A jar with a JARCAP     *
001555*                    cap only takes the part of its share that  *
001560*                    fits under the cap; the excess is posted   *
001565*                    to the cap's overflow jar, both legs with  *
001570*                    their own "CP" memo.  A "K" checkpoint     *
001575*                    between the two legs keeps restart exact.  *
001576*   2026-10-15  BV   The feed is proved by JARBCHK before       *
001577*                    any event posts (header, trailer count     *
001578*                    and hash, batch ID new to BATCHCTL); a     *
001579*                    rejected batch posts nothing, RC 16.       *
001581*   2026-10-15  BV   Every event written to INCREJ also         *
001582*                    raises an "R" alert through JARALRT,       *
001583*                    with the reject reason, for the web        *
001584*                    frontend.                                  *
001590*-----------------------------------------------------------*
001600* PROCESSES THE DAY'S INCFEED INCOME EVENTS.  EACH GOOD       *
001700* EVENT IS ALLOCATED ACROSS THE FIVE JARS IN JAR-ID ORDER,    *
001800* CHECKPOINTING AFTER EACH JAR COMPLETES.  ON RESTART AFTER   *
001900* AN ABEND, (EVENT, JAR) PAIRS ALREADY CHECKPOINTED FOR       *
002000* TODAY'S RUN DATE ARE SKIPPED SO THEY ARE NOT POSTED TWICE.  *
002020* A JAR CAPPED IN JARCAP IS FILLED ONLY UP TO ITS CAP; THE    *
002040* REST OF ITS SHARE GOES TO THE CAP'S OVERFLOW JAR, SO THE    *
002060* EVENT STILL POSTS EXACTLY THE CONVERTED INCOME.             *
002070* THE FEED IS ONE BATCH BETWEEN A HEADER AND A TRAILER, AND  *
002075* JARBCHK PROVES IT WHOLE BEFORE THE FIRST EVENT IS READ     *
002080* FOR POSTING.  A BATCH IT REJECTS (TOTALS WRONG, FILE       *
002085* TRUNCATED, BATCH ID ACCEPTED ON ANOTHER DATE) POSTS        *
002090* NOTHING AND ENDS THE RUN RC 16; BATCHCTL HAS THE REASON.   *
002092* EVERY EVENT REJECTED TO INCREJ IS ALSO PUT ON THE          *
002094* JARALRT.DAT ALERT FILE (TYPE "R") WITH ITS REASON.         *
002100*-----------------------------------------------------------*
002200
002300 ENVIRONMENT DIVISION.
005060     SELECT CURRHIST-FILE ASSIGN TO "CURRHIST"
005070         ORGANIZATION IS LINE SEQUENTIAL
005080         FILE STATUS IS J5-CURRHIST-STATUS.
005081
005082     SELECT JARCAP-FILE ASSIGN TO "JARCAP"
005083         ORGANIZATION IS INDEXED
005084         ACCESS MODE IS SEQUENTIAL
005085         RECORD KEY IS CP-KEY
005086         FILE STATUS IS J5-JARCAP-STATUS.
005087
005088     SELECT JARBAL-FILE ASSIGN TO "JARBAL"
005089         ORGANIZATION IS INDEXED
005090         ACCESS MODE IS RANDOM
005091         RECORD KEY IS JB-KEY
005092         FILE STATUS IS J5-JARBAL-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
007040
007050 FD  CURRHIST-FILE.
007060     COPY CURRHIST.
007065
007070 FD  JARCAP-FILE.
007075     COPY JARCAP.
007080
007085 FD  JARBAL-FILE.
007090     COPY JARBAL.
007100
007200 WORKING-STORAGE SECTION.
007300 01  J5-BASE-CURRENCY-CODE     PIC X(03) VALUE "USD".
009656     88  J5-CURRHIST-OK        VALUE "00".
009658     88  J5-CURRHIST-EOF       VALUE "10".
009660     88  J5-CURRHIST-NOT-FOUND VALUE "35".
009662
009664 01  J5-JARCAP-STATUS          PIC X(02).
009666     88  J5-JARCAP-OK          VALUE "00".
009668     88  J5-JARCAP-EOF         VALUE "10".
009670     88  J5-JARCAP-NOT-FOUND   VALUE "35".
009672
009674 01  J5-JARBAL-STATUS          PIC X(02).
009676     88  J5-JARBAL-OK          VALUE "00".
009678     88  J5-JARBAL-NOT-FOUND   VALUE "35".
009700
009800 01  J5-CURRENT-DATE           PIC 9(08).
009900 01  J5-POST-RETURN-CODE       PIC 9(02).
009950 01  J5-POST-MEMO              PIC X(30) VALUE SPACES.
009960 01  J5-POST-CATEG             PIC X(04) VALUE SPACES.
009962*-----------------------------------------------------------*
009964* LEDGER MEMOS FOR THE TWO LEGS OF A CAPPED JAR'S SHARE.  THE *
009966* OVERFLOW WORDING IS WHAT JARRECON LOOKS FOR TO MOVE THE     *
009968* EXPECTED AMOUNT FROM THE CAPPED JAR TO THE OVERFLOW JAR.    *
009970*-----------------------------------------------------------*
009972 01  J5-CAP-KEPT-MEMO.
009974     05  FILLER                PIC X(28)
009976         VALUE "CP CAPPED - OVERFLOW TO JAR ".
009978     05  J5-CKM-OVERFLOW-JAR   PIC X(02).
009980 01  J5-CAP-OVERFLOW-MEMO.
009982     05  FILLER                PIC X(21)
009984                               VALUE "CP OVERFLOW FROM JAR ".
009986     05  J5-COM-CAPPED-JAR     PIC X(02).
009988     05  FILLER                PIC X(07) VALUE SPACES.
009990
009992 01  J5-CAP-BALANCE            PIC S9(12)V99 VALUE 0.
009994 01  J5-CAP-EXCESS             PIC S9(13)V99 VALUE 0.
009996
009998*-----------------------------------------------------------*
010000* JARCAP CAPS IN FORCE, LOADED AT STARTUP.  A CAP OF ZERO HAS *
010002* BEEN LIFTED AND IS NOT LOADED.  10 ENTRIES IS EVERY JAR OF  *
010004* BOTH ACCOUNTS.                                              *
010006*-----------------------------------------------------------*
010008 01  J5-MAX-CAP                PIC 9(03) VALUE 10.
010010 01  J5-CAP-COUNT              PIC 9(03) VALUE 0.
010012 01  J5-CAP-TABLE.
010014     05  J5-CAP-ENTRY OCCURS 10 TIMES INDEXED BY J5-CAP-IDX.
010016         10  J5-CAP-ACCT-ID    PIC X(02).
010018         10  J5-CAP-JAR-ID     PIC X(02).
010020         10  J5-CAP-MAX-BALANCE
010022                               PIC 9(12)V99.
010024         10  J5-CAP-OVERFLOW-ID
010026                               PIC X(02).
010028
010030 01  J5-CAP-FOUND-SW           PIC X(01) VALUE "N".
010032     88  J5-CAP-FOUND          VALUE "Y".
010034*-----------------------------------------------------------*
010036* THE ACCOUNT THE CURRENT EVENT ALLOCATES INTO: IE-ACCT-ID,  *
010038* WITH A BLANK (A FEED OLDER THAN THE ACCOUNT FEATURE)       *
010040* COUNTING AS ACCOUNT 01.                                    *
010042*-----------------------------------------------------------*
010044 01  J5-EVENT-ACCT             PIC X(02) VALUE "01".
010046 01  J5-RUN-ABORTED-SW         PIC X(01) VALUE "N".
010100     88  J5-RUN-ABORTED        VALUE "Y".
010200
010300 01  J5-INCOME-VALID-SW        PIC X(01) VALUE "Y".
010500     88  J5-INCOME-IS-INVALID  VALUE "N".
010600
010700 01  J5-REJECT-REASON          PIC X(40) VALUE SPACES.
010710 01  J5-ALERT-JAR-ID           PIC X(02) VALUE SPACES.
010720 01  J5-ALERT-AMOUNT           PIC S9(12)V99 VALUE 0.
010800
010900*-----------------------------------------------------------*
011000* EVENT SEQUENCE AND RUN COUNTERS.  THE SEQUENCE IS THE       *
011100* ORDINAL OF THE RECORD IN TODAY'S INCFEED, SO A RESTARTED    *
011200* RUN AGAINST THE SAME FEED NUMBERS ITS EVENTS THE SAME WAY   *
011300* AND THE CHECKPOINTS LINE UP.                                *
011350* THE BATCH HEADER AND TRAILER ARE NOT COUNTED.              *
011400*-----------------------------------------------------------*
011500 01  J5-EVENT-SEQ              PIC 9(04) VALUE 0.
011600 01  J5-EVENTS-POSTED          PIC 9(05) VALUE 0.
011700 01  J5-EVENTS-REJECTED        PIC 9(05) VALUE 0.
011800 01  J5-EVENT-POSTED-COUNT     PIC 9(01) VALUE 0.
011805
011810*-----------------------------------------------------------*
011815* THE FEED'S BATCH CONTROL OUTCOME, AS JARBCHK ANSWERS IT    *
011820* (SEE 1900-CHECK-BATCH).                                    *
011825*-----------------------------------------------------------*
011830 01  J5-BATCH-FEED-NAME        PIC X(08) VALUE "INCFEED ".
011835 01  J5-BATCH-ID               PIC X(16) VALUE SPACES.
011840 01  J5-BATCH-COUNT            PIC 9(06) VALUE 0.
011845 01  J5-BATCH-REASON           PIC X(40) VALUE SPACES.
011850 01  J5-BATCH-RETURN-CODE      PIC 9(02) VALUE 0.
011855 01  J5-BATCH-REJECTED-SW      PIC X(01) VALUE "N".
011860     88  J5-BATCH-REJECTED     VALUE "Y".
011862 01  J5-INCFEED-OPEN-SW        PIC X(01) VALUE "N".
011864     88  J5-INCFEED-IS-OPEN    VALUE "Y".
011900
012000*-----------------------------------------------------------*
012100* CURRTAB IS KEPT IN THE BASE CURRENCY'S TERMS.  BASE-TO-BASE *
013910* (EVENT, JAR) PAIRS ALREADY CHECKPOINTED COMPLETE FOR        *
014000* TODAY'S RUN DATE, LOADED FROM CHKPT AT STARTUP.  500 PAIRS  *
014100* IS 100 INCOME EVENTS IN ONE DAY - FAR MORE THAN THIS        *
014200* SYSTEM HAS EVER SEEN.  "K" RECORDS (A CAPPED JAR WHOSE KEPT *
014220* PART IS POSTED BUT WHOSE OVERFLOW IS NOT) ARE LOADED TOO,   *
014240* WITH THE OVERFLOW STILL TO POST.                            *
014300*-----------------------------------------------------------*
014400 01  J5-MAX-DONE               PIC 9(03) VALUE 500.
014500 01  J5-DONE-COUNT             PIC 9(03) VALUE 0.
014800         10  J5-DONE-EVENT-SEQ PIC 9(04).
014850         10  J5-DONE-ACCT-ID   PIC X(02).
014900         10  J5-DONE-JAR-ID    PIC X(02).
014910         10  J5-DONE-STATUS    PIC X(01).
014920         10  J5-DONE-OVERFLOW-ID
014930                               PIC X(02).
014940         10  J5-DONE-OVERFLOW-AMOUNT
014950                               PIC S9(12)V99.
015000
015100*-----------------------------------------------------------*
015200* ONE TABLE ENTRY PER JAR: ID, NAME, ALLOCATION PERCENTAGE,  *
015300* THIS EVENT'S ALLOCATED AMOUNT, AND WHETHER IT IS ALREADY   *
015400* CHECKPOINTED COMPLETE FOR THIS EVENT TODAY.  A CAPPED JAR  *
015420* ALSO CARRIES THE SPLIT OF ITS SHARE: THE PART KEPT, THE     *
015440* OVERFLOW AND THE JAR THE OVERFLOW GOES TO.                  *
015500*-----------------------------------------------------------*
015600 01  J5-JAR-TABLE.
015700     05  J5-JAR-ENTRY OCCURS 5 TIMES
015750         INDEXED BY J5-JAR-IDX J5-OVF-IDX.
015800         10  J5-JAR-ID         PIC X(02).
015900         10  J5-JAR-NAME       PIC X(20).
016000         10  J5-JAR-PERCENT    PIC 9(03)V99.
016100         10  J5-JAR-AMOUNT     PIC S9(12)V99.
016200         10  J5-JAR-DONE-SW    PIC X(01).
016300             88  J5-JAR-DONE   VALUE "Y".
016310             88  J5-JAR-KEPT   VALUE "K".
016320         10  J5-JAR-KEEP-AMOUNT
016330                               PIC S9(12)V99.
016340         10  J5-JAR-OVERFLOW-AMOUNT
016350                               PIC S9(12)V99.
016360         10  J5-JAR-OVERFLOW-ID
016370                               PIC X(02).
016400
016500 PROCEDURE DIVISION.
016600*===========================================================*
018500*===========================================================*
018600* 1000-INITIALIZE.                                           *
018700* LOADS THE JAR TABLE, THE CHECKPOINTS ALREADY RECORDED FOR  *
018800* TODAY, THE PERCENTAGE OVERRIDES, THE CURRENCY TABLE AND   *
018900* THE JAR CAPS, AND OPENS THE FEED, REJECT AND INCOME LOG    *
018950* FILES.  THE FEED IS PROVED BY 1900-CHECK-BATCH BEFORE ITS  *
018960* FIRST EVENT IS READ.                                       *
019000*===========================================================*
019100 1000-INITIALIZE.
019200     MOVE "01"              TO J5-JAR-ID (1)
022260         THRU 1480-SNAPSHOT-BASE-PERCENT-EXIT
022270         VARYING J5-JAR-IDX FROM 1 BY 1
022280         UNTIL J5-JAR-IDX > 5
022285
022290     PERFORM 1450-LOAD-JAR-CAPS
022295         THRU 1450-LOAD-JAR-CAPS-EXIT
022300
022400     OPEN INPUT INCFEED-FILE
022500     IF J5-INCFEED-NOT-FOUND
022700             "NOTHING TO PROCESS"
022800         SET J5-INCFEED-EOF TO TRUE
022900     ELSE
023000         CLOSE INCFEED-FILE
023100         PERFORM 1900-CHECK-BATCH
023200             THRU 1900-CHECK-BATCH-EXIT
023300         IF NOT J5-BATCH-REJECTED
023310             SET J5-INCFEED-IS-OPEN TO TRUE
023320         END-IF
023400     END-IF
023500
023600     OPEN OUTPUT INCREJ-FILE
026900*    A CHECKPOINT WITH A BLANK ACCOUNT PREDATES THE ACCOUNT
026950*    FEATURE AND PROTECTED ACCOUNT 01'S JARS.
027000 1150-APPLY-ONE-CHECKPOINT.
027100     IF CK-RUN-DATE = J5-CURRENT-DATE
027150         AND (CK-COMPLETE OR CK-KEPT-LEG)
027200         IF J5-DONE-COUNT < J5-MAX-DONE
027300             ADD 1 TO J5-DONE-COUNT
027400             SET J5-DONE-IDX TO J5-DONE-COUNT
027695             END-IF
027700             MOVE CK-JAR-ID
027800                 TO J5-DONE-JAR-ID (J5-DONE-IDX)
027805             MOVE CK-STATUS
027810                 TO J5-DONE-STATUS (J5-DONE-IDX)
027815             MOVE ZERO TO J5-DONE-OVERFLOW-AMOUNT (J5-DONE-IDX)
027820             MOVE SPACES TO J5-DONE-OVERFLOW-ID (J5-DONE-IDX)
027825             IF CK-KEPT-LEG
027830                 MOVE CK-OVERFLOW-JAR-ID
027835                     TO J5-DONE-OVERFLOW-ID (J5-DONE-IDX)
027840                 MOVE CK-OVERFLOW-AMOUNT
027845                     TO J5-DONE-OVERFLOW-AMOUNT (J5-DONE-IDX)
027850             END-IF
027900         END-IF
028000     END-IF
028100
037970 1440-LOAD-ONE-HISTORY-EXIT.
037975     EXIT.
037980
037981*===========================================================*
037982* 1450-LOAD-JAR-CAPS.                                         *
037983* JARCAP HOLDS THE CAPS JARCAPM LAST WROTE.  ONLY CAPS STILL  *
037984* IN FORCE (NON-ZERO) ARE KEPT.  IF JARCAP DOES NOT EXIST     *
037985* YET NO JAR IS CAPPED.                                       *
037986*===========================================================*
037987 1450-LOAD-JAR-CAPS.
037988     OPEN INPUT JARCAP-FILE
037989
037990     IF J5-JARCAP-NOT-FOUND
037991         CONTINUE
037992     ELSE
037993         READ JARCAP-FILE
037994             AT END
037995                 SET J5-JARCAP-EOF TO TRUE
037996         END-READ
037997
037998         PERFORM 1460-LOAD-ONE-CAP
037999             THRU 1460-LOAD-ONE-CAP-EXIT
038000             UNTIL J5-JARCAP-EOF
038001
038002         CLOSE JARCAP-FILE
038003     END-IF.
038004
038005 1450-LOAD-JAR-CAPS-EXIT.
038006     EXIT.
038007
038008 1460-LOAD-ONE-CAP.
038009     IF CP-MAX-BALANCE > ZERO
038010         AND J5-CAP-COUNT < J5-MAX-CAP
038011         ADD 1 TO J5-CAP-COUNT
038012         SET J5-CAP-IDX TO J5-CAP-COUNT
038013         MOVE CP-ACCT-ID     TO J5-CAP-ACCT-ID (J5-CAP-IDX)
038014         MOVE CP-JAR-ID      TO J5-CAP-JAR-ID (J5-CAP-IDX)
038015         MOVE CP-MAX-BALANCE TO J5-CAP-MAX-BALANCE (J5-CAP-IDX)
038016         MOVE CP-OVERFLOW-JAR-ID
038017                             TO J5-CAP-OVERFLOW-ID (J5-CAP-IDX)
038018     END-IF
038019
038020     READ JARCAP-FILE
038021         AT END
038022             SET J5-JARCAP-EOF TO TRUE
038023     END-READ.
038024
038025 1460-LOAD-ONE-CAP-EXIT.
038026     EXIT.
038027
038028 1480-SNAPSHOT-BASE-PERCENT.
038029     MOVE J5-JAR-PERCENT (J5-JAR-IDX)
038030         TO J5-JAR-BASE-PERCENT (J5-JAR-IDX).
038031
038032 1480-SNAPSHOT-BASE-PERCENT-EXIT.
038033     EXIT.
038034
038040*===========================================================*
038050* 1500-VALIDATE-INCOME.                                      *
038060* EVERY FEED EVENT MUST CARRY A NUMERIC DATE, A SOURCE CODE,  *
043600     WRITE INCREJ-RECORD
043700
043800     ADD 1 TO J5-EVENTS-REJECTED
043805
043810*    THE ALERT CARRIES THE EVENT'S AMOUNT ONLY WHEN IT IS A
043815*    NUMBER - A GARBLED AMOUNT MAY BE WHY IT WAS REJECTED.
043820     MOVE 0 TO J5-ALERT-AMOUNT
043825     IF IE-AMOUNT NUMERIC
043830         MOVE IE-AMOUNT TO J5-ALERT-AMOUNT
043835     END-IF
043840     CALL "JARALRT" USING "R"
043845                          IE-ACCT-ID
043850                          J5-ALERT-JAR-ID
043855                          J5-ALERT-AMOUNT
043860                          J5-REJECT-REASON
043870
043900     DISPLAY "[JAREOD] EVENT " J5-EVENT-SEQ
044000         " REJECTED - " J5-REJECT-REASON.
044100
049795 1830-APPLY-ONE-RATE-HIST-EXIT.
049796     EXIT.
049800
049801*===========================================================*
049802* 1900-CHECK-BATCH.                                          *
049803* HANDS THE FEED TO JARBCHK, WHICH READS IT END TO END,      *
049804* PROVES THE HEADER, THE TRAILER'S COUNT AND HASH TOTAL AND  *
049805* THE BATCH ID, AND LOGS THE OUTCOME ON BATCHCTL.  A         *
049806* REJECTED BATCH LEAVES THE FEED CLOSED WITH NOTHING READ    *
049807* FOR POSTING; AN ACCEPTED ONE (OR A RESTART OF ONE          *
049808* ACCEPTED TODAY) IS REOPENED AND LEFT ON ITS FIRST EVENT.   *
049809*===========================================================*
049810 1900-CHECK-BATCH.
049811     CALL "JARBCHK" USING J5-BATCH-FEED-NAME
049812                          J5-CURRENT-DATE
049813                          J5-BATCH-ID
049814                          J5-BATCH-COUNT
049815                          J5-BATCH-REASON
049816                          J5-BATCH-RETURN-CODE
049817
049818     IF J5-BATCH-RETURN-CODE > 4
049819         SET J5-BATCH-REJECTED TO TRUE
049820         SET J5-INCFEED-EOF    TO TRUE
049821         DISPLAY "[JAREOD] INCFEED BATCH " J5-BATCH-ID
049822             " REJECTED - NOTHING POSTED"
049823         MOVE 16 TO RETURN-CODE
049824         GO TO 1900-CHECK-BATCH-EXIT
049825     END-IF
049826
049827     OPEN INPUT INCFEED-FILE
049828     READ INCFEED-FILE
049829         AT END
049830             SET J5-INCFEED-EOF TO TRUE
049831     END-READ
049832
049833     IF NOT J5-INCFEED-EOF
049834         PERFORM 1980-READ-NEXT-EVENT
049835             THRU 1980-READ-NEXT-EVENT-EXIT
049836     END-IF.
049837
049838 1900-CHECK-BATCH-EXIT.
049839     EXIT.
049840
049841*-----------------------------------------------------------*
049842*    THE TRAILER ENDS THE EVENTS THE SAME WAY END OF FILE
049843*    DOES.
049844*-----------------------------------------------------------*
049845 1980-READ-NEXT-EVENT.
049846     READ INCFEED-FILE
049847         AT END
049848             SET J5-INCFEED-EOF TO TRUE
049849     END-READ
049850
049851     IF NOT J5-INCFEED-EOF AND IT-IS-TRAILER
049852         SET J5-INCFEED-EOF TO TRUE
049853     END-IF.
049854
049855 1980-READ-NEXT-EVENT-EXIT.
049856     EXIT.
049900*===========================================================*
050000* 2000-ALLOCATE-INCOME.                                      *
050100*===========================================================*
055600         END-IF
055700     END-IF
055800
055900     PERFORM 1980-READ-NEXT-EVENT
056000         THRU 1980-READ-NEXT-EVENT-EXIT.
056300
056400 2500-PROCESS-ONE-EVENT-EXIT.
056500     EXIT.
056700*===========================================================*
056800* 2700-SET-JAR-DONE-FLAGS.                                   *
056900* MARKS EACH JAR DONE OR NOT FOR THE CURRENT EVENT FROM THE   *
057000* (EVENT, JAR) PAIRS CHECKPOINTED COMPLETE FOR TODAY.  A JAR  *
057020* WITH ONLY A "K" CHECKPOINT IS MARKED KEPT INSTEAD, WITH THE  *
057040* OVERFLOW IT STILL OWES; A "C" FOR THE SAME JAR WINS.         *
057100*===========================================================*
057200 2700-SET-JAR-DONE-FLAGS.
057300     PERFORM 2750-SET-ONE-DONE-FLAG
058000
058100 2750-SET-ONE-DONE-FLAG.
058200     MOVE "N" TO J5-JAR-DONE-SW (J5-JAR-IDX)
058300     PERFORM 2760-CHECK-ONE-DONE-ENTRY
058400         THRU 2760-CHECK-ONE-DONE-ENTRY-EXIT
058500         VARYING J5-DONE-IDX FROM 1 BY 1
058600         UNTIL J5-DONE-IDX > J5-DONE-COUNT
058700             OR J5-JAR-DONE (J5-JAR-IDX).
059200
059300 2750-SET-ONE-DONE-FLAG-EXIT.
059400     EXIT.
059402
059404 2760-CHECK-ONE-DONE-ENTRY.
059406     IF J5-DONE-EVENT-SEQ (J5-DONE-IDX) = J5-EVENT-SEQ
059408         AND J5-DONE-ACCT-ID (J5-DONE-IDX)
059410             = J5-EVENT-ACCT
059412         AND J5-DONE-JAR-ID (J5-DONE-IDX)
059414             = J5-JAR-ID (J5-JAR-IDX)
059416         IF J5-DONE-STATUS (J5-DONE-IDX) = "K"
059418             MOVE "K" TO J5-JAR-DONE-SW (J5-JAR-IDX)
059420             MOVE J5-DONE-OVERFLOW-ID (J5-DONE-IDX)
059422                 TO J5-JAR-OVERFLOW-ID (J5-JAR-IDX)
059424             MOVE J5-DONE-OVERFLOW-AMOUNT (J5-DONE-IDX)
059426                 TO J5-JAR-OVERFLOW-AMOUNT (J5-JAR-IDX)
059428         ELSE
059430             MOVE "Y" TO J5-JAR-DONE-SW (J5-JAR-IDX)
059432         END-IF
059434     END-IF.
059436
059438 2760-CHECK-ONE-DONE-ENTRY-EXIT.
059440     EXIT.
059500
059600*===========================================================*
059700* 3000-PROCESS-JAR.                                          *
059900* POSTS THE REMAINING JARS IN ASCENDING JAR-ID ORDER AND      *
060000* WRITES A CHECKPOINT RECORD AS SOON AS EACH ONE SUCCEEDS.   *
060100* POSTINGS CARRY THE EVENT'S OWN INCOME DATE SO THE LEDGER    *
060200* AND INCLOG LAND IN THE SAME PERIOD.  A JAR WHOSE SHARE      *
060250* WOULD TAKE IT OVER ITS CAP IS POSTED BY 3200 INSTEAD.        *
060300*===========================================================*
060400 3000-PROCESS-JAR.
060500     IF J5-JAR-DONE (J5-JAR-IDX)
060600         DISPLAY "[JAREOD] EVENT " J5-EVENT-SEQ
060700             " JAR " J5-JAR-ID (J5-JAR-IDX)
060800             " ALREADY CHECKPOINTED - SKIPPING"
060810         GO TO 3000-PROCESS-JAR-EXIT
060820     END-IF
060830
060840     PERFORM 3050-APPLY-JAR-CAP
060850         THRU 3050-APPLY-JAR-CAP-EXIT
060860
060870     IF J5-JAR-OVERFLOW-AMOUNT (J5-JAR-IDX) > ZERO
060880         PERFORM 3200-POST-CAPPED-JAR
060890             THRU 3200-POST-CAPPED-JAR-EXIT
060900         GO TO 3000-PROCESS-JAR-EXIT
060910     END-IF
060920
061000     CALL "JARPOST" USING J5-EVENT-ACCT
061050                          J5-JAR-ID (J5-JAR-IDX)
061100                          J5-JAR-NAME (J5-JAR-IDX)
061200                          J5-JAR-AMOUNT (J5-JAR-IDX)
061300                          J5-BASE-CURRENCY-CODE
061400                          IE-INCOME-DATE
061500                          "JAREOD  "
061550                          J5-POST-MEMO
061560                          J5-POST-CATEG
061600                          J5-POST-RETURN-CODE
061700
061800     IF J5-POST-RETURN-CODE = 0
061900         PERFORM 3100-WRITE-CHECKPOINT
062000             THRU 3100-WRITE-CHECKPOINT-EXIT
062100         ADD 1 TO J5-EVENT-POSTED-COUNT
062200     ELSE
062300         DISPLAY "[JAREOD] EVENT " J5-EVENT-SEQ
062400             " JAR " J5-JAR-ID (J5-JAR-IDX)
062500             " FAILED TO POST - RUN STOPPING"
062600         SET J5-RUN-ABORTED TO TRUE
062700         MOVE 12 TO RETURN-CODE
062900     END-IF.
063000
063100 3000-PROCESS-JAR-EXIT.
063200     EXIT.
063201
063202*===========================================================*
063203* 3050-APPLY-JAR-CAP.                                         *
063204* SPLITS THE JAR'S SHARE INTO THE PART KEPT AND THE OVERFLOW. *
063205* WITH NO CAP, OR ROOM UNDER IT, THE OVERFLOW IS ZERO.  THE   *
063206* BALANCE IS READ FRESH FOR EVERY JAR SINCE AN EARLIER EVENT  *
063207* OR AN EARLIER JAR'S OVERFLOW MAY HAVE JUST RAISED IT.  A    *
063208* JAR ALREADY KEPT ON AN EARLIER RUN KEEPS ITS RECORDED SPLIT.*
063209*===========================================================*
063210 3050-APPLY-JAR-CAP.
063211     IF J5-JAR-KEPT (J5-JAR-IDX)
063212         MOVE ZERO TO J5-JAR-KEEP-AMOUNT (J5-JAR-IDX)
063213         GO TO 3050-APPLY-JAR-CAP-EXIT
063214     END-IF
063215
063216     MOVE J5-JAR-AMOUNT (J5-JAR-IDX)
063217         TO J5-JAR-KEEP-AMOUNT (J5-JAR-IDX)
063218     MOVE ZERO   TO J5-JAR-OVERFLOW-AMOUNT (J5-JAR-IDX)
063219     MOVE SPACES TO J5-JAR-OVERFLOW-ID (J5-JAR-IDX)
063220
063221     MOVE "N" TO J5-CAP-FOUND-SW
063222     PERFORM 3060-FIND-ONE-CAP
063223         THRU 3060-FIND-ONE-CAP-EXIT
063224         VARYING J5-CAP-IDX FROM 1 BY 1
063225         UNTIL J5-CAP-IDX > J5-CAP-COUNT OR J5-CAP-FOUND
063226
063227     IF NOT J5-CAP-FOUND
063228         GO TO 3050-APPLY-JAR-CAP-EXIT
063229     END-IF
063230     SET J5-CAP-IDX DOWN BY 1
063231
063232     MOVE ZERO TO J5-CAP-BALANCE
063233     OPEN INPUT JARBAL-FILE
063234     IF J5-JARBAL-NOT-FOUND
063235         CONTINUE
063236     ELSE
063237         MOVE J5-EVENT-ACCT          TO JB-ACCT-ID
063238         MOVE J5-JAR-ID (J5-JAR-IDX) TO JB-JAR-ID
063239         READ JARBAL-FILE
063240             INVALID KEY
063241                 CONTINUE
063242         END-READ
063243         IF J5-JARBAL-OK
063244             MOVE JB-BALANCE TO J5-CAP-BALANCE
063245         END-IF
063246         CLOSE JARBAL-FILE
063247     END-IF
063248
063249     COMPUTE J5-CAP-EXCESS = J5-CAP-BALANCE
063250         + J5-JAR-AMOUNT (J5-JAR-IDX)
063251         - J5-CAP-MAX-BALANCE (J5-CAP-IDX)
063252
063253     IF J5-CAP-EXCESS NOT > ZERO
063254         GO TO 3050-APPLY-JAR-CAP-EXIT
063255     END-IF
063256
063257*    A JAR ALREADY OVER ITS CAP SENDS ITS WHOLE SHARE ON; IT IS
063258*    NEVER DRAWN DOWN TO THE CAP BY THIS JOB.
063259     IF J5-CAP-EXCESS > J5-JAR-AMOUNT (J5-JAR-IDX)
063260         MOVE J5-JAR-AMOUNT (J5-JAR-IDX) TO J5-CAP-EXCESS
063261     END-IF
063262
063263     MOVE J5-CAP-EXCESS TO J5-JAR-OVERFLOW-AMOUNT (J5-JAR-IDX)
063264     MOVE J5-CAP-OVERFLOW-ID (J5-CAP-IDX)
063265         TO J5-JAR-OVERFLOW-ID (J5-JAR-IDX)
063266     COMPUTE J5-JAR-KEEP-AMOUNT (J5-JAR-IDX) =
063267         J5-JAR-AMOUNT (J5-JAR-IDX) - J5-CAP-EXCESS.
063268
063269 3050-APPLY-JAR-CAP-EXIT.
063270     EXIT.
063271
063272 3060-FIND-ONE-CAP.
063273     IF J5-CAP-ACCT-ID (J5-CAP-IDX) = J5-EVENT-ACCT
063274         AND J5-CAP-JAR-ID (J5-CAP-IDX) = J5-JAR-ID (J5-JAR-IDX)
063275         SET J5-CAP-FOUND TO TRUE
063276     END-IF.
063277
063278 3060-FIND-ONE-CAP-EXIT.
063279     EXIT.
063300
063400 3100-WRITE-CHECKPOINT.
063500     MOVE J5-CURRENT-DATE        TO CK-RUN-DATE
063700     SET CK-COMPLETE             TO TRUE
063800     MOVE J5-EVENT-SEQ           TO CK-EVENT-SEQ
063850     MOVE J5-EVENT-ACCT          TO CK-ACCT-ID
063860     MOVE SPACES                 TO CK-OVERFLOW-JAR-ID
063870     MOVE ZERO                   TO CK-OVERFLOW-AMOUNT
063900     WRITE CHKPT-RECORD.
064000
064100 3100-WRITE-CHECKPOINT-EXIT.
064200     EXIT.
064201
064202 3150-WRITE-KEPT-CHECKPOINT.
064203     MOVE J5-CURRENT-DATE        TO CK-RUN-DATE
064204     MOVE J5-JAR-ID (J5-JAR-IDX) TO CK-JAR-ID
064205     SET CK-KEPT-LEG             TO TRUE
064206     MOVE J5-EVENT-SEQ           TO CK-EVENT-SEQ
064207     MOVE J5-EVENT-ACCT          TO CK-ACCT-ID
064208     MOVE J5-JAR-OVERFLOW-ID (J5-JAR-IDX)
064209                                 TO CK-OVERFLOW-JAR-ID
064210     MOVE J5-JAR-OVERFLOW-AMOUNT (J5-JAR-IDX)
064211                                 TO CK-OVERFLOW-AMOUNT
064212     WRITE CHKPT-RECORD
064213     MOVE "K" TO J5-JAR-DONE-SW (J5-JAR-IDX).
064214
064215 3150-WRITE-KEPT-CHECKPOINT-EXIT.
064216     EXIT.
064217
064218*===========================================================*
064219* 3200-POST-CAPPED-JAR.                                       *
064220* POSTS A CAPPED JAR'S SHARE AS TWO LEGS: THE PART THAT FITS  *
064221* INTO THE JAR ITSELF, THEN THE OVERFLOW INTO THE CAP'S       *
064222* OVERFLOW JAR.  THE KEPT LEG IS CHECKPOINTED "K" WITH THE    *
064223* OVERFLOW STILL OWED, THE OVERFLOW LEG "C" AS USUAL, SO A    *
064224* RESTART NEVER POSTS EITHER LEG TWICE.  THE OVERFLOW JAR'S   *
064225* OWN CAP IS NOT APPLIED - THE EXCESS LANDS THERE WHOLE.      *
064226*===========================================================*
064227 3200-POST-CAPPED-JAR.
064228     SET J5-OVF-IDX TO 1
064229     SEARCH J5-JAR-ENTRY VARYING J5-OVF-IDX
064230         AT END
064231             DISPLAY "[JAREOD] EVENT " J5-EVENT-SEQ
064232                 " JAR " J5-JAR-ID (J5-JAR-IDX)
064233                 " OVERFLOW JAR " J5-JAR-OVERFLOW-ID (J5-JAR-IDX)
064234                 " UNKNOWN - RUN STOPPING"
064235             SET J5-RUN-ABORTED TO TRUE
064236             MOVE 12 TO RETURN-CODE
064237             GO TO 3200-POST-CAPPED-JAR-EXIT
064238         WHEN J5-JAR-ID (J5-OVF-IDX)
064239             = J5-JAR-OVERFLOW-ID (J5-JAR-IDX)
064240             CONTINUE
064241     END-SEARCH
064242
064243     IF J5-JAR-KEEP-AMOUNT (J5-JAR-IDX) > ZERO
064244         MOVE J5-JAR-OVERFLOW-ID (J5-JAR-IDX)
064245             TO J5-CKM-OVERFLOW-JAR
064246         CALL "JARPOST" USING J5-EVENT-ACCT
064247                              J5-JAR-ID (J5-JAR-IDX)
064248                              J5-JAR-NAME (J5-JAR-IDX)
064249                              J5-JAR-KEEP-AMOUNT (J5-JAR-IDX)
064250                              J5-BASE-CURRENCY-CODE
064251                              IE-INCOME-DATE
064252                              "JAREOD  "
064253                              J5-CAP-KEPT-MEMO
064254                              J5-POST-CATEG
064255                              J5-POST-RETURN-CODE
064256         IF J5-POST-RETURN-CODE NOT = 0
064257             DISPLAY "[JAREOD] EVENT " J5-EVENT-SEQ
064258                 " JAR " J5-JAR-ID (J5-JAR-IDX)
064259                 " FAILED TO POST - RUN STOPPING"
064260             SET J5-RUN-ABORTED TO TRUE
064261             MOVE 12 TO RETURN-CODE
064262             GO TO 3200-POST-CAPPED-JAR-EXIT
064263         END-IF
064264         PERFORM 3150-WRITE-KEPT-CHECKPOINT
064265             THRU 3150-WRITE-KEPT-CHECKPOINT-EXIT
064266     END-IF
064267
064268     MOVE J5-JAR-ID (J5-JAR-IDX) TO J5-COM-CAPPED-JAR
064269     CALL "JARPOST" USING J5-EVENT-ACCT
064270                          J5-JAR-ID (J5-OVF-IDX)
064271                          J5-JAR-NAME (J5-OVF-IDX)
064272                          J5-JAR-OVERFLOW-AMOUNT (J5-JAR-IDX)
064273                          J5-BASE-CURRENCY-CODE
064274                          IE-INCOME-DATE
064275                          "JAREOD  "
064276                          J5-CAP-OVERFLOW-MEMO
064277                          J5-POST-CATEG
064278                          J5-POST-RETURN-CODE
064279
064280     IF J5-POST-RETURN-CODE = 0
064281         DISPLAY "[JAREOD] EVENT " J5-EVENT-SEQ
064282             " JAR " J5-JAR-ID (J5-JAR-IDX)
064283             " AT CAP - EXCESS POSTED TO JAR "
064284             J5-JAR-ID (J5-OVF-IDX)
064285         PERFORM 3100-WRITE-CHECKPOINT
064286             THRU 3100-WRITE-CHECKPOINT-EXIT
064287         ADD 1 TO J5-EVENT-POSTED-COUNT
064288     ELSE
064289         DISPLAY "[JAREOD] EVENT " J5-EVENT-SEQ
064290             " JAR " J5-JAR-ID (J5-JAR-IDX)
064291             " OVERFLOW FAILED TO POST - RUN STOPPING"
064292         SET J5-RUN-ABORTED TO TRUE
064293         MOVE 12 TO RETURN-CODE
064294     END-IF.
064295
064296 3200-POST-CAPPED-JAR-EXIT.
064297     EXIT.
064300
064400*===========================================================*
064500* 9000-TERMINATE.                                            *
064600*===========================================================*
064700 9000-TERMINATE.
064800     CLOSE CHKPT-FILE
064900     IF J5-INCFEED-IS-OPEN
064920         CLOSE INCFEED-FILE
064940     END-IF
065000     CLOSE INCREJ-FILE
065100     CLOSE INCLOG-FILE
065200
