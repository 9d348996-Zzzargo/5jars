000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    JARBKMT.
000300 AUTHOR.        Burlacu Vasile.
000400 INSTALLATION.  FIVE-JARS BUDGETING SYSTEM.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.                                     *
000900*-----------------------------------------------------------*
001000*   DATE        BY   DESCRIPTION                             *
001100*   ----------  ---  --------------------------------------- *
001200*   2026-10-15  BV   Original bank matching run.  JARBKRC     *
001300*                    lists the bank debits no ledger entry    *
001400*                    explains, but every one of them had to   *
001500*                    be keyed into JARSPEND by hand.          *
001510*   2026-10-15  BV   PENDTRAN is now written as one batch -  *
001520*                    a header with a "BK" batch ID and a     *
001530*                    trailer with the request count and      *
001540*                    amount total - so JARGATE can prove it. *
001600*-----------------------------------------------------------*
001700* READS THE BANK ORPHANS JARBKRC LEFT ON BKORPH AND TRIES    *
001800* EACH DEBIT AGAINST THE ACTIVE BKRULE RULES IN RULE-ID      *
001900* ORDER.  THE FIRST RULE WHOSE TEXT APPEARS ANYWHERE IN THE  *
002000* BANK DESCRIPTION WINS, AND A TYPE "S" WITHDRAWAL REQUEST   *
002100* FOR THE RULE'S ACCOUNT, JAR AND CATEGORY IS WRITTEN TO     *
002200* PENDTRAN.  NOTHING IS POSTED HERE - JARGATE POSTS THE      *
002300* REQUESTS WITH ITS USUAL VALIDATION AND ANSWERS EACH ONE ON *
002400* PENDRESP, SO A RULE CAN NEVER OVERDRAW A JAR.  THE MEMO IS *
002500* "BK", THE BANK DATE AND THE START OF THE DESCRIPTION -     *
002600* THAT IS HOW JARBKRC PAIRS THE POSTED ENTRY WITH ITS BANK   *
002700* LINE ON THE NEXT RUN.                                      *
002800*                                                            *
002900* DEBITS NO RULE MATCHES, AND ALL BANK CREDITS, ARE LISTED   *
003000* ON THE RESIDUAL EXCEPTION REPORT JARBKMT.RPT AND END THE   *
003100* RUN WITH RETURN CODE 4.  PENDTRAN IS REPLACED EVERY RUN,   *
003200* AND THE GWCHKPT JARGATE KEEPS FOR IT IS EMPTIED WITH IT:   *
003300* THE NEW FILE HOLDS ONLY ORPHANS NOTHING HAS POSTED, AND ITS*
003400* ORDINALS NO LONGER LINE UP WITH THE OLD CHECKPOINTS.       *
003410* EACH PENDTRAN IS ONE BATCH: A HEADER WHOSE BATCH ID IS     *
003420* "BK" AND THE RUN DATE AND TIME, SO EVERY RUN'S FILE IS A   *
003430* NEW BATCH, AND A TRAILER WITH THE REQUEST COUNT AND THE    *
003440* SUM OF THEIR AMOUNTS, WHICH JARGATE (VIA JARBCHK) PROVES   *
003450* BEFORE IT POSTS ANY OF THEM.                               *
003500*-----------------------------------------------------------*
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT BKRULE-FILE ASSIGN TO "BKRULE"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS BR-RULE-ID
004400         FILE STATUS IS J5-BKRULE-STATUS.
004500
004600     SELECT BKORPH-FILE ASSIGN TO "BKORPH"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS J5-BKORPH-STATUS.
004900
005000     SELECT PENDTRAN-FILE ASSIGN TO "PENDTRAN"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS J5-PENDTRAN-STATUS.
005300
005400     SELECT GWCHKPT-FILE ASSIGN TO "GWCHKPT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS J5-GWCHKPT-STATUS.
005700
005800     SELECT JARRPT-FILE ASSIGN TO "JARBKMT.RPT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS J5-JARRPT-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  BKRULE-FILE.
006500     COPY BKRULE.
006600
006700 FD  BKORPH-FILE.
006800     COPY BKORPH.
006900
007000 FD  PENDTRAN-FILE.
007100     COPY PENDTRAN.
007200
007300 FD  GWCHKPT-FILE.
007400     COPY GWCHKPT.
007500
007600 FD  JARRPT-FILE.
007700 01  JARRPT-LINE               PIC X(80).
007800
007900 WORKING-STORAGE SECTION.
008000 01  J5-BKRULE-STATUS          PIC X(02).
008100     88  J5-BKRULE-OK          VALUE "00".
008200     88  J5-BKRULE-EOF         VALUE "10".
008300     88  J5-BKRULE-NOT-FOUND   VALUE "35".
008400
008500 01  J5-BKORPH-STATUS          PIC X(02).
008600     88  J5-BKORPH-OK          VALUE "00".
008700     88  J5-BKORPH-EOF         VALUE "10".
008800     88  J5-BKORPH-NOT-FOUND   VALUE "35".
008900
009000 01  J5-PENDTRAN-STATUS        PIC X(02).
009100 01  J5-GWCHKPT-STATUS         PIC X(02).
009200 01  J5-JARRPT-STATUS          PIC X(02).
009300
009400 01  J5-REQUESTS-WRITTEN       PIC 9(05) VALUE 0.
009500 01  J5-RESIDUAL-COUNT         PIC 9(05) VALUE 0.
009510
009520 01  J5-REQUEST-HASH           PIC S9(14)V99 VALUE 0.
009530 01  J5-BATCH-ID.
009540     05  FILLER                PIC X(02) VALUE "BK".
009550     05  J5-BATCH-DATE         PIC 9(08).
009560     05  J5-BATCH-TIME         PIC 9(06).
009600 01  J5-OVERFLOW-SW            PIC X(01) VALUE "N".
009700     88  J5-TABLE-OVERFLOWED   VALUE "Y".
009800
009900*-----------------------------------------------------------*
010000* THE ACTIVE RULES IN RULE-ID ORDER, EACH WITH THE LENGTH OF *
010100* ITS TEXT UP TO THE LAST NON-BLANK CHARACTER.  100 RULES IS *
010200* FAR BEYOND A HOUSEHOLD'S REGULAR PAYEES; IF THE TABLE      *
010300* OVERFLOWS THE RUN ENDS RC 12 WITHOUT WRITING ANY REQUEST,  *
010400* BECAUSE A DEBIT COULD THEN MATCH THE WRONG RULE.           *
010500*-----------------------------------------------------------*
010600 01  J5-MAX-RULE               PIC 9(03) VALUE 100.
010700 01  J5-RULE-COUNT             PIC 9(03) VALUE 0.
010800 01  J5-RULE-TABLE.
010900     05  J5-RULE-ENTRY OCCURS 100 TIMES
011000             INDEXED BY J5-RULE-IDX J5-HIT-IDX.
011100         10  J5-RULE-ID        PIC X(03).
011200         10  J5-RULE-PATTERN   PIC X(20).
011300         10  J5-RULE-LENGTH    PIC 9(02).
011400         10  J5-RULE-ACCT-ID   PIC X(02).
011500         10  J5-RULE-JAR-ID    PIC X(02).
011600         10  J5-RULE-CATEG     PIC X(04).
011700
011800*-----------------------------------------------------------*
011900* DESCRIPTION SCAN - EVERY START POSITION AT WHICH THE RULE  *
012000* TEXT STILL FITS INSIDE THE 30-BYTE BANK DESCRIPTION.       *
012100*-----------------------------------------------------------*
012200 01  J5-TRIM-LENGTH            PIC 9(02).
012300 01  J5-SCAN-POS               PIC 9(02).
012400 01  J5-SCAN-LAST              PIC 9(02).
012500 01  J5-RULE-MATCHED-SW        PIC X(01) VALUE "N".
012600     88  J5-RULE-MATCHED       VALUE "Y".
012700
012800 01  J5-BK-MEMO.
012900     05  FILLER                PIC X(02) VALUE "BK".
013000     05  J5-BK-MEMO-DATE       PIC 9(08).
013100     05  FILLER                PIC X(01) VALUE SPACES.
013200     05  J5-BK-MEMO-DESC       PIC X(19).
013300
013400*-----------------------------------------------------------*
013500* REPORT LINES.                                              *
013600*-----------------------------------------------------------*
013700 01  RL-REQUEST-LINE.
013800     05  FILLER                PIC X(11)
013900         VALUE "REQUESTED  ".
014000     05  RL-RQ-RULE-ID         PIC X(03).
014100     05  FILLER                PIC X(01) VALUE SPACES.
014200     05  RL-RQ-DATE            PIC 9(08).
014300     05  FILLER                PIC X(01) VALUE SPACES.
014400     05  RL-RQ-AMOUNT          PIC -Z(11)9.99.
014500     05  FILLER                PIC X(01) VALUE SPACES.
014600     05  RL-RQ-ACCT-ID         PIC X(02).
014700     05  FILLER                PIC X(01) VALUE "/".
014800     05  RL-RQ-JAR-ID          PIC X(02).
014900     05  FILLER                PIC X(01) VALUE SPACES.
015000     05  RL-RQ-CATEG           PIC X(04).
015100     05  FILLER                PIC X(01) VALUE SPACES.
015200     05  RL-RQ-DESC            PIC X(25).
015300
015400 01  RL-RESIDUAL-LINE.
015500     05  FILLER                PIC X(11)
015600         VALUE "UNMATCHED  ".
015700     05  RL-RS-DATE            PIC 9(08).
015800     05  FILLER                PIC X(01) VALUE SPACES.
015900     05  RL-RS-AMOUNT          PIC -Z(11)9.99.
016000     05  FILLER                PIC X(01) VALUE SPACES.
016100     05  RL-RS-DESC            PIC X(25).
016200     05  FILLER                PIC X(01) VALUE SPACES.
016300     05  RL-RS-REASON          PIC X(16).
016400
016500 01  RL-TOTAL-LINE.
016600     05  FILLER                PIC X(20)
016700         VALUE "REQUESTS WRITTEN:   ".
016800     05  RL-TL-REQUESTS        PIC ZZZZ9.
016900     05  FILLER                PIC X(23)
017000         VALUE "   RESIDUAL EXCEPTIONS:".
017100     05  FILLER                PIC X(01) VALUE SPACES.
017200     05  RL-TL-RESIDUAL        PIC ZZZZ9.
017300
017400 PROCEDURE DIVISION.
017500*===========================================================*
017600* 0000-MAINLINE.                                             *
017700*===========================================================*
017800 0000-MAINLINE.
017900     MOVE 0 TO RETURN-CODE
018000
018100     PERFORM 1000-INITIALIZE
018200         THRU 1000-INITIALIZE-EXIT
018300
018400     IF RETURN-CODE NOT = 0
018500         GO TO 0000-MAINLINE-EXIT
018600     END-IF
018700
018800     PERFORM 2000-MATCH-ORPHANS
018900         THRU 2000-MATCH-ORPHANS-EXIT
019000
019100     PERFORM 9000-TERMINATE
019200         THRU 9000-TERMINATE-EXIT
019300
019400     GO TO 0000-MAINLINE-EXIT.
019500
019600 0000-MAINLINE-EXIT.
019700     STOP RUN RETURNING RETURN-CODE.
019800
019900*===========================================================*
020000* 1000-INITIALIZE.                                           *
020100* LOADS THE RULES AND OPENS BKORPH BEFORE PENDTRAN IS        *
020200* TOUCHED, SO A RUN THAT CANNOT MATCH PROPERLY LEAVES NO     *
020300* REQUESTS BEHIND FOR JARGATE.                               *
020400*===========================================================*
020500 1000-INITIALIZE.
020600     PERFORM 1100-LOAD-RULES
020700         THRU 1100-LOAD-RULES-EXIT
020800
020900     IF J5-TABLE-OVERFLOWED
021000         DISPLAY "[JARBKMT] MORE THAN " J5-MAX-RULE
021100             " ACTIVE RULES ON BKRULE - NO REQUESTS WRITTEN"
021200         MOVE 12 TO RETURN-CODE
021300         GO TO 1000-INITIALIZE-EXIT
021400     END-IF
021500
021600     OPEN INPUT BKORPH-FILE
021700     IF J5-BKORPH-NOT-FOUND
021800         DISPLAY "[JARBKMT] BKORPH NOT FOUND - RUN JARBKRC "
021900             "FIRST"
022000         MOVE 12 TO RETURN-CODE
022100         GO TO 1000-INITIALIZE-EXIT
022200     END-IF
022300
022400     READ BKORPH-FILE
022500         AT END
022600             SET J5-BKORPH-EOF TO TRUE
022700     END-READ
022800
022900     OPEN OUTPUT PENDTRAN-FILE
022910     ACCEPT J5-BATCH-DATE FROM DATE YYYYMMDD
022920     ACCEPT J5-BATCH-TIME FROM TIME
022930     MOVE SPACES        TO PENDTRAN-HEADER
022940     SET PN-IS-HEADER   TO TRUE
022950     MOVE J5-BATCH-ID   TO PN-BATCH-ID
022960     MOVE J5-BATCH-DATE TO PN-CREATED-DATE
022970     MOVE J5-BATCH-TIME TO PN-CREATED-TIME
022980     WRITE PENDTRAN-HEADER
023000     OPEN OUTPUT GWCHKPT-FILE
023100     CLOSE GWCHKPT-FILE
023200     OPEN OUTPUT JARRPT-FILE
023300     MOVE "FIVE JARS - BANK STATEMENT MATCHING"
023400                            TO JARRPT-LINE
023500     WRITE JARRPT-LINE
023600     MOVE SPACES TO JARRPT-LINE
023700     WRITE JARRPT-LINE.
023800
023900 1000-INITIALIZE-EXIT.
024000     EXIT.
024100
024200*===========================================================*
024300* 1100-LOAD-RULES.                                           *
024400* BKRULE IS READ IN KEY ORDER, WHICH IS THE ORDER THE RULES  *
024500* ARE TRIED IN.  RETIRED RULES ARE SKIPPED.  IF BKRULE DOES  *
024600* NOT EXIST YET THERE ARE NO RULES AND EVERY ORPHAN IS       *
024700* RESIDUAL.                                                  *
024800*===========================================================*
024900 1100-LOAD-RULES.
025000     OPEN INPUT BKRULE-FILE
025100
025200     IF J5-BKRULE-NOT-FOUND
025300         GO TO 1100-LOAD-RULES-EXIT
025400     END-IF
025500
025600     READ BKRULE-FILE
025700         AT END
025800             SET J5-BKRULE-EOF TO TRUE
025900     END-READ
026000
026100     PERFORM 1200-LOAD-ONE-RULE
026200         THRU 1200-LOAD-ONE-RULE-EXIT
026300         UNTIL J5-BKRULE-EOF
026400
026500     CLOSE BKRULE-FILE.
026600
026700 1100-LOAD-RULES-EXIT.
026800     EXIT.
026900
027000 1200-LOAD-ONE-RULE.
027100     IF BR-ACTIVE
027200         AND BR-PATTERN NOT = SPACES
027300         IF J5-RULE-COUNT < J5-MAX-RULE
027400             ADD 1 TO J5-RULE-COUNT
027500             SET J5-RULE-IDX TO J5-RULE-COUNT
027600             MOVE BR-RULE-ID    TO J5-RULE-ID (J5-RULE-IDX)
027700             MOVE BR-PATTERN    TO J5-RULE-PATTERN (J5-RULE-IDX)
027800             MOVE BR-ACCT-ID    TO J5-RULE-ACCT-ID (J5-RULE-IDX)
027900             MOVE BR-JAR-ID     TO J5-RULE-JAR-ID (J5-RULE-IDX)
028000             MOVE BR-CATEG-CODE TO J5-RULE-CATEG (J5-RULE-IDX)
028100             IF J5-RULE-ACCT-ID (J5-RULE-IDX) = SPACES
028200                 MOVE "01" TO J5-RULE-ACCT-ID (J5-RULE-IDX)
028300             END-IF
028400             MOVE 20 TO J5-TRIM-LENGTH
028500             PERFORM 1300-TRIM-ONE-CHAR
028600                 THRU 1300-TRIM-ONE-CHAR-EXIT
028700                 UNTIL BR-PATTERN (J5-TRIM-LENGTH:1) NOT = SPACE
028800             MOVE J5-TRIM-LENGTH TO J5-RULE-LENGTH (J5-RULE-IDX)
028900         ELSE
029000             SET J5-TABLE-OVERFLOWED TO TRUE
029100         END-IF
029200     END-IF
029300
029400     READ BKRULE-FILE
029500         AT END
029600             SET J5-BKRULE-EOF TO TRUE
029700     END-READ.
029800
029900 1200-LOAD-ONE-RULE-EXIT.
030000     EXIT.
030100
030200*===========================================================*
030300* 1300-TRIM-ONE-CHAR.                                        *
030400* STEPS THE RULE LENGTH BACK PAST ONE TRAILING BLANK.  THE   *
030500* TEXT IS NEVER ALL BLANK, SO THIS STOPS AT POSITION 1.      *
030600*===========================================================*
030700 1300-TRIM-ONE-CHAR.
030800     SUBTRACT 1 FROM J5-TRIM-LENGTH.
030900
031000 1300-TRIM-ONE-CHAR-EXIT.
031100     EXIT.
031200
031300*===========================================================*
031400* 2000-MATCH-ORPHANS.                                        *
031500*===========================================================*
031600 2000-MATCH-ORPHANS.
031700     PERFORM 2100-MATCH-ONE-ORPHAN
031800         THRU 2100-MATCH-ONE-ORPHAN-EXIT
031900         UNTIL J5-BKORPH-EOF
032000
032100     CLOSE BKORPH-FILE.
032200
032300 2000-MATCH-ORPHANS-EXIT.
032400     EXIT.
032500
032600*===========================================================*
032700* 2100-MATCH-ONE-ORPHAN.                                     *
032800* A CREDIT IS NEVER A SPENDING REQUEST; IT GOES STRAIGHT TO  *
032900* THE RESIDUAL LIST.  A DEBIT IS TRIED AGAINST EACH RULE IN  *
033000* TURN UNTIL ONE MATCHES.                                    *
033100*===========================================================*
033200 2100-MATCH-ONE-ORPHAN.
033300     MOVE "N" TO J5-RULE-MATCHED-SW
033400     IF BX-AMOUNT < ZERO
033500         AND J5-RULE-COUNT > 0
033600         PERFORM 2200-TRY-ONE-RULE
033700             THRU 2200-TRY-ONE-RULE-EXIT
033800             VARYING J5-RULE-IDX FROM 1 BY 1
033900             UNTIL J5-RULE-IDX > J5-RULE-COUNT
034000                OR J5-RULE-MATCHED
034100     END-IF
034200
034300     IF J5-RULE-MATCHED
034400         PERFORM 2300-WRITE-REQUEST
034500             THRU 2300-WRITE-REQUEST-EXIT
034600     ELSE
034700         IF BX-AMOUNT < ZERO
034800             MOVE "NO MATCHING RULE" TO RL-RS-REASON
034900         ELSE
035000             MOVE "BANK CREDIT"      TO RL-RS-REASON
035100         END-IF
035200         PERFORM 2400-WRITE-RESIDUAL
035300             THRU 2400-WRITE-RESIDUAL-EXIT
035400     END-IF
035500
035600     READ BKORPH-FILE
035700         AT END
035800             SET J5-BKORPH-EOF TO TRUE
035900     END-READ.
036000
036100 2100-MATCH-ONE-ORPHAN-EXIT.
036200     EXIT.
036300
036400*===========================================================*
036500* 2200-TRY-ONE-RULE.                                         *
036600* SLIDES THE RULE TEXT ALONG THE DESCRIPTION.  THE MATCHING  *
036700* RULE IS REMEMBERED IN J5-HIT-IDX, BECAUSE THE VARYING      *
036800* CLAUSE STEPS J5-RULE-IDX ON ONCE MORE BEFORE IT STOPS.     *
036900*===========================================================*
037000 2200-TRY-ONE-RULE.
037100     COMPUTE J5-SCAN-LAST = 31 - J5-RULE-LENGTH (J5-RULE-IDX)
037200
037300     PERFORM 2250-TRY-ONE-POSITION
037400         THRU 2250-TRY-ONE-POSITION-EXIT
037500         VARYING J5-SCAN-POS FROM 1 BY 1
037600         UNTIL J5-SCAN-POS > J5-SCAN-LAST
037700            OR J5-RULE-MATCHED
037800
037900     IF J5-RULE-MATCHED
038000         SET J5-HIT-IDX TO J5-RULE-IDX
038100     END-IF.
038200
038300 2200-TRY-ONE-RULE-EXIT.
038400     EXIT.
038500
038600 2250-TRY-ONE-POSITION.
038700     IF BX-DESCRIPTION
038800            (J5-SCAN-POS:J5-RULE-LENGTH (J5-RULE-IDX))
038900         = J5-RULE-PATTERN (J5-RULE-IDX)
039000            (1:J5-RULE-LENGTH (J5-RULE-IDX))
039100         SET J5-RULE-MATCHED TO TRUE
039200     END-IF.
039300
039400 2250-TRY-ONE-POSITION-EXIT.
039500     EXIT.
039600
039700*===========================================================*
039800* 2300-WRITE-REQUEST.                                        *
039900* ONE SPENDING WITHDRAWAL REQUEST FOR THE BANK DEBIT, IN THE *
040000* SAME LAYOUT THE FRONTEND WRITES.  THE AMOUNT IS POSITIVE,  *
040100* AS JARGATE EXPECTS.                                        *
040200*===========================================================*
040300 2300-WRITE-REQUEST.
040400     MOVE BX-STMT-DATE          TO J5-BK-MEMO-DATE
040500     MOVE BX-DESCRIPTION (1:19) TO J5-BK-MEMO-DESC
040600
040700     MOVE SPACES                     TO PENDTRAN-RECORD
040800     MOVE J5-RULE-ACCT-ID (J5-HIT-IDX) TO PT-ACCT-ID
040900     MOVE "S"                        TO PT-TRAN-TYPE
041000     MOVE J5-RULE-JAR-ID (J5-HIT-IDX)  TO PT-JAR-ID
041100     COMPUTE PT-AMOUNT = BX-AMOUNT * -1
041200     MOVE J5-RULE-CATEG (J5-HIT-IDX)   TO PT-CATEG-CODE
041300     MOVE J5-BK-MEMO                 TO PT-MEMO
041400     WRITE PENDTRAN-RECORD
041500     ADD 1 TO J5-REQUESTS-WRITTEN
041550     ADD PT-AMOUNT TO J5-REQUEST-HASH
041600
041700     MOVE J5-RULE-ID (J5-HIT-IDX)      TO RL-RQ-RULE-ID
041800     MOVE BX-STMT-DATE               TO RL-RQ-DATE
041900     MOVE BX-AMOUNT                  TO RL-RQ-AMOUNT
042000     MOVE J5-RULE-ACCT-ID (J5-HIT-IDX) TO RL-RQ-ACCT-ID
042100     MOVE J5-RULE-JAR-ID (J5-HIT-IDX)  TO RL-RQ-JAR-ID
042200     MOVE J5-RULE-CATEG (J5-HIT-IDX)   TO RL-RQ-CATEG
042300     MOVE BX-DESCRIPTION             TO RL-RQ-DESC
042400     MOVE RL-REQUEST-LINE TO JARRPT-LINE
042500     WRITE JARRPT-LINE.
042600
042700 2300-WRITE-REQUEST-EXIT.
042800     EXIT.
042900
043000*===========================================================*
043100* 2400-WRITE-RESIDUAL.                                       *
043200* THE REASON IS SET BY THE CALLER.                           *
043300*===========================================================*
043400 2400-WRITE-RESIDUAL.
043500     ADD 1 TO J5-RESIDUAL-COUNT
043600     MOVE BX-STMT-DATE   TO RL-RS-DATE
043700     MOVE BX-AMOUNT      TO RL-RS-AMOUNT
043800     MOVE BX-DESCRIPTION TO RL-RS-DESC
043900     MOVE RL-RESIDUAL-LINE TO JARRPT-LINE
044000     WRITE JARRPT-LINE.
044100
044200 2400-WRITE-RESIDUAL-EXIT.
044300     EXIT.
044400
044500*===========================================================*
044600* 9000-TERMINATE.                                            *
044700*===========================================================*
044800 9000-TERMINATE.
044900     IF J5-REQUESTS-WRITTEN = 0 AND J5-RESIDUAL-COUNT = 0
045000         MOVE "NO BANK ORPHANS TO MATCH" TO JARRPT-LINE
045100         WRITE JARRPT-LINE
045200     ELSE
045300         MOVE SPACES TO JARRPT-LINE
045400         WRITE JARRPT-LINE
045500         MOVE J5-REQUESTS-WRITTEN TO RL-TL-REQUESTS
045600         MOVE J5-RESIDUAL-COUNT   TO RL-TL-RESIDUAL
045700         MOVE RL-TOTAL-LINE TO JARRPT-LINE
045800         WRITE JARRPT-LINE
045900     END-IF
046000
046010     MOVE SPACES              TO PENDTRAN-TRAILER
046020     SET PX-IS-TRAILER        TO TRUE
046030     MOVE J5-REQUESTS-WRITTEN TO PX-RECORD-COUNT
046040     MOVE J5-REQUEST-HASH     TO PX-HASH-TOTAL
046050     WRITE PENDTRAN-TRAILER
046100     CLOSE PENDTRAN-FILE
046200     CLOSE JARRPT-FILE
046300
046400     DISPLAY "[JARBKMT] " J5-REQUESTS-WRITTEN
046500         " REQUESTS WRITTEN TO PENDTRAN, " J5-RESIDUAL-COUNT
046600         " RESIDUAL EXCEPTIONS"
046700
046800     IF J5-RESIDUAL-COUNT > 0
046900         DISPLAY "[JARBKMT] UNMATCHED BANK ITEMS - SEE "
047000             "JARBKMT.RPT"
047100         MOVE 4 TO RETURN-CODE
047200     END-IF.
047300
047400 9000-TERMINATE-EXIT.
047500     EXIT.
