000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    JARBCHK.
000300 AUTHOR.        Burlacu Vasile.
000400 INSTALLATION.  FIVE-JARS BUDGETING SYSTEM.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.                                     *
000900*-----------------------------------------------------------*
001000*   DATE        BY   DESCRIPTION                            *
001100*   ----------  ---  --------------------------------------- *
001200*   2026-10-15  BV   Original inbound batch control service. *
001300*                    JAREOD and JARGATE trusted whatever     *
001400*                    file they found: a truncated INCFEED    *
001500*                    was half-posted, and a PENDTRAN dropped *
001600*                    again on a new day was posted again.    *
001700*-----------------------------------------------------------*
001800* PROVES ONE INBOUND BATCH (INCFEED OR PENDTRAN) BEFORE THE  *
001900* CALLER POSTS ANYTHING FROM IT.  THE FILE MUST OPEN WITH A  *
002000* "HDR" RECORD CARRYING A BATCH ID AND CLOSE WITH A "TRL"    *
002100* RECORD WHOSE RECORD COUNT AND SIGNED HASH TOTAL EQUAL THE  *
002200* COUNT AND SUM OF THE DETAIL AMOUNTS BETWEEN THEM, AND THE  *
002300* SAME FEED MUST NOT HAVE ACCEPTED THAT BATCH ID ON AN       *
002400* EARLIER RUN DATE.  EVERY BATCH CHECKED IS LOGGED ON        *
002500* BATCHCTL, ACCEPTED OR REJECTED WITH THE REASON.            *
002600* RETURN CODES: 00 ACCEPTED, 04 ALREADY ACCEPTED ON THIS RUN *
002700* DATE (A RESTART - THE CALLER'S CHECKPOINTS TAKE IT FROM    *
002800* THERE, AND NO SECOND RECORD IS LOGGED), 12 UNKNOWN FEED    *
002900* NAME, 16 REJECTED - THE CALLER MUST POST NOTHING.  THE     *
003000* FILE IS CLOSED AGAIN ON RETURN.                            *
003100*-----------------------------------------------------------*
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT INCFEED-FILE ASSIGN TO "INCFEED"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS JC-FEED-STATUS.
003900
004000     SELECT PENDTRAN-FILE ASSIGN TO "PENDTRAN"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS JC-FEED-STATUS.
004300
004400     SELECT BATCHCTL-FILE ASSIGN TO "BATCHCTL"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS JC-BATCHCTL-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  INCFEED-FILE.
005100     COPY INCFEED.
005200
005300 FD  PENDTRAN-FILE.
005400     COPY PENDTRAN.
005500
005600 FD  BATCHCTL-FILE.
005700     COPY BATCHCTL.
005800
005900 WORKING-STORAGE SECTION.
006000 01  JC-FEED-STATUS            PIC X(02).
006100     88  JC-FEED-OK            VALUE "00".
006200     88  JC-FEED-EOF           VALUE "10".
006300     88  JC-FEED-NOT-FOUND     VALUE "35".
006400
006500 01  JC-BATCHCTL-STATUS        PIC X(02).
006600     88  JC-BATCHCTL-OK        VALUE "00".
006700     88  JC-BATCHCTL-EOF       VALUE "10".
006800     88  JC-BATCHCTL-NOT-FOUND VALUE "35".
006900
007000 01  JC-RUN-TIME               PIC 9(06).
007100 01  JC-LOG-STATUS             PIC X(01).
007200
007300*-----------------------------------------------------------*
007400* THE RECORD JUST READ, WHICHEVER FEED IT CAME FROM.  THE    *
007500* HEADER AND TRAILER LAYOUTS ARE THE SAME ON BOTH FEEDS, SO  *
007600* ONE VIEW OF EACH SERVES; ONLY THE DETAIL AMOUNT SITS IN A  *
007700* DIFFERENT PLACE, AND 1200-READ-FEED-RECORD LIFTS IT OUT.   *
007800*-----------------------------------------------------------*
007900 01  JC-FEED-RECORD            PIC X(55).
008000 01  JC-FEED-HEADER REDEFINES JC-FEED-RECORD.
008100     05  JC-REC-TYPE           PIC X(03).
008200         88  JC-IS-HEADER      VALUE "HDR".
008300         88  JC-IS-TRAILER     VALUE "TRL".
008400     05  JC-HDR-BATCH-ID       PIC X(16).
008500     05  JC-HDR-CREATED-DATE   PIC 9(08).
008600     05  JC-HDR-CREATED-TIME   PIC 9(06).
008700     05  FILLER                PIC X(22).
008800 01  JC-FEED-TRAILER REDEFINES JC-FEED-RECORD.
008900     05  FILLER                PIC X(03).
009000     05  JC-TRL-RECORD-COUNT   PIC 9(06).
009100     05  JC-TRL-HASH-TOTAL     PIC S9(14)V99.
009200     05  FILLER                PIC X(30).
009300
009400 01  JC-DETAIL-AMOUNT          PIC S9(12)V99.
009500 01  JC-AMOUNT-NUMERIC-SW      PIC X(01).
009600     88  JC-AMOUNT-NUMERIC     VALUE "Y".
009700
009800*-----------------------------------------------------------*
009900* WHAT THE PASS FOUND, AND WHAT THE TRAILER SAID IT SHOULD   *
010000* HAVE FOUND.                                                *
010100*-----------------------------------------------------------*
010200 01  JC-CREATED-DATE           PIC 9(08).
010300 01  JC-CREATED-TIME           PIC 9(06).
010400 01  JC-DETAIL-COUNT           PIC 9(06).
010500 01  JC-HASH-TOTAL             PIC S9(14)V99.
010600 01  JC-TRAILER-COUNT          PIC 9(06).
010700 01  JC-TRAILER-HASH           PIC S9(14)V99.
010800
010900 01  JC-TRAILER-SEEN-SW        PIC X(01).
011000     88  JC-TRAILER-SEEN       VALUE "Y".
011100
011200 01  JC-DONE-TODAY-SW          PIC X(01).
011300     88  JC-DONE-TODAY         VALUE "Y".
011400
011500 01  JC-REPEAT-REASON.
011600     05  FILLER                PIC X(27)
011700         VALUE "BATCH ALREADY PROCESSED ON ".
011800     05  JC-RR-PRIOR-DATE      PIC 9(08).
011900     05  FILLER                PIC X(05) VALUE SPACES.
012000
012100 LINKAGE SECTION.
012200 01  LK-FEED-NAME              PIC X(08).
012300     88  LK-FEED-IS-INCFEED    VALUE "INCFEED ".
012400     88  LK-FEED-IS-PENDTRAN   VALUE "PENDTRAN".
012500 01  LK-RUN-DATE               PIC 9(08).
012600 01  LK-BATCH-ID               PIC X(16).
012700 01  LK-RECORD-COUNT           PIC 9(06).
012800 01  LK-REASON                 PIC X(40).
012900 01  LK-RETURN-CODE            PIC 9(02).
013000
013100 PROCEDURE DIVISION USING LK-FEED-NAME
013200                          LK-RUN-DATE
013300                          LK-BATCH-ID
013400                          LK-RECORD-COUNT
013500                          LK-REASON
013600                          LK-RETURN-CODE.
013700*===========================================================*
013800* 0000-MAINLINE.                                             *
013900*===========================================================*
014000 0000-MAINLINE.
014100     MOVE 0      TO LK-RETURN-CODE
014200     MOVE SPACES TO LK-BATCH-ID
014300     MOVE 0      TO LK-RECORD-COUNT
014400     MOVE SPACES TO LK-REASON
014500
014600     IF NOT LK-FEED-IS-INCFEED AND NOT LK-FEED-IS-PENDTRAN
014700         DISPLAY "[JARBCHK] UNKNOWN FEED " LK-FEED-NAME
014800             " - NOTHING CHECKED"
014900         MOVE 12 TO LK-RETURN-CODE
015000         GO TO 0000-MAINLINE-EXIT
015100     END-IF
015200
015300     PERFORM 1000-PROVE-TOTALS
015400         THRU 1000-PROVE-TOTALS-EXIT
015500
015600     IF LK-REASON = SPACES
015700         PERFORM 2000-FIND-PRIOR-BATCH
015800             THRU 2000-FIND-PRIOR-BATCH-EXIT
015900     END-IF
016000
016100     IF LK-REASON NOT = SPACES
016200         MOVE "R" TO JC-LOG-STATUS
016300         PERFORM 3000-WRITE-BATCH-CONTROL
016400             THRU 3000-WRITE-BATCH-CONTROL-EXIT
016500         DISPLAY "[JARBCHK] " LK-FEED-NAME " BATCH " LK-BATCH-ID
016600             " REJECTED - " LK-REASON
016700         MOVE 16 TO LK-RETURN-CODE
016800         GO TO 0000-MAINLINE-EXIT
016900     END-IF
017000
017100     IF JC-DONE-TODAY
017200         DISPLAY "[JARBCHK] " LK-FEED-NAME " BATCH " LK-BATCH-ID
017300             " ALREADY ACCEPTED TODAY - RESTART"
017400         MOVE 4 TO LK-RETURN-CODE
017500         GO TO 0000-MAINLINE-EXIT
017600     END-IF
017700
017800     MOVE "A" TO JC-LOG-STATUS
017900     PERFORM 3000-WRITE-BATCH-CONTROL
018000         THRU 3000-WRITE-BATCH-CONTROL-EXIT
018100     DISPLAY "[JARBCHK] " LK-FEED-NAME " BATCH " LK-BATCH-ID
018200         " ACCEPTED - " LK-RECORD-COUNT " RECORDS".
018300
018400 0000-MAINLINE-EXIT.
018500     GOBACK.
018600
018700*===========================================================*
018800* 1000-PROVE-TOTALS.                                         *
018900* ONE PASS OVER THE WHOLE FILE: HEADER FIRST, THEN EVERY     *
019000* DETAIL COUNTED AND ITS AMOUNT ADDED WITH ITS SIGN, THEN    *
019100* THE TRAILER, THEN NOTHING.  THE FIRST FAULT FOUND IS THE   *
019200* REASON; A FILE THAT SIMPLY STOPS SHORT HAS NO TRAILER.     *
019300*===========================================================*
019400 1000-PROVE-TOTALS.
019500     MOVE ZERO TO JC-CREATED-DATE
019600     MOVE ZERO TO JC-CREATED-TIME
019700     MOVE ZERO TO JC-DETAIL-COUNT
019800     MOVE ZERO TO JC-HASH-TOTAL
019900     MOVE ZERO TO JC-TRAILER-COUNT
020000     MOVE ZERO TO JC-TRAILER-HASH
020100     MOVE "N"  TO JC-TRAILER-SEEN-SW
020200     MOVE "N"  TO JC-DONE-TODAY-SW
020300
020400     PERFORM 1100-OPEN-FEED
020500         THRU 1100-OPEN-FEED-EXIT
020600
020700     IF JC-FEED-NOT-FOUND
020800         MOVE "FEED FILE NOT FOUND" TO LK-REASON
020900         GO TO 1000-PROVE-TOTALS-EXIT
021000     END-IF
021100
021200     PERFORM 1200-READ-FEED-RECORD
021300         THRU 1200-READ-FEED-RECORD-EXIT
021400
021500     IF JC-FEED-EOF
021600         MOVE "FILE IS EMPTY - NO BATCH HEADER" TO LK-REASON
021700         GO TO 1000-PROVE-TOTALS-CLOSE
021800     END-IF
021900
022000     IF NOT JC-IS-HEADER
022100         MOVE "FIRST RECORD IS NOT A BATCH HEADER" TO LK-REASON
022200         GO TO 1000-PROVE-TOTALS-CLOSE
022300     END-IF
022400
022500     MOVE JC-HDR-BATCH-ID TO LK-BATCH-ID
022600     IF JC-HDR-CREATED-DATE NUMERIC
022700         MOVE JC-HDR-CREATED-DATE TO JC-CREATED-DATE
022800     END-IF
022900     IF JC-HDR-CREATED-TIME NUMERIC
023000         MOVE JC-HDR-CREATED-TIME TO JC-CREATED-TIME
023100     END-IF
023200
023300     IF LK-BATCH-ID = SPACES
023400         MOVE "BATCH HEADER CARRIES NO BATCH ID" TO LK-REASON
023500         GO TO 1000-PROVE-TOTALS-CLOSE
023600     END-IF
023700
023800     PERFORM 1200-READ-FEED-RECORD
023900         THRU 1200-READ-FEED-RECORD-EXIT
024000
024100     PERFORM 1300-TALLY-ONE-RECORD
024200         THRU 1300-TALLY-ONE-RECORD-EXIT
024300         UNTIL JC-FEED-EOF
024400
024500     MOVE JC-DETAIL-COUNT TO LK-RECORD-COUNT
024600
024700     IF LK-REASON NOT = SPACES
024800         GO TO 1000-PROVE-TOTALS-CLOSE
024900     END-IF
025000
025100     IF NOT JC-TRAILER-SEEN
025200         MOVE "NO BATCH TRAILER - FILE IS TRUNCATED" TO LK-REASON
025300         GO TO 1000-PROVE-TOTALS-CLOSE
025400     END-IF
025500
025600     IF JC-TRAILER-COUNT NOT = JC-DETAIL-COUNT
025700         MOVE "RECORD COUNT DISAGREES WITH THE TRAILER"
025800                                TO LK-REASON
025900         GO TO 1000-PROVE-TOTALS-CLOSE
026000     END-IF
026100
026200     IF JC-TRAILER-HASH NOT = JC-HASH-TOTAL
026300         MOVE "HASH TOTAL DISAGREES WITH THE TRAILER"
026400                                TO LK-REASON
026500     END-IF.
026600
026700 1000-PROVE-TOTALS-CLOSE.
026800     IF LK-FEED-IS-INCFEED
026900         CLOSE INCFEED-FILE
027000     ELSE
027100         CLOSE PENDTRAN-FILE
027200     END-IF.
027300
027400 1000-PROVE-TOTALS-EXIT.
027500     EXIT.
027600
027700 1100-OPEN-FEED.
027800     IF LK-FEED-IS-INCFEED
027900         OPEN INPUT INCFEED-FILE
028000     ELSE
028100         OPEN INPUT PENDTRAN-FILE
028200     END-IF.
028300
028400 1100-OPEN-FEED-EXIT.
028500     EXIT.
028600
028700*===========================================================*
028800* 1200-READ-FEED-RECORD.                                     *
028900* READS THE NEXT RECORD INTO JC-FEED-RECORD AND LIFTS ITS    *
029000* DETAIL AMOUNT, WHEN IT HAS A USABLE ONE, INTO              *
029100* JC-DETAIL-AMOUNT.                                          *
029200*===========================================================*
029300 1200-READ-FEED-RECORD.
029400     MOVE "N" TO JC-AMOUNT-NUMERIC-SW
029500     MOVE ZERO TO JC-DETAIL-AMOUNT
029600
029700     IF LK-FEED-IS-INCFEED
029800         READ INCFEED-FILE
029900             AT END
030000                 SET JC-FEED-EOF TO TRUE
030100         END-READ
030200         IF NOT JC-FEED-EOF
030300             MOVE INCFEED-RECORD TO JC-FEED-RECORD
030400             IF IE-AMOUNT NUMERIC
030500                 MOVE IE-AMOUNT TO JC-DETAIL-AMOUNT
030600                 SET JC-AMOUNT-NUMERIC TO TRUE
030700             END-IF
030800         END-IF
030900     ELSE
031000         READ PENDTRAN-FILE
031100             AT END
031200                 SET JC-FEED-EOF TO TRUE
031300         END-READ
031400         IF NOT JC-FEED-EOF
031500             MOVE PENDTRAN-RECORD TO JC-FEED-RECORD
031600             IF PT-AMOUNT NUMERIC
031700                 MOVE PT-AMOUNT TO JC-DETAIL-AMOUNT
031800                 SET JC-AMOUNT-NUMERIC TO TRUE
031900             END-IF
032000         END-IF
032100     END-IF.
032200
032300 1200-READ-FEED-RECORD-EXIT.
032400     EXIT.
032500
032600*-----------------------------------------------------------*
032700*    ANYTHING AFTER THE TRAILER, A SECOND HEADER OR A
032800*    DETAIL WHOSE AMOUNT CANNOT BE ADDED ENDS THE PASS WITH
032900*    THE BATCH ALREADY CONDEMNED.
033000*-----------------------------------------------------------*
033100 1300-TALLY-ONE-RECORD.
033200     IF JC-TRAILER-SEEN
033300         MOVE "RECORDS FOLLOW THE BATCH TRAILER" TO LK-REASON
033400         SET JC-FEED-EOF TO TRUE
033500         GO TO 1300-TALLY-ONE-RECORD-EXIT
033600     END-IF
033700
033800     IF JC-IS-HEADER
033900         MOVE "SECOND BATCH HEADER IN THE FILE" TO LK-REASON
034000         SET JC-FEED-EOF TO TRUE
034100         GO TO 1300-TALLY-ONE-RECORD-EXIT
034200     END-IF
034300
034400     IF JC-IS-TRAILER
034500         SET JC-TRAILER-SEEN TO TRUE
034600         IF JC-TRL-RECORD-COUNT NOT NUMERIC
034700             OR JC-TRL-HASH-TOTAL NOT NUMERIC
034800             MOVE "BATCH TRAILER TOTALS ARE NOT NUMERIC"
034900                                TO LK-REASON
035000             SET JC-FEED-EOF TO TRUE
035100             GO TO 1300-TALLY-ONE-RECORD-EXIT
035200         END-IF
035300         MOVE JC-TRL-RECORD-COUNT TO JC-TRAILER-COUNT
035400         MOVE JC-TRL-HASH-TOTAL   TO JC-TRAILER-HASH
035500     ELSE
035600         IF NOT JC-AMOUNT-NUMERIC
035700             MOVE "A DETAIL AMOUNT IS NOT NUMERIC" TO LK-REASON
035800             SET JC-FEED-EOF TO TRUE
035900             GO TO 1300-TALLY-ONE-RECORD-EXIT
036000         END-IF
036100         ADD 1                TO JC-DETAIL-COUNT
036200         ADD JC-DETAIL-AMOUNT TO JC-HASH-TOTAL
036300     END-IF
036400
036500     PERFORM 1200-READ-FEED-RECORD
036600         THRU 1200-READ-FEED-RECORD-EXIT.
036700
036800 1300-TALLY-ONE-RECORD-EXIT.
036900     EXIT.
037000
037100*===========================================================*
037200* 2000-FIND-PRIOR-BATCH.                                     *
037300* ONLY AN "A" RECORD FOR THIS FEED AND BATCH ID COUNTS.  ONE *
037400* FROM THIS RUN DATE MEANS A RESTART THE CALLER'S            *
037500* CHECKPOINTS WILL GUARD; ONE FROM ANY OTHER DATE MEANS THE  *
037600* SAME FILE WAS DROPPED AGAIN.  ON THE FIRST RUN EVER        *
037700* BATCHCTL DOES NOT EXIST YET.                               *
037800*===========================================================*
037900 2000-FIND-PRIOR-BATCH.
038000     OPEN INPUT BATCHCTL-FILE
038100
038200     IF JC-BATCHCTL-NOT-FOUND
038300         GO TO 2000-FIND-PRIOR-BATCH-EXIT
038400     END-IF
038500
038600     READ BATCHCTL-FILE
038700         AT END
038800             SET JC-BATCHCTL-EOF TO TRUE
038900     END-READ
039000
039100     PERFORM 2100-CHECK-ONE-BATCH
039200         THRU 2100-CHECK-ONE-BATCH-EXIT
039300         UNTIL JC-BATCHCTL-EOF
039400
039500     CLOSE BATCHCTL-FILE.
039600
039700 2000-FIND-PRIOR-BATCH-EXIT.
039800     EXIT.
039900
040000 2100-CHECK-ONE-BATCH.
040100     IF BC-FEED-NAME = LK-FEED-NAME
040200         AND BC-BATCH-ID = LK-BATCH-ID
040300         AND BC-ACCEPTED
040400         IF BC-RUN-DATE = LK-RUN-DATE
040500             SET JC-DONE-TODAY TO TRUE
040600         ELSE
040700             IF LK-REASON = SPACES
040800                 MOVE BC-RUN-DATE      TO JC-RR-PRIOR-DATE
040900                 MOVE JC-REPEAT-REASON TO LK-REASON
041000             END-IF
041100         END-IF
041200     END-IF
041300
041400     READ BATCHCTL-FILE
041500         AT END
041600             SET JC-BATCHCTL-EOF TO TRUE
041700     END-READ.
041800
041900 2100-CHECK-ONE-BATCH-EXIT.
042000     EXIT.
042100
042200*===========================================================*
042300* 3000-WRITE-BATCH-CONTROL.                                  *
042400* JC-LOG-STATUS ("A" OR "R") IS SET BEFORE IT IS PERFORMED.  *
042410* THE FIRST BATCH EVER CHECKED FINDS NO BATCHCTL AND CREATES *
042420* IT.                                                        *
042500*===========================================================*
042600 3000-WRITE-BATCH-CONTROL.
042700     ACCEPT JC-RUN-TIME FROM TIME
042800     OPEN EXTEND BATCHCTL-FILE
042810     IF JC-BATCHCTL-NOT-FOUND
042820         OPEN OUTPUT BATCHCTL-FILE
042830     END-IF
042900
043000     MOVE LK-FEED-NAME    TO BC-FEED-NAME
043100     MOVE LK-BATCH-ID     TO BC-BATCH-ID
043200     MOVE JC-CREATED-DATE TO BC-CREATED-DATE
043300     MOVE JC-CREATED-TIME TO BC-CREATED-TIME
043400     MOVE LK-RUN-DATE     TO BC-RUN-DATE
043500     MOVE JC-RUN-TIME     TO BC-RUN-TIME
043600     MOVE JC-LOG-STATUS   TO BC-STATUS
043700     MOVE JC-DETAIL-COUNT TO BC-RECORD-COUNT
043800     MOVE JC-HASH-TOTAL   TO BC-HASH-TOTAL
043900     MOVE LK-REASON       TO BC-REASON
044000
044100     WRITE BATCHCTL-RECORD
044200     CLOSE BATCHCTL-FILE.
044300
044400 3000-WRITE-BATCH-CONTROL-EXIT.
044500     EXIT.
