001400*                    only view; anything done in the browser  *
001500*                    still had to be re-keyed at the console  *
001600*                    into JARSPEND or JARXFER.                *
001620*   2026-10-15  BV   Transfer journal records now fill the    *
001640*                    new XJ-TO-ACCT-ID with the request's     *
001660*                    own account.                             *
001670*   2026-10-15  BV   The request file is proved by JARBCHK   *
001675*                    before any request posts (header,       *
001680*                    trailer count and hash, batch ID new to *
001685*                    BATCHCTL); a rejected batch posts       *
001690*                    nothing and answers nothing, RC 16.     *
001700*-----------------------------------------------------------*
001800* READS THE PENDTRAN REQUESTS THE FRONTEND WROTE (ONE PER    *
001900* REQUESTED WITHDRAWAL OR TRANSFER), VALIDATES EACH THE WAY  *
003000* TRANSFER THAT DIES BETWEEN ITS LEGS IS FINISHED BY         *
003100* JARXFER'S RECOVERY ON ITS NEXT START - THE JOURNAL, NOT    *
003200* THIS PROGRAM, OWNS IT FROM THE "S" RECORD ON.              *
003210* THE FILE IS ONE BATCH BETWEEN A HEADER AND A TRAILER, AND  *
003220* JARBCHK PROVES IT WHOLE FIRST.  A FILE DROPPED AGAIN ON A  *
003230* LATER DAY CARRIES A BATCH ID ALREADY ACCEPTED AND IS       *
003240* REJECTED THERE, WHERE GWCHKPT (KEYED BY RUN DATE) WOULD    *
003250* HAVE LET IT POST AGAIN.  A REJECTED BATCH POSTS NOTHING,   *
003260* WRITES NO PENDRESP ANSWERS AND ENDS THE RUN RC 16;         *
003270* BATCHCTL HAS THE REASON.                                   *
003300*-----------------------------------------------------------*
003400
003500 ENVIRONMENT DIVISION.
013000* (SAME NUMBERING AS JAREOD'S FEED EVENTS), ITS ACCOUNT      *
013100* (BLANK ON THE RECORD COUNTS AS 01), AND THE JAR NAMES      *
013200* LOOKED UP FOR THE POSTING CALLS.                           *
013250* THE BATCH HEADER AND TRAILER ARE NOT COUNTED.              *
013300*-----------------------------------------------------------*
013400 01  J5-REQ-SEQ                PIC 9(04) VALUE 0.
013500 01  J5-REQ-ACCT               PIC X(02).
013900 01  J5-REQS-ACCEPTED          PIC 9(05) VALUE 0.
014000 01  J5-REQS-REJECTED          PIC 9(05) VALUE 0.
014100 01  J5-REQS-SKIPPED           PIC 9(05) VALUE 0.
014105
014110*-----------------------------------------------------------*
014115* THE FILE'S BATCH CONTROL OUTCOME, AS JARBCHK ANSWERS IT    *
014120* (SEE 1900-CHECK-BATCH).                                    *
014125*-----------------------------------------------------------*
014130 01  J5-BATCH-FEED-NAME        PIC X(08) VALUE "PENDTRAN".
014135 01  J5-BATCH-ID               PIC X(16) VALUE SPACES.
014140 01  J5-BATCH-COUNT            PIC 9(06) VALUE 0.
014145 01  J5-BATCH-REASON           PIC X(40) VALUE SPACES.
014150 01  J5-BATCH-RETURN-CODE      PIC 9(02) VALUE 0.
014155 01  J5-BATCH-REJECTED-SW      PIC X(01) VALUE "N".
014160     88  J5-BATCH-REJECTED     VALUE "Y".
014200
014300*-----------------------------------------------------------*
014400* THE SHARED TRANSFER REFERENCE, SAME SHAPE AS JARXFER'S:    *
020300* 1000-INITIALIZE.                                           *
020400* LOADS THE JAR TABLE AND TODAY'S CHECKPOINTS, AND OPENS     *
020500* THE REQUEST, RESPONSE AND JOURNAL FILES.  NO PENDTRAN      *
020600* FILE JUST MEANS THE FRONTEND SENT NOTHING TONIGHT.  A      *
020650* FILE THAT IS THERE IS PROVED BY 1900-CHECK-BATCH FIRST.    *
020700*===========================================================*
020800 1000-INITIALIZE.
020900     MOVE "01"              TO J5-JAR-ID (1)
023200             "TO PROCESS"
023300         SET J5-PENDTRAN-EOF TO TRUE
023400     ELSE
023500         CLOSE PENDTRAN-FILE
023600         PERFORM 1900-CHECK-BATCH
023700             THRU 1900-CHECK-BATCH-EXIT
023900     END-IF
024000
024100     OPEN OUTPUT PENDRESP-FILE
047700 1800-CHECK-BALANCE-EXIT.
047800     EXIT.
047900
047901*===========================================================*
047902* 1900-CHECK-BATCH.                                          *
047903* HANDS THE FILE TO JARBCHK, WHICH READS IT END TO END,      *
047904* PROVES THE HEADER, THE TRAILER'S COUNT AND HASH TOTAL AND  *
047905* THE BATCH ID, AND LOGS THE OUTCOME ON BATCHCTL.  A         *
047906* REJECTED BATCH LEAVES THE FILE CLOSED WITH NOTHING READ    *
047907* FOR POSTING; AN ACCEPTED ONE (OR A RESTART OF ONE          *
047908* ACCEPTED TODAY) IS REOPENED AND LEFT ON ITS FIRST REQUEST. *
047909*===========================================================*
047910 1900-CHECK-BATCH.
047911     CALL "JARBCHK" USING J5-BATCH-FEED-NAME
047912                          J5-CURRENT-DATE
047913                          J5-BATCH-ID
047914                          J5-BATCH-COUNT
047915                          J5-BATCH-REASON
047916                          J5-BATCH-RETURN-CODE
047917
047918     IF J5-BATCH-RETURN-CODE > 4
047919         SET J5-BATCH-REJECTED TO TRUE
047920         SET J5-PENDTRAN-EOF   TO TRUE
047921         DISPLAY "[JARGATE] PENDTRAN BATCH " J5-BATCH-ID
047922             " REJECTED - NOTHING POSTED"
047923         MOVE 16 TO RETURN-CODE
047924         GO TO 1900-CHECK-BATCH-EXIT
047925     END-IF
047926
047927     OPEN INPUT PENDTRAN-FILE
047928     READ PENDTRAN-FILE
047929         AT END
047930             SET J5-PENDTRAN-EOF TO TRUE
047931     END-READ
047932
047933     IF NOT J5-PENDTRAN-EOF
047934         PERFORM 1980-READ-NEXT-REQUEST
047935             THRU 1980-READ-NEXT-REQUEST-EXIT
047936     END-IF.
047937
047938 1900-CHECK-BATCH-EXIT.
047939     EXIT.
047940
047941*-----------------------------------------------------------*
047942*    THE TRAILER ENDS THE REQUESTS THE SAME WAY END OF FILE
047943*    DOES.
047944*-----------------------------------------------------------*
047945 1980-READ-NEXT-REQUEST.
047946     READ PENDTRAN-FILE
047947         AT END
047948             SET J5-PENDTRAN-EOF TO TRUE
047949     END-READ
047950
047951     IF NOT J5-PENDTRAN-EOF AND PX-IS-TRAILER
047952         SET J5-PENDTRAN-EOF TO TRUE
047953     END-IF.
047954
047955 1980-READ-NEXT-REQUEST-EXIT.
047956     EXIT.
048000*===========================================================*
048100* 2100-WRITE-REJECTED.                                       *
048200*===========================================================*
055300     END-IF.
055400
055500 2500-PROCESS-ONE-REQUEST-NEXT.
055600     PERFORM 1980-READ-NEXT-REQUEST
055700         THRU 1980-READ-NEXT-REQUEST-EXIT.
056000
056100 2500-PROCESS-ONE-REQUEST-EXIT.
056200     EXIT.
074100 4500-WRITE-JOURNAL-MARK.
074200     MOVE J5-XFER-REF  TO XJ-XFER-REF
074300     MOVE J5-REQ-ACCT  TO XJ-ACCT-ID
074350     MOVE J5-REQ-ACCT  TO XJ-TO-ACCT-ID
074400     MOVE PT-JAR-ID    TO XJ-FROM-JAR-ID
074500     MOVE PT-TO-JAR-ID TO XJ-TO-JAR-ID
074600     MOVE PT-AMOUNT    TO XJ-AMOUNT
075400* 9000-TERMINATE.                                            *
075500*===========================================================*
075600 9000-TERMINATE.
075700     IF NOT J5-PENDTRAN-NOT-FOUND AND NOT J5-BATCH-REJECTED
075800         CLOSE PENDTRAN-FILE
075900     END-IF
076000     CLOSE PENDRESP-FILE
