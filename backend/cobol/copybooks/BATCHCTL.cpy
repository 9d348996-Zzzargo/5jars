000100*-----------------------------------------------------------*
000200* BATCHCTL  -  INBOUND BATCH CONTROL RECORD.                *
000300* ONE RECORD PER INCFEED OR PENDTRAN BATCH A POSTING RUN    *
000400* HAS CHECKED, ACCEPTED OR REJECTED, APPENDED BY JAREOD AND *
000500* JARGATE BEFORE THEY POST ANYTHING FROM THE FILE.  A BATCH *
000600* IS REJECTED WHOLE WHEN ITS HEADER OR TRAILER IS MISSING,  *
000700* WHEN ITS DETAIL COUNT OR SIGNED AMOUNT TOTAL DISAGREES    *
000800* WITH THE TRAILER, OR WHEN THE SAME FEED ALREADY ACCEPTED  *
000900* THE SAME BATCH ID ON AN EARLIER RUN DATE - THE CHECKPOINT *
001000* FILES ONLY GUARD A RERUN ON THE SAME DATE.  A RERUN ON    *
001100* THE ACCEPTING DATE IS A RESTART AND IS LET THROUGH TO THE *
001200* CHECKPOINTS.  THE FILE IS APPEND-ONLY; ONLY "A" RECORDS   *
001300* COUNT AS PROCESSED, SO A CORRECTED RESEND OF A REJECTED   *
001400* BATCH IS ACCEPTED UNDER THE SAME BATCH ID.                *
001500*-----------------------------------------------------------*
001600 01  BATCHCTL-RECORD.
001700     05  BC-FEED-NAME          PIC X(08).
001800     05  BC-BATCH-ID           PIC X(16).
001900     05  BC-CREATED-DATE       PIC 9(08).
002000     05  BC-CREATED-TIME       PIC 9(06).
002100     05  BC-RUN-DATE           PIC 9(08).
002200     05  BC-RUN-TIME           PIC 9(06).
002300     05  BC-STATUS             PIC X(01).
002400         88  BC-ACCEPTED       VALUE "A".
002500         88  BC-REJECTED       VALUE "R".
002600     05  BC-RECORD-COUNT       PIC 9(06).
002700     05  BC-HASH-TOTAL         PIC S9(14)V99.
002800     05  BC-REASON             PIC X(40).
