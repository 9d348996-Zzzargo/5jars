000100*-----------------------------------------------------------*
000200* JARFLR  -  JAR LOW-BALANCE FLOOR RECORD.                  *
000300* ONE RECORD PER ACCOUNT PER JAR, KEYED BY THE FL-KEY PAIR, *
000400* HOLDING THE LEAST THE JAR SHOULD BE LEFT WITH.            *
000500* MAINTAINED BY JARFLRM.  JARPOST READS IT AFTER EVERY      *
000600* WITHDRAWAL IT POSTS: WHEN THE WITHDRAWAL TAKES THE JAR'S  *
000700* JARBAL BALANCE FROM AT OR ABOVE FL-MIN-BALANCE TO BELOW   *
000800* IT, AN "L" ALERT IS WRITTEN THROUGH JARALRT.  FURTHER     *
000900* WITHDRAWALS WHILE THE JAR IS ALREADY BELOW ITS FLOOR      *
001000* RAISE NO NEW ALERT.  A FLOOR OF ZERO MEANS NO FLOOR -     *
001100* RECORDS ARE NEVER DELETED, SO THE CHANGE JOURNAL ALWAYS   *
001200* HAS A RECORD TO POINT AT (SAME RULE AS JARCAP).           *
001300*-----------------------------------------------------------*
001400 01  JARFLR-RECORD.
001500     05  FL-KEY.
001600         10  FL-ACCT-ID        PIC X(02).
001700         10  FL-JAR-ID         PIC X(02).
001800     05  FL-MIN-BALANCE        PIC 9(12)V99.
001900     05  FL-SET-DATE           PIC 9(08).
