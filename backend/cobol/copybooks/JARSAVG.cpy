000100*-----------------------------------------------------------*
000200* JARSAVG  -  JAR SAVINGS GOAL CONTROL RECORD.              *
000300* ONE RECORD PER ACCOUNT PER JAR, KEYED BY THE SV-KEY PAIR, *
000400* HOLDING THE AMOUNT THE JAR IS BEING SAVED UP TO AND THE   *
000500* DATE IT IS WANTED BY - THE OPPOSITE OF JARGOAL'S MONTHLY  *
000600* SPENDING LIMIT.  MAINTAINED BY JARSAVM; READ BY THE       *
000700* JARSAVR GOAL-PROGRESS REPORT, WHICH MEASURES THE JAR'S    *
000800* JARBAL BALANCE AND ITS AVERAGE MONTHLY INFLOW AGAINST IT. *
000900* A GOAL AMOUNT OF ZERO MEANS THE GOAL HAS BEEN DROPPED -   *
001000* RECORDS ARE NEVER DELETED, SO THE CHANGE JOURNAL ALWAYS   *
001100* HAS A RECORD TO POINT AT.                                 *
001200*-----------------------------------------------------------*
001300 01  JARSAVG-RECORD.
001400     05  SV-KEY.
001500         10  SV-ACCT-ID        PIC X(02).
001600         10  SV-JAR-ID         PIC X(02).
001700     05  SV-GOAL-NAME          PIC X(20).
001800     05  SV-GOAL-AMOUNT        PIC 9(12)V99.
001900     05  SV-TARGET-DATE        PIC 9(08).
002000     05  SV-SET-DATE           PIC 9(08).
