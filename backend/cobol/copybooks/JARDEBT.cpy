000100*-----------------------------------------------------------*
000200* JARDEBT  -  DEBT REGISTER RECORD.                         *
000300* ONE RECORD PER LOAN AN ACCOUNT IS PAYING OFF (THE CAR     *
000400* LOAN, THE STUDENT LOAN, ...), KEYED BY THE DT-KEY PAIR.   *
000500* THE FRONT OF THE RECORD IS WHAT THE OPERATOR KEYS ON      *
000600* JARDEBTM: THE LENDER, THE AMOUNT BORROWED, THE ANNUAL     *
000700* PERCENTAGE RATE, THE CONTRACTED MONTHLY PAYMENT, THE JAR  *
000800* IT IS PAID FROM AND THE JARSORD STANDING ORDER THAT PAYS  *
000900* IT.  THE REST IS KEPT BY THE JARDBRUN MONTHLY RUN, WHICH  *
001000* SPLITS EACH MONTH'S POSTED PAYMENT INTO INTEREST AND      *
001100* PRINCIPAL: THE OUTSTANDING BALANCE, THE INTEREST CHARGED  *
001200* SO FAR IN DT-YTD-YEAR, THE LAST MONTH APPLIED AND THAT    *
001300* MONTH'S SPLIT.  A DEBT IS NEVER DELETED - IT IS CLOSED BY *
001400* THE OPERATOR (STATUS C) OR MARKED PAID OFF BY THE RUN     *
001500* (STATUS P), SO THE CHANGE JOURNAL ALWAYS HAS A RECORD TO  *
001600* POINT AT.  REPORTED BY JARDEBTR.                          *
001700*-----------------------------------------------------------*
001800 01  JARDEBT-RECORD.
001900     05  DT-KEY.
002000         10  DT-ACCT-ID        PIC X(02).
002100         10  DT-DEBT-ID        PIC X(04).
002200     05  DT-LENDER             PIC X(20).
002300     05  DT-PRINCIPAL          PIC 9(12)V99.
002400     05  DT-APR                PIC 9(02)V9(03).
002500     05  DT-MONTHLY-PAYMENT    PIC 9(12)V99.
002600     05  DT-JAR-ID             PIC X(02).
002700     05  DT-ORDER-ID           PIC X(04).
002800     05  DT-STATUS             PIC X(01).
002900         88  DT-ACTIVE         VALUE "A".
003000         88  DT-CLOSED         VALUE "C".
003100         88  DT-PAID-OFF       VALUE "P".
003200     05  DT-START-MONTH        PIC 9(06).
003300     05  DT-OUTSTANDING        PIC S9(12)V99.
003400     05  DT-INTEREST-YTD       PIC 9(12)V99.
003500     05  DT-YTD-YEAR           PIC 9(04).
003600     05  DT-LAST-MONTH         PIC 9(06).
003700     05  DT-LAST-PAYMENT       PIC 9(12)V99.
003800     05  DT-LAST-INTEREST      PIC 9(12)V99.
003900     05  DT-LAST-PRINCIPAL     PIC S9(12)V99.
004000     05  DT-SET-DATE           PIC 9(08).
