000100*-----------------------------------------------------------*
000200* JARCAP  -  JAR BALANCE CAP CONTROL RECORD.                *
000300* ONE RECORD PER ACCOUNT PER JAR, KEYED BY THE CP-KEY PAIR, *
000400* HOLDING THE MOST THE JAR SHOULD EVER HOLD AND THE JAR ANY *
000500* INCOME ABOVE THAT IS SENT TO INSTEAD.  MAINTAINED BY      *
000600* JARCAPM.  JAREOD READS IT AT STARTUP: WHEN A PAYDAY SHARE *
000700* WOULD TAKE THE JAR'S JARBAL BALANCE OVER CP-MAX-BALANCE,  *
000800* ONLY THE PART THAT FITS IS POSTED TO THE JAR AND THE REST *
000900* IS POSTED TO CP-OVERFLOW-JAR-ID.  A MAXIMUM OF ZERO MEANS *
001000* THE CAP HAS BEEN LIFTED - RECORDS ARE NEVER DELETED, SO   *
001100* THE CHANGE JOURNAL ALWAYS HAS A RECORD TO POINT AT.  THE  *
001200* OVERFLOW JAR'S OWN CAP IS NOT APPLIED TO MONEY SENT TO IT *
001300* THIS WAY, SO ONE PAYDAY NEVER CHAINS THROUGH SEVERAL JARS.*
001400*-----------------------------------------------------------*
001500 01  JARCAP-RECORD.
001600     05  CP-KEY.
001700         10  CP-ACCT-ID        PIC X(02).
001800         10  CP-JAR-ID         PIC X(02).
001900     05  CP-MAX-BALANCE        PIC 9(12)V99.
002000     05  CP-OVERFLOW-JAR-ID    PIC X(02).
002100     05  CP-SET-DATE           PIC 9(08).
