000100*-----------------------------------------------------------*
000200* OPERATOR  -  SIGNED-ON OPERATOR CONTROL RECORD.           *
000300* ONE RECORD PER PERSON ALLOWED TO RUN THE MAINTENANCE AND  *
000400* CORRECTION TRANSACTIONS, KEYED BY OPERATOR ID.  JARSIGN   *
000500* CHECKS THE ID AND PASSWORD AT SIGN-ON AND HANDS BACK THE  *
000600* AUTHORITY LEVEL; THE TRANSACTION DECIDES WHAT THAT LEVEL  *
000700* MAY DO.  ONLY A SUPERVISOR MAY CHANGE THE JARPCT SPLIT,   *
000800* POST A JARREV REVERSAL OR CHANGE A CURRTAB RATE.  AN      *
000900* OPERATOR IS RETIRED BY SETTING THE ACTIVE FLAG TO N, NOT  *
001000* BY DELETION, SO THE CHANGE JOURNAL'S OPERATOR IDS ALWAYS  *
001100* HAVE A RECORD TO POINT BACK AT.  MAINTAINED BY JAROPRM.   *
001200*-----------------------------------------------------------*
001300 01  OPERATOR-RECORD.
001400     05  OP-OPER-ID            PIC X(08).
001500     05  OP-OPER-NAME          PIC X(20).
001600     05  OP-PASSWORD           PIC X(08).
001700     05  OP-AUTH-LEVEL         PIC X(01).
001800         88  OP-IS-SUPERVISOR  VALUE "S".
001900         88  OP-IS-OPERATOR    VALUE "O".
002000     05  OP-ACTIVE-SW          PIC X(01).
002100         88  OP-ACTIVE         VALUE "Y".
