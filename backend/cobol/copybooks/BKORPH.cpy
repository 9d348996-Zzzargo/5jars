000100*-----------------------------------------------------------*
000200* BKORPH  -  UNEXPLAINED BANK LINE EXTRACT RECORD.          *
000300* ONE RECORD PER BANKSTMT LINE THAT NO LEDGER ENTRY         *
000400* EXPLAINED ON THE LAST JARBKRC RUN - THE "BANK WITHOUT     *
000500* LEDGER" LINES OF JARBKRC.RPT, IN MACHINE-READABLE FORM.   *
000600* REWRITTEN FROM SCRATCH BY EVERY JARBKRC RUN AND READ BY   *
000700* JARBKMT, WHICH TURNS THE DEBITS A BKRULE RECOGNISES INTO  *
000800* PENDTRAN REQUESTS.  THE FIELDS ARE THE BANKSTMT LINE AS   *
000900* IMPORTED, SIGNED THE SAME WAY (DEBITS NEGATIVE).          *
001000*-----------------------------------------------------------*
001100 01  BKORPH-RECORD.
001200     05  BX-STMT-DATE          PIC 9(08).
001300     05  BX-AMOUNT             PIC S9(12)V99.
001400     05  BX-DESCRIPTION        PIC X(30).
