000100*-----------------------------------------------------------*
000200* ALERTCTL  -  ALERT SEQUENCE CONTROL RECORD.               *
000300* A SINGLE RECORD HOLDING THE LAST SEQUENCE NUMBER JARALRT  *
000400* GAVE OUT AND WHEN.  EVERY LINE ON THE JARALRT.DAT ALERT   *
000500* FILE CARRIES THE NEXT NUMBER, SO THE FRONTEND KEEPS THE   *
000600* HIGHEST NUMBER IT HAS LOADED AND PICKS UP ONLY LINES      *
000700* ABOVE IT.  THE RECORD IS REWRITTEN BEFORE THE ALERT LINE  *
000800* IS APPENDED: A FAILURE BETWEEN THE TWO LEAVES A GAP IN    *
000900* THE NUMBERS, NEVER A NUMBER USED TWICE.  NO FILE MEANS NO *
001000* ALERT HAS EVER BEEN RAISED - NUMBERING STARTS AT 1.       *
001100*-----------------------------------------------------------*
001200 01  ALERTCTL-RECORD.
001300     05  AK-LAST-SEQ           PIC 9(09).
001400     05  AK-LAST-DATE          PIC 9(08).
001500     05  AK-LAST-TIME          PIC 9(06).
