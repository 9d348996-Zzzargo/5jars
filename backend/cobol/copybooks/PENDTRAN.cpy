001000* RECORD THE WAY JARSPEND VALIDATES CONSOLE INPUT AND       *
001100* ANSWERS EVERY RECORD ON PENDRESP.  A BLANK ACCOUNT IS     *
001200* TREATED AS "01".                                          *
001210*-----------------------------------------------------------*
001220* 2026-10-15 BV - EVERY FILE NOW ARRIVES AS ONE BATCH: A    *
001230* "HDR" RECORD FIRST (SENDER'S BATCH ID AND CREATION        *
001240* DATE/TIME) AND A "TRL" RECORD LAST (COUNT OF REQUEST      *
001250* RECORDS AND THE SIGNED SUM OF THEIR PT-AMOUNT).  JARGATE  *
001260* PROVES THE TOTALS AND CHECKS BATCHCTL FOR A REPEATED      *
001270* BATCH ID BEFORE IT POSTS ANYTHING.  JARBKMT WRITES BOTH   *
001280* FOR ITS OWN FILE.                                         *
001300*-----------------------------------------------------------*
001400 01  PENDTRAN-RECORD.
001500     05  PT-ACCT-ID            PIC X(02).
002100     05  PT-AMOUNT             PIC S9(12)V99.
002200     05  PT-CATEG-CODE         PIC X(04).
002300     05  PT-MEMO               PIC X(30).
002400
002500 01  PENDTRAN-HEADER.
002600     05  PN-REC-TYPE           PIC X(03).
002700         88  PN-IS-HEADER      VALUE "HDR".
002800     05  PN-BATCH-ID           PIC X(16).
002900     05  PN-CREATED-DATE       PIC 9(08).
003000     05  PN-CREATED-TIME       PIC 9(06).
003100     05  FILLER                PIC X(22).
003200
003300 01  PENDTRAN-TRAILER.
003400     05  PX-REC-TYPE           PIC X(03).
003500         88  PX-IS-TRAILER     VALUE "TRL".
003600     05  PX-RECORD-COUNT       PIC 9(06).
003700     05  PX-HASH-TOTAL         PIC S9(14)V99.
003800     05  FILLER                PIC X(30).
