001550* BETWEEN TWO JARS OF THE SAME ACCOUNT; RECOVERY NEEDS TO   *
001560* KNOW WHOSE LEDGER TO SCAN AND POST.  APPENDED AT THE END; *
001570* A BLANK ACCOUNT IS TREATED AS "01".                       *
001580*-----------------------------------------------------------*
001582* 2026-10-15 BV - ADDED XJ-TO-ACCT-ID, THE ACCOUNT THE       *
001584* DEPOSIT LEG LANDS IN.  JARSETL'S MONTHLY SHARED-EXPENSE   *
001586* SETTLEMENT (REF STARTING "ST") MOVES MONEY FROM ONE       *
001588* ACCOUNT'S JAR TO THE OTHER'S THROUGH THIS SAME JOURNAL,   *
001590* SO JARXFER'S RECOVERY FINISHES IT LIKE ANY TRANSFER.      *
001592* APPENDED AT THE END; BLANK MEANS THE SAME ACCOUNT AS      *
001594* XJ-ACCT-ID, AS FOR EVERY JAR-TO-JAR TRANSFER.             *
001600*-----------------------------------------------------------*
001700 01  XFERJRNL-RECORD.
001800     05  XJ-XFER-REF           PIC X(16).
002600         88  XJ-XFER-VOID      VALUE "V".
002700     05  XJ-MEMO               PIC X(30).
002800     05  XJ-ACCT-ID            PIC X(02).
002900     05  XJ-TO-ACCT-ID         PIC X(02).
