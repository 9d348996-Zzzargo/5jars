000586* SAME (DATE, EVENT, JAR) CAN LEGITIMATELY POST ONCE PER      *
000588* ACCOUNT, SO THE CHECKPOINT NOW SAYS WHOSE JAR IT PROTECTED. *
000590* APPENDED AT THE END; A BLANK ACCOUNT IS TREATED AS "01".    *
000591*-----------------------------------------------------------*
000592* 2026-10-15 BV - ADDED STATUS "K" AND THE CK-OVERFLOW FIELDS.*
000593* WHEN A JARCAP CAP SPLITS A JAR'S SHARE, JAREOD POSTS THE    *
000594* PART THAT FITS, WRITES A "K" (KEPT) RECORD CARRYING THE     *
000595* EXCESS AND THE JAR IT GOES TO, THEN POSTS THE EXCESS AND    *
000596* WRITES THE USUAL "C".  A RESTART BETWEEN THE TWO POSTS THE  *
000597* RECORDED EXCESS ONLY, INSTEAD OF RE-SPLITTING AGAINST A     *
000598* BALANCE THAT ALREADY HOLDS THE KEPT PART.  THE NEW FIELDS   *
000599* MEAN NOTHING ON A "C" RECORD; TEST NEVER WRITES A "K".      *
000600*-----------------------------------------------------------*
000700 01  CHKPT-RECORD.
000800     05  CK-RUN-DATE           PIC 9(08).
000900     05  CK-JAR-ID             PIC X(02).
001000     05  CK-STATUS             PIC X(01).
001100         88  CK-COMPLETE       VALUE "C".
001150         88  CK-KEPT-LEG       VALUE "K".
001200     05  CK-EVENT-SEQ          PIC 9(04).
001300     05  CK-ACCT-ID            PIC X(02).
001400     05  CK-OVERFLOW-JAR-ID    PIC X(02).
001500     05  CK-OVERFLOW-AMOUNT    PIC S9(12)V99.
