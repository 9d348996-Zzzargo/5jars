000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    JARSIGN.
000300 AUTHOR.        Burlacu Vasile.
000400 INSTALLATION.  FIVE-JARS BUDGETING SYSTEM.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.                                     *
000900*-----------------------------------------------------------*
001000*   DATE        BY   DESCRIPTION                            *
001100*   ----------  ---  --------------------------------------- *
001200*   2026-10-15  BV   Original operator sign-on service.  The  *
001300*                    maintenance and correction transactions  *
001400*                    could be run by anyone at the console  *
001500*                    and nothing said who had changed what. *
001600*-----------------------------------------------------------*
001700* CALLED FIRST THING BY EVERY TRANSACTION THAT CHANGES A     *
001800* CONTROL FILE OR CORRECTS THE LEDGER.  PROMPTS FOR THE      *
001900* OPERATOR ID AND PASSWORD, CHECKS THEM AGAINST THE OPERATOR *
002000* FILE, AND HANDS BACK THE OPERATOR ID AND AUTHORITY LEVEL.  *
002100* RETURN CODE 00 MEANS SIGNED ON; 16 MEANS REFUSED (NO       *
002200* OPERATOR FILE, UNKNOWN ID, WRONG PASSWORD OR A RETIRED     *
002300* OPERATOR) AND THE CALLER MUST CHANGE NOTHING.  WHAT THE    *
002400* AUTHORITY LEVEL ALLOWS IS THE CALLER'S DECISION.           *
002500*-----------------------------------------------------------*
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OPERATOR-FILE ASSIGN TO "OPERATOR"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS OP-OPER-ID
003400         FILE STATUS IS SG-OPERATOR-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  OPERATOR-FILE.
003900     COPY OPERATOR.
004000
004100 WORKING-STORAGE SECTION.
004200 01  SG-OPERATOR-STATUS        PIC X(02).
004300     88  SG-OPERATOR-OK        VALUE "00".
004400     88  SG-OPERATOR-NOTFOUND  VALUE "23".
004500     88  SG-OPERATOR-FILE-MISSING VALUE "35".
004600
004700 01  SG-OPER-ID-INPUT          PIC X(08).
004800 01  SG-PASSWORD-INPUT         PIC X(08).
004900
005000 LINKAGE SECTION.
005100 01  LK-PROGRAM-NAME           PIC X(08).
005200 01  LK-OPER-ID                PIC X(08).
005300 01  LK-AUTH-LEVEL             PIC X(01).
005400 01  LK-RETURN-CODE            PIC 9(02).
005500
005600 PROCEDURE DIVISION USING LK-PROGRAM-NAME
005700                          LK-OPER-ID
005800                          LK-AUTH-LEVEL
005900                          LK-RETURN-CODE.
006000*===========================================================*
006100* 0000-MAINLINE.                                             *
006200*===========================================================*
006300 0000-MAINLINE.
006400     MOVE 16     TO LK-RETURN-CODE
006500     MOVE SPACES TO LK-OPER-ID
006600     MOVE SPACES TO LK-AUTH-LEVEL
006700
006800     DISPLAY "OPERATOR ID: " WITH NO ADVANCING
006900     ACCEPT SG-OPER-ID-INPUT FROM CONSOLE
007000
007100     DISPLAY "PASSWORD: " WITH NO ADVANCING
007200     ACCEPT SG-PASSWORD-INPUT FROM CONSOLE
007300
007400     OPEN INPUT OPERATOR-FILE
007500     IF SG-OPERATOR-FILE-MISSING
007600         DISPLAY "[JARSIGN] OPERATOR FILE NOT FOUND - SET UP "
007700             "THE FIRST SUPERVISOR WITH JAROPRM"
007800         GO TO 0000-MAINLINE-EXIT
007900     END-IF
008000
008100     PERFORM 1000-CHECK-OPERATOR
008200         THRU 1000-CHECK-OPERATOR-EXIT
008300
008400     CLOSE OPERATOR-FILE.
008500
008600 0000-MAINLINE-EXIT.
008700     GOBACK.
008800
008900*===========================================================*
009000* 1000-CHECK-OPERATOR.                                       *
009100* AN UNKNOWN ID AND A WRONG PASSWORD GET THE SAME MESSAGE -  *
009200* THE CONSOLE NEVER SAYS WHICH HALF WAS WRONG.               *
009300*===========================================================*
009400 1000-CHECK-OPERATOR.
009500     IF SG-OPER-ID-INPUT = SPACES
009600         DISPLAY "[JARSIGN] SIGN-ON REFUSED FOR " LK-PROGRAM-NAME
009700             " - NO OPERATOR ID"
009800         GO TO 1000-CHECK-OPERATOR-EXIT
009900     END-IF
010000
010100     MOVE SG-OPER-ID-INPUT TO OP-OPER-ID
010200     READ OPERATOR-FILE
010300         INVALID KEY
010400             CONTINUE
010500     END-READ
010600
010700     IF NOT SG-OPERATOR-OK
010800         OR OP-PASSWORD NOT = SG-PASSWORD-INPUT
010900         DISPLAY "[JARSIGN] SIGN-ON REFUSED FOR " LK-PROGRAM-NAME
011000             " - OPERATOR ID OR PASSWORD NOT RECOGNIZED"
011100         GO TO 1000-CHECK-OPERATOR-EXIT
011200     END-IF
011300
011400     IF NOT OP-ACTIVE
011500         DISPLAY "[JARSIGN] SIGN-ON REFUSED FOR " LK-PROGRAM-NAME
011600             " - OPERATOR " OP-OPER-ID " IS RETIRED"
011700         GO TO 1000-CHECK-OPERATOR-EXIT
011800     END-IF
011900
012000     MOVE OP-OPER-ID    TO LK-OPER-ID
012100     MOVE OP-AUTH-LEVEL TO LK-AUTH-LEVEL
012200     MOVE 0             TO LK-RETURN-CODE
012300     DISPLAY "[JARSIGN] " OP-OPER-ID " SIGNED ON TO "
012400         LK-PROGRAM-NAME.
012500
012600 1000-CHECK-OPERATOR-EXIT.
012700     EXIT.
