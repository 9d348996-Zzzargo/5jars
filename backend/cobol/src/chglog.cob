000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHGLOG.
000300 AUTHOR.        Burlacu Vasile.
000400 INSTALLATION.  FIVE-JARS BUDGETING SYSTEM.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.                                     *
000900*-----------------------------------------------------------*
001000*   DATE        BY   DESCRIPTION                            *
001100*   ----------  ---  --------------------------------------- *
001200*   2026-10-15  BV   Original change-journal service, the   *
001300*                    control-file counterpart of AUDITLOG.  *
001400*-----------------------------------------------------------*
001500* CALLED BY ANY SIGNED-ON TRANSACTION AFTER IT ADDS OR       *
001600* CHANGES A CONTROL RECORD OR POSTS A LEDGER CORRECTION.     *
001700* STAMPS THE DATE AND TIME, WRITES ONE LINE TO THE CHGJRNL   *
001800* CHANGE JOURNAL AND RETURNS.  THE ACTION CODE IS "A" ADDED, *
001900* "C" CHANGED OR "P" POSTED (SEE THE CHGJRNL COPYBOOK).      *
002000*-----------------------------------------------------------*
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT CHGJRNL-FILE ASSIGN TO "CHGJRNL"
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS CL-CHGJRNL-STATUS.
002800
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  CHGJRNL-FILE.
003200     COPY CHGJRNL.
003300
003400 WORKING-STORAGE SECTION.
003500 01  CL-CHGJRNL-STATUS         PIC X(02).
003600
003700 01  CL-TIMESTAMP-FIELDS.
003800     05  CL-CURRENT-DATE       PIC 9(08).
003900     05  CL-CURRENT-TIME       PIC 9(06).
004000
004100 LINKAGE SECTION.
004200 01  LK-OPER-ID                PIC X(08).
004300 01  LK-PROGRAM-NAME           PIC X(08).
004400 01  LK-ACTION                 PIC X(01).
004500 01  LK-CHANGE-KEY             PIC X(20).
004600 01  LK-BEFORE-IMAGE           PIC X(70).
004700 01  LK-AFTER-IMAGE            PIC X(70).
004800
004900 PROCEDURE DIVISION USING LK-OPER-ID
005000                          LK-PROGRAM-NAME
005100                          LK-ACTION
005200                          LK-CHANGE-KEY
005300                          LK-BEFORE-IMAGE
005400                          LK-AFTER-IMAGE.
005500*===========================================================*
005600* 0000-MAINLINE.                                             *
005700*===========================================================*
005800 0000-MAINLINE.
005900     ACCEPT CL-CURRENT-DATE FROM DATE YYYYMMDD
006000     ACCEPT CL-CURRENT-TIME FROM TIME
006100
006200     OPEN EXTEND CHGJRNL-FILE
006300
006400     MOVE CL-CURRENT-DATE    TO CJ-TIMESTAMP (1:8)
006500     MOVE CL-CURRENT-TIME    TO CJ-TIMESTAMP (9:6)
006600     MOVE LK-OPER-ID         TO CJ-OPER-ID
006700     MOVE LK-PROGRAM-NAME    TO CJ-PROGRAM-NAME
006800     MOVE LK-ACTION          TO CJ-ACTION
006900     MOVE LK-CHANGE-KEY      TO CJ-CHANGE-KEY
007000     MOVE LK-BEFORE-IMAGE    TO CJ-BEFORE-IMAGE
007100     MOVE LK-AFTER-IMAGE     TO CJ-AFTER-IMAGE
007200
007300     WRITE CHGJRNL-RECORD
007400
007500     CLOSE CHGJRNL-FILE
007600
007700     GOBACK.
