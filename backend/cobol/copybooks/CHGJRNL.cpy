000100*-----------------------------------------------------------*
000200* CHGJRNL  -  CONTROL-FILE CHANGE JOURNAL RECORD.           *
000300* ONE RECORD PER CONTROL RECORD A SIGNED-ON OPERATOR ADDS   *
000400* OR CHANGES (JARPCT, JARGOAL, JARSORD, JARCAT, CURRTAB,    *
000500* OPERATOR, JARSAVG, JARCAP, BKRULE, JARFLR, JARDEBT) AND   *
000600* PER JARREV REVERSAL POSTED, WRITTEN BY THE CHGLOG         *
000700* SERVICE.  THE BEFORE AND AFTER IMAGES ARE THE RECORD AS   *
000800* IT STOOD ON EITHER SIDE OF THE CHANGE, LEFT-JUSTIFIED AND *
000900* SPACE-FILLED; THE BEFORE IMAGE IS SPACES WHEN THE RECORD  *
001000* WAS ADDED.  JARDEBT IS WIDER THAN AN IMAGE AND IS         *
001100* JOURNALED AS THE CONDENSED IMAGE JARDEBTM BUILDS.  A      *
001200* REVERSAL JOURNALS THE ORIGINAL LEDGER ENTRY AS BEFORE AND *
001250* THE CORRECTING ENTRY AS AFTER.  PASSWORDS NEVER REACH THE *
001251* IMAGES.  REPORTED BY DATE RANGE ON JARCHGR.               *
001300*-----------------------------------------------------------*
001400 01  CHGJRNL-RECORD.
001500     05  CJ-TIMESTAMP          PIC 9(14).
001600     05  CJ-OPER-ID            PIC X(08).
001700     05  CJ-PROGRAM-NAME       PIC X(08).
001800     05  CJ-ACTION             PIC X(01).
001900         88  CJ-ADDED          VALUE "A".
002000         88  CJ-CHANGED        VALUE "C".
002100         88  CJ-POSTED         VALUE "P".
002200     05  CJ-CHANGE-KEY         PIC X(20).
002300     05  CJ-BEFORE-IMAGE       PIC X(70).
002400     05  CJ-AFTER-IMAGE        PIC X(70).
