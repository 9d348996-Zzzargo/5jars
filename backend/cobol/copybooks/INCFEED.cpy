000830* WHOSE JAR SET THE EVENT IS ALLOCATED INTO.  APPENDED AT    *
000840* THE END SO EARLIER FIELDS KEEP THEIR OFFSETS; A BLANK      *
000850* ACCOUNT IS TREATED AS "01", THE ORIGINAL OWNER'S SET.      *
000860*-----------------------------------------------------------*
000861* 2026-10-15 BV - EVERY FEED NOW ARRIVES AS ONE BATCH: A    *
000862* "HDR" RECORD FIRST (SENDER'S BATCH ID AND CREATION        *
000863* DATE/TIME) AND A "TRL" RECORD LAST (COUNT OF DETAIL       *
000864* RECORDS AND THE SIGNED SUM OF THEIR IE-AMOUNT).  THE TAG  *
000865* SITS WHERE A DETAIL CARRIES ITS NUMERIC INCOME DATE, SO   *
000866* THE TWO CANNOT BE CONFUSED.  JAREOD PROVES THE TOTALS AND *
000867* CHECKS BATCHCTL FOR A REPEATED BATCH ID BEFORE IT POSTS   *
000868* ANYTHING.                                                 *
000900*-----------------------------------------------------------*
001000 01  INCFEED-RECORD.
001100     05  IE-INCOME-DATE        PIC 9(08).
001300     05  IE-CURRENCY-CODE      PIC X(03).
001400     05  IE-AMOUNT             PIC S9(12)V99.
001500     05  IE-ACCT-ID            PIC X(02).
001600
001700 01  INCFEED-HEADER.
001800     05  IH-REC-TYPE           PIC X(03).
001900         88  IH-IS-HEADER      VALUE "HDR".
002000     05  IH-BATCH-ID           PIC X(16).
002100     05  IH-CREATED-DATE       PIC 9(08).
002200     05  IH-CREATED-TIME       PIC 9(06).
002300     05  FILLER                PIC X(02).
002400
002500 01  INCFEED-TRAILER.
002600     05  IT-REC-TYPE           PIC X(03).
002700         88  IT-IS-TRAILER     VALUE "TRL".
002800     05  IT-RECORD-COUNT       PIC 9(06).
002900     05  IT-HASH-TOTAL         PIC S9(14)V99.
003000     05  FILLER                PIC X(10).
