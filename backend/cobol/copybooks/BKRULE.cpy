000100*-----------------------------------------------------------*
000200* BKRULE  -  BANK STATEMENT MATCHING RULE CONTROL RECORD.   *
000300* ONE RECORD PER RULE, KEYED BY A THREE-DIGIT RULE ID, THAT *
000400* SAYS WHERE A BANK DEBIT NO LEDGER ENTRY EXPLAINS SHOULD   *
000500* BE POSTED: ANY JARBKRC BANK ORPHAN WHOSE BS-DESCRIPTION   *
000600* CONTAINS BR-PATTERN ANYWHERE IS TURNED BY JARBKMT INTO A  *
000700* PENDTRAN WITHDRAWAL FROM BR-ACCT-ID/BR-JAR-ID UNDER       *
000800* CATEGORY BR-CATEG-CODE, FOR JARGATE TO POST.  RULES ARE   *
000900* TRIED IN RULE-ID ORDER AND THE FIRST MATCH WINS, SO A     *
001000* NARROW PATTERN ("TESCO PETROL") BELONGS AHEAD OF A WIDE   *
001100* ONE ("TESCO").  THE PATTERN IS COMPARED EXACTLY AS KEYED, *
001200* UP TO ITS LAST NON-BLANK CHARACTER.  A RULE IS RETIRED    *
001300* BY SETTING THE ACTIVE FLAG TO N, NOT BY DELETION, SO THE  *
001400* CHANGE JOURNAL ALWAYS HAS A RECORD TO POINT AT.           *
001500* MAINTAINED BY JARBKRM.                                    *
001600*-----------------------------------------------------------*
001700 01  BKRULE-RECORD.
001800     05  BR-RULE-ID            PIC X(03).
001900     05  BR-PATTERN            PIC X(20).
002000     05  BR-ACCT-ID            PIC X(02).
002100     05  BR-JAR-ID             PIC X(02).
002200     05  BR-CATEG-CODE         PIC X(04).
002300     05  BR-ACTIVE-SW          PIC X(01).
002400         88  BR-ACTIVE         VALUE "Y".
