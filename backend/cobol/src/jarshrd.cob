000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    JARSHRD.
000300 AUTHOR.        Burlacu Vasile.
000400 INSTALLATION.  FIVE-JARS BUDGETING SYSTEM.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.                                     *
000900*-----------------------------------------------------------*
001000*   DATE        BY   DESCRIPTION                            *
001100*   ----------  ---  --------------------------------------- *
001200*   2026-10-15  BV   Original shared household expense        *
001300*                    transaction.  Rent and groceries are     *
001400*                    paid from one account's jar but belong   *
001500*                    to both accounts, and who owed whom was  *
001600*                    worked out on paper every month.         *
001700*-----------------------------------------------------------*
001800* THE JARSPEND WITHDRAWAL, FOR A BILL THAT ACCOUNTS 01 AND   *
001900* 02 SHARE.  ACCEPTS THE PAYING ACCOUNT, ITS JAR, THE        *
002000* AMOUNT, A MEMO, THE CATEGORY AND ACCOUNT 01'S PERCENT      *
002100* SHARE OF THE BILL (BLANK TAKES THE CATEGORY'S SPLIT FROM   *
002200* JARCAT, 50/50 IF IT HAS NONE).  THE WHOLE AMOUNT IS        *
002300* WITHDRAWN FROM THE PAYER'S JAR THROUGH JARPOST, EXACTLY    *
002400* AS JARSPEND WOULD, SO THE BANK LINE STILL PAIRS IN         *
002500* JARBKRC.  THE LEDGER MEMO STARTS "SH" AND THE 3-DIGIT      *
002600* SHARE, WHICH IS ALL JARSETL NEEDS TO SETTLE THE MONTH -    *
002700* THE SHARED ITEM AND ITS SPLIT LAND IN ONE POSTING, SO      *
002800* THERE IS NO SECOND FILE TO FALL OUT OF STEP WITH IT.       *
002900*-----------------------------------------------------------*
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT JARBAL-FILE ASSIGN TO "JARBAL"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS JB-KEY
003800         FILE STATUS IS J5-JARBAL-STATUS.
003900
004000     SELECT JARCAT-FILE ASSIGN TO "JARCAT"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS CG-CATEG-CODE
004400         FILE STATUS IS J5-JARCAT-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  JARBAL-FILE.
004900     COPY JARBAL.
005000
005100 FD  JARCAT-FILE.
005200     COPY JARCAT.
005300
005400 WORKING-STORAGE SECTION.
005500 01  J5-JARBAL-STATUS          PIC X(02).
005600     88  J5-JARBAL-OK          VALUE "00".
005700     88  J5-JARBAL-NOTFOUND    VALUE "23".
005800     88  J5-JARBAL-FILE-MISSING VALUE "35".
005900
006000 01  J5-JARCAT-STATUS          PIC X(02).
006100     88  J5-JARCAT-OK          VALUE "00".
006200     88  J5-JARCAT-NOTFOUND    VALUE "23".
006300     88  J5-JARCAT-FILE-MISSING VALUE "35".
006400
006500 01  J5-ENTRY-VALID-SW         PIC X(01) VALUE "Y".
006600     88  J5-ENTRY-IS-VALID     VALUE "Y".
006700     88  J5-ENTRY-IS-INVALID   VALUE "N".
006800
006900 01  J5-REJECT-REASON          PIC X(40) VALUE SPACES.
007000
007100*-----------------------------------------------------------*
007200* OPERATOR INPUT FOR THE AMOUNT IS ACCEPTED AS TEXT IN       *
007300* NNNNNN.NN FORMAT, SAME GUARD AS JARSPEND.  THE MEMO IS     *
007400* SHORTER THAN JARSPEND'S BECAUSE THE SHARE PREFIX TAKES     *
007500* THE FIRST SIX BYTES OF THE LEDGER MEMO.                    *
007600*-----------------------------------------------------------*
007700 01  J5-ACCT-ID-INPUT          PIC X(02).
007800 01  J5-JAR-ID-INPUT           PIC X(02).
007900 01  J5-AMOUNT-INPUT.
008000     05  J5-AMI-WHOLE          PIC X(06).
008100     05  J5-AMI-DOT            PIC X(01).
008200     05  J5-AMI-FRAC           PIC X(02).
008300 01  J5-AMI-WHOLE-NUM          PIC 9(06).
008400 01  J5-AMI-FRAC-NUM           PIC 9(02).
008500 01  J5-MEMO-INPUT             PIC X(24).
008600 01  J5-CATEG-INPUT            PIC X(04).
008700 01  J5-SHARE-INPUT            PIC X(03).
008800
008900 01  J5-WITHDRAW-AMOUNT        PIC S9(12)V99 VALUE 0.
009000 01  J5-POST-AMOUNT            PIC S9(12)V99 VALUE 0.
009100 01  J5-JAR-NAME               PIC X(20).
009200 01  J5-JAR-CURRENCY-CODE      PIC X(03).
009300 01  J5-BALANCE-EDITED         PIC -Z(11)9.99.
009400
009500 01  J5-CURRENT-DATE           PIC 9(08).
009600 01  J5-POST-RETURN-CODE       PIC 9(02).
009700
009800*-----------------------------------------------------------*
009900* THE LEDGER MEMO: "SH", ACCOUNT 01'S PERCENT SHARE, A       *
010000* SPACE AND THE OPERATOR'S MEMO.                             *
010100*-----------------------------------------------------------*
010200 01  J5-SHARED-MEMO.
010300     05  FILLER                PIC X(02) VALUE "SH".
010400     05  J5-SM-SHARE-PCT       PIC 9(03).
010500     05  FILLER                PIC X(01) VALUE SPACES.
010600     05  J5-SM-MEMO            PIC X(24).
010700
010800 PROCEDURE DIVISION.
010900*===========================================================*
011000* 0000-MAINLINE.                                             *
011100*===========================================================*
011200 0000-MAINLINE.
011300     MOVE 0 TO RETURN-CODE
011400
011500     ACCEPT J5-CURRENT-DATE FROM DATE YYYYMMDD
011600
011700     PERFORM 1500-ACCEPT-ENTRY
011800         THRU 1500-ACCEPT-ENTRY-EXIT
011900
012000     IF J5-ENTRY-IS-INVALID
012100         PERFORM 2100-REJECT-RUN
012200             THRU 2100-REJECT-RUN-EXIT
012300         GO TO 0000-MAINLINE-EXIT
012400     END-IF
012500
012600     PERFORM 1800-CHECK-CATEGORY
012700         THRU 1800-CHECK-CATEGORY-EXIT
012800
012900     IF J5-ENTRY-IS-INVALID
013000         PERFORM 2100-REJECT-RUN
013100             THRU 2100-REJECT-RUN-EXIT
013200         GO TO 0000-MAINLINE-EXIT
013300     END-IF
013400
013500     PERFORM 2000-CHECK-BALANCE
013600         THRU 2000-CHECK-BALANCE-EXIT
013700
013800     IF J5-ENTRY-IS-INVALID
013900         PERFORM 2100-REJECT-RUN
014000             THRU 2100-REJECT-RUN-EXIT
014100         GO TO 0000-MAINLINE-EXIT
014200     END-IF
014300
014400     PERFORM 3000-POST-WITHDRAWAL
014500         THRU 3000-POST-WITHDRAWAL-EXIT
014600
014700     GO TO 0000-MAINLINE-EXIT.
014800
014900 0000-MAINLINE-EXIT.
015000     STOP RUN RETURNING RETURN-CODE.
015100
015200*===========================================================*
015300* 1500-ACCEPT-ENTRY.                                         *
015400* PROMPTS FOR THE PAYER'S ACCOUNT AND JAR, THE AMOUNT, THE   *
015500* MEMO, THE CATEGORY AND ACCOUNT 01'S SHARE.                 *
015600*===========================================================*
015700 1500-ACCEPT-ENTRY.
015800     SET J5-ENTRY-IS-VALID TO TRUE
015900     MOVE SPACES TO J5-REJECT-REASON
016000
016100     DISPLAY "PAID FROM ACCOUNT ID (01-02) - BLANK FOR 01: "
016200         WITH NO ADVANCING
016300     ACCEPT J5-ACCT-ID-INPUT FROM CONSOLE
016400     IF J5-ACCT-ID-INPUT = SPACES
016500         MOVE "01" TO J5-ACCT-ID-INPUT
016600     END-IF
016700
016800     DISPLAY "JAR ID (01-05): " WITH NO ADVANCING
016900     ACCEPT J5-JAR-ID-INPUT FROM CONSOLE
017000
017100     DISPLAY "WITHDRAWAL AMOUNT (FORMAT NNNNNN.NN): "
017200         WITH NO ADVANCING
017300     ACCEPT J5-AMOUNT-INPUT FROM CONSOLE
017400
017500     DISPLAY "MEMO: " WITH NO ADVANCING
017600     ACCEPT J5-MEMO-INPUT FROM CONSOLE
017700
017800     DISPLAY "CATEGORY CODE: " WITH NO ADVANCING
017900     ACCEPT J5-CATEG-INPUT FROM CONSOLE
018000
018100     DISPLAY "ACCOUNT 01 SHARE (000-100) - BLANK FOR THE "
018200         "CATEGORY SPLIT: " WITH NO ADVANCING
018300     ACCEPT J5-SHARE-INPUT FROM CONSOLE
018400
018500     IF J5-ACCT-ID-INPUT NOT = "01"
018600         AND J5-ACCT-ID-INPUT NOT = "02"
018700         SET J5-ENTRY-IS-INVALID TO TRUE
018800         MOVE "ACCOUNT IS NOT 01 OR 02" TO J5-REJECT-REASON
018900         GO TO 1500-ACCEPT-ENTRY-EXIT
019000     END-IF
019100
019200     IF J5-JAR-ID-INPUT = SPACES
019300         SET J5-ENTRY-IS-INVALID TO TRUE
019400         MOVE "JAR ID IS BLANK" TO J5-REJECT-REASON
019500         GO TO 1500-ACCEPT-ENTRY-EXIT
019600     END-IF
019700
019800     IF J5-AMI-DOT NOT = "."
019900         OR J5-AMI-WHOLE NOT NUMERIC
020000         OR J5-AMI-FRAC NOT NUMERIC
020100         SET J5-ENTRY-IS-INVALID TO TRUE
020200         MOVE "AMOUNT NOT IN NNNNNN.NN FORMAT"
020300                                TO J5-REJECT-REASON
020400         GO TO 1500-ACCEPT-ENTRY-EXIT
020500     END-IF
020600
020700     MOVE J5-AMI-WHOLE TO J5-AMI-WHOLE-NUM
020800     MOVE J5-AMI-FRAC  TO J5-AMI-FRAC-NUM
020900     COMPUTE J5-WITHDRAW-AMOUNT =
021000         J5-AMI-WHOLE-NUM + (J5-AMI-FRAC-NUM / 100)
021100
021200     IF J5-WITHDRAW-AMOUNT = ZERO
021300         SET J5-ENTRY-IS-INVALID TO TRUE
021400         MOVE "WITHDRAWAL AMOUNT IS ZERO" TO J5-REJECT-REASON
021500         GO TO 1500-ACCEPT-ENTRY-EXIT
021600     END-IF
021700
021800     IF J5-MEMO-INPUT = SPACES
021900         SET J5-ENTRY-IS-INVALID TO TRUE
022000         MOVE "MEMO IS BLANK" TO J5-REJECT-REASON
022100         GO TO 1500-ACCEPT-ENTRY-EXIT
022200     END-IF
022300
022400     IF J5-CATEG-INPUT = SPACES
022500         SET J5-ENTRY-IS-INVALID TO TRUE
022600         MOVE "CATEGORY CODE IS BLANK" TO J5-REJECT-REASON
022700         GO TO 1500-ACCEPT-ENTRY-EXIT
022800     END-IF
022900
023000     IF J5-SHARE-INPUT = SPACES
023100         GO TO 1500-ACCEPT-ENTRY-EXIT
023200     END-IF
023300
023400     IF J5-SHARE-INPUT NOT NUMERIC
023500         SET J5-ENTRY-IS-INVALID TO TRUE
023600         MOVE "SHARE IS NOT 000-100" TO J5-REJECT-REASON
023700         GO TO 1500-ACCEPT-ENTRY-EXIT
023800     END-IF
023900
024000     MOVE J5-SHARE-INPUT TO J5-SM-SHARE-PCT
024100     IF J5-SM-SHARE-PCT > 100
024200         SET J5-ENTRY-IS-INVALID TO TRUE
024300         MOVE "SHARE IS NOT 000-100" TO J5-REJECT-REASON
024400     END-IF.
024500
024600 1500-ACCEPT-ENTRY-EXIT.
024700     EXIT.
024800
024900*===========================================================*
025000* 1800-CHECK-CATEGORY.                                       *
025100* THE CATEGORY MUST BE ON JARCAT, AS FOR JARSPEND.  WHEN NO  *
025200* SHARE WAS KEYED THE CATEGORY'S OWN SPLIT IS USED, AND 50   *
025300* WHEN THE CATEGORY CARRIES NO SPLIT.                        *
025400*===========================================================*
025500 1800-CHECK-CATEGORY.
025600     OPEN INPUT JARCAT-FILE
025700
025800     IF J5-JARCAT-FILE-MISSING
025900         SET J5-ENTRY-IS-INVALID TO TRUE
026000         MOVE "JARCAT NOT FOUND - RUN JARCATM FIRST"
026100                                TO J5-REJECT-REASON
026200         GO TO 1800-CHECK-CATEGORY-EXIT
026300     END-IF
026400
026500     MOVE J5-CATEG-INPUT TO CG-CATEG-CODE
026600     READ JARCAT-FILE
026700         INVALID KEY
026800             CONTINUE
026900     END-READ
027000
027100     IF NOT J5-JARCAT-OK
027200         SET J5-ENTRY-IS-INVALID TO TRUE
027300         MOVE "CATEGORY CODE NOT ON JARCAT" TO J5-REJECT-REASON
027400         CLOSE JARCAT-FILE
027500         GO TO 1800-CHECK-CATEGORY-EXIT
027600     END-IF
027700
027800     IF J5-SHARE-INPUT = SPACES
027900         IF CG-SHARED-PCT NUMERIC
028000             AND CG-SHARED-PCT NOT > 100
028100             MOVE CG-SHARED-PCT TO J5-SM-SHARE-PCT
028200         ELSE
028300             MOVE 50 TO J5-SM-SHARE-PCT
028400         END-IF
028500     END-IF
028600
028700     CLOSE JARCAT-FILE.
028800
028900 1800-CHECK-CATEGORY-EXIT.
029000     EXIT.
029100
029200*===========================================================*
029300* 2000-CHECK-BALANCE.                                        *
029400* THE PAYER'S JAR MUST EXIST AND COVER THE WHOLE AMOUNT -    *
029500* THE OTHER ACCOUNT'S SHARE IS ONLY SETTLED AT MONTH END.    *
029600*===========================================================*
029700 2000-CHECK-BALANCE.
029800     OPEN INPUT JARBAL-FILE
029900
030000     IF J5-JARBAL-FILE-MISSING
030100         SET J5-ENTRY-IS-INVALID TO TRUE
030200         MOVE "JARBAL NOT FOUND - NO BALANCES TO SPEND"
030300                                TO J5-REJECT-REASON
030400         GO TO 2000-CHECK-BALANCE-EXIT
030500     END-IF
030600
030700     MOVE J5-ACCT-ID-INPUT TO JB-ACCT-ID
030800     MOVE J5-JAR-ID-INPUT  TO JB-JAR-ID
030900     READ JARBAL-FILE
031000         INVALID KEY
031100             CONTINUE
031200     END-READ
031300
031400     IF J5-JARBAL-OK
031500         MOVE JB-JAR-NAME       TO J5-JAR-NAME
031600         MOVE JB-CURRENCY-CODE  TO J5-JAR-CURRENCY-CODE
031700         IF JB-BALANCE < J5-WITHDRAW-AMOUNT
031800             MOVE JB-BALANCE TO J5-BALANCE-EDITED
031900             DISPLAY "[JARSHRD] AVAILABLE BALANCE IS ONLY "
032000                 J5-BALANCE-EDITED
032100             SET J5-ENTRY-IS-INVALID TO TRUE
032200             MOVE "WITHDRAWAL EXCEEDS AVAILABLE BALANCE"
032300                                    TO J5-REJECT-REASON
032400         END-IF
032500     ELSE
032600         SET J5-ENTRY-IS-INVALID TO TRUE
032700         MOVE "JAR NOT FOUND ON JARBAL" TO J5-REJECT-REASON
032800     END-IF
032900
033000     CLOSE JARBAL-FILE.
033100
033200 2000-CHECK-BALANCE-EXIT.
033300     EXIT.
033400
033500*===========================================================*
033600* 2100-REJECT-RUN.                                           *
033700* NOTHING IS POSTED WHEN VALIDATION FAILS.                   *
033800*===========================================================*
033900 2100-REJECT-RUN.
034000     DISPLAY "[JARSHRD] WITHDRAWAL REJECTED - "
034100         J5-REJECT-REASON
034200     MOVE 16 TO RETURN-CODE.
034300
034400 2100-REJECT-RUN-EXIT.
034500     EXIT.
034600
034700*===========================================================*
034800* 3000-POST-WITHDRAWAL.                                      *
034900* THE WHOLE BILL LEAVES THE PAYER'S JAR AS ONE NEGATIVE      *
035000* JARPOST AMOUNT CARRYING THE SHARED MEMO.  JARPOST RE-      *
035100* CHECKS THE BALANCE AND ANSWERS 08 IF IT NO LONGER COVERS.  *
035200*===========================================================*
035300 3000-POST-WITHDRAWAL.
035400     COMPUTE J5-POST-AMOUNT = J5-WITHDRAW-AMOUNT * -1
035500     MOVE J5-MEMO-INPUT TO J5-SM-MEMO
035600
035700     CALL "JARPOST" USING J5-ACCT-ID-INPUT
035800                          J5-JAR-ID-INPUT
035900                          J5-JAR-NAME
036000                          J5-POST-AMOUNT
036100                          J5-JAR-CURRENCY-CODE
036200                          J5-CURRENT-DATE
036300                          "JARSHRD "
036400                          J5-SHARED-MEMO
036500                          J5-CATEG-INPUT
036600                          J5-POST-RETURN-CODE
036700
036800     IF J5-POST-RETURN-CODE = 0
036900         DISPLAY "[JARSHRD] SHARED WITHDRAWAL POSTED TO "
037000             "ACCOUNT " J5-ACCT-ID-INPUT " JAR " J5-JAR-ID-INPUT
037100             " - ACCOUNT 01 SHARE " J5-SM-SHARE-PCT "%"
037200     ELSE
037300         IF J5-POST-RETURN-CODE = 08
037400             DISPLAY "[JARSHRD] WITHDRAWAL REFUSED - "
037500                 "INSUFFICIENT BALANCE"
037600             MOVE 16 TO RETURN-CODE
037700         ELSE
037800             DISPLAY "[JARSHRD] WITHDRAWAL FAILED TO POST"
037900             MOVE 12 TO RETURN-CODE
038000         END-IF
038100     END-IF.
038200
038300 3000-POST-WITHDRAWAL-EXIT.
038400     EXIT.
