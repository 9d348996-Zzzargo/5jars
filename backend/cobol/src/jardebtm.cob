000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    JARDEBTM.
000300 AUTHOR.        Burlacu Vasile.
000400 INSTALLATION.  FIVE-JARS BUDGETING SYSTEM.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------*
000800* MODIFICATION HISTORY.                                     *
000900*-----------------------------------------------------------*
001000*   DATE        BY   DESCRIPTION                            *
001100*   ----------  ---  --------------------------------------- *
001200*   2026-10-15  BV   Original debt register maintenance      *
001300*                    transaction - the car loan and the      *
001400*                    student loan were only tracked on a     *
001500*                    spreadsheet next to the jars.           *
001600*-----------------------------------------------------------*
001700* ACCEPTS ONE DEBT (LENDER, PRINCIPAL BORROWED, APR, MONTHLY *
001800* PAYMENT, PAYING JAR, THE JARSORD STANDING ORDER THAT PAYS  *
001900* IT, FIRST PAYMENT MONTH, ACTIVE FLAG) AND WRITES IT TO     *
002000* JARDEBT - UPDATING THE RECORD IF THE DEBT ID ALREADY       *
002100* EXISTS FOR THE ACCOUNT, ADDING A NEW ONE OTHERWISE.  THE   *
002200* STANDING ORDER MUST BE ON JARSORD FOR THE SAME ACCOUNT AND *
002300* POST FROM THE SAME JAR, SINCE THE JARDBRUN MONTHLY RUN     *
002400* FINDS THE PAYMENTS ON THE LEDGER BY THE ORDER'S MEMO.  A   *
002500* NEW DEBT STARTS WITH THE PRINCIPAL OUTSTANDING AND NO      *
002600* MONTH APPLIED BEFORE ITS FIRST PAYMENT MONTH.  RE-ENTERING *
002700* A DEBT WITH A DIFFERENT PRINCIPAL OR FIRST MONTH RESTARTS  *
002800* THE TRACKING FROM THERE; ANY OTHER CHANGE KEEPS THE        *
002900* RUNNING BALANCE.  A DEBT IS CLOSED BY RE-ENTERING IT WITH  *
003000* ACTIVE FLAG N, NOT BY DELETION.  NOTHING IS WRITTEN IF ANY *
003100* ENTRY FAILS VALIDATION.                                    *
003200*-----------------------------------------------------------*
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT JARDEBT-FILE ASSIGN TO "JARDEBT"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS DT-KEY
004100         FILE STATUS IS J5-JARDEBT-STATUS.
004200
004300     SELECT JARSORD-FILE ASSIGN TO "JARSORD"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS SO-KEY
004700         FILE STATUS IS J5-JARSORD-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  JARDEBT-FILE.
005200     COPY JARDEBT.
005300
005400 FD  JARSORD-FILE.
005500     COPY JARSORD.
005600
005700 WORKING-STORAGE SECTION.
005800 01  J5-JARDEBT-STATUS         PIC X(02).
005900     88  J5-JARDEBT-OK         VALUE "00".
006000     88  J5-JARDEBT-NOTFOUND   VALUE "23".
006100     88  J5-JARDEBT-FILE-MISSING VALUE "35".
006200
006300 01  J5-JARSORD-STATUS         PIC X(02).
006400     88  J5-JARSORD-OK         VALUE "00".
006500     88  J5-JARSORD-NOTFOUND   VALUE "23".
006600     88  J5-JARSORD-FILE-MISSING VALUE "35".
006700
006800 01  J5-ENTRY-VALID-SW         PIC X(01) VALUE "Y".
006900     88  J5-ENTRY-IS-VALID     VALUE "Y".
007000     88  J5-ENTRY-IS-INVALID   VALUE "N".
007100
007200 01  J5-REJECT-REASON          PIC X(40) VALUE SPACES.
007300
007400*-----------------------------------------------------------*
007500* OPERATOR INPUT FOR THE AMOUNTS AND THE RATE IS ACCEPTED AS *
007600* TEXT (NNNNNN.NN AND NN.NNN), NOT DIRECTLY INTO A NUMERIC   *
007700* FIELD, SO A MISSING DECIMAL POINT IS CAUGHT HERE RATHER    *
007800* THAN SILENTLY SCALED WRONG BY THE IMPLIED DECIMAL (SAME    *
007900* GUARD AS JARSORDM).                                        *
008000*-----------------------------------------------------------*
008100 01  J5-ACCT-ID-INPUT          PIC X(02).
008200 01  J5-DEBT-ID-INPUT          PIC X(04).
008300 01  J5-LENDER-INPUT           PIC X(20).
008400 01  J5-PRINCIPAL-INPUT        PIC X(09).
008500 01  J5-PAYMENT-INPUT          PIC X(09).
008600 01  J5-AMOUNT-INPUT.
008700     05  J5-AMI-WHOLE          PIC X(06).
008800     05  J5-AMI-DOT            PIC X(01).
008900     05  J5-AMI-FRAC           PIC X(02).
009000 01  J5-AMI-WHOLE-NUM          PIC 9(06).
009100 01  J5-AMI-FRAC-NUM           PIC 9(02).
009200 01  J5-AMOUNT-VALUE           PIC 9(12)V99 VALUE 0.
009300 01  J5-APR-INPUT.
009400     05  J5-APR-WHOLE          PIC X(02).
009500     05  J5-APR-DOT            PIC X(01).
009600     05  J5-APR-FRAC           PIC X(03).
009700 01  J5-APR-WHOLE-NUM          PIC 9(02).
009800 01  J5-APR-FRAC-NUM           PIC 9(03).
009900 01  J5-JAR-ID-INPUT           PIC X(02).
010000 01  J5-ORDER-ID-INPUT         PIC X(04).
010100 01  J5-START-MONTH-INPUT      PIC X(06).
010200 01  J5-ACTIVE-INPUT           PIC X(01).
010300
010400 01  J5-DEBT-PRINCIPAL         PIC 9(12)V99 VALUE 0.
010500 01  J5-DEBT-PAYMENT           PIC 9(12)V99 VALUE 0.
010600 01  J5-DEBT-APR               PIC 9(02)V9(03) VALUE 0.
010700
010800*-----------------------------------------------------------*
010900* THE FIRST PAYMENT MONTH, AND THE MONTH BEFORE IT - THE     *
011000* LAST MONTH THE RUN IS TO TREAT AS ALREADY APPLIED - WORKED *
011100* OUT THROUGH A RUNNING MONTH NUMBER (YEAR * 12 + MONTH - 1) *
011200* AS IN JARSAVR.                                             *
011300*-----------------------------------------------------------*
011400 01  J5-TODAY                  PIC 9(08).
011500 01  FILLER REDEFINES J5-TODAY.
011600     05  J5-TODAY-YM           PIC 9(06).
011700     05  FILLER                PIC 9(02).
011800 01  J5-START-MONTH.
011900     05  J5-START-YYYY         PIC 9(04).
012000     05  J5-START-MM           PIC 9(02).
012100 01  J5-WORK-MONTH-NO          PIC 9(06).
012200 01  J5-WORK-YM.
012300     05  J5-WORK-YYYY          PIC 9(04).
012400     05  J5-WORK-MM            PIC 9(02).
012500
012600 01  J5-RESTART-SW             PIC X(01) VALUE "N".
012700     88  J5-TRACKING-RESTARTED VALUE "Y".
012800
012900*-----------------------------------------------------------*
013000* THE FIVE JARS, FOR VALIDATING THE JAR THE DEBT IS PAID    *
013100* FROM.                                                     *
013200*-----------------------------------------------------------*
013300 01  J5-JAR-TABLE.
013400     05  J5-JAR-ENTRY OCCURS 5 TIMES INDEXED BY J5-JAR-IDX.
013500         10  J5-JAR-ID         PIC X(02).
013600
013700 01  J5-JAR-KNOWN-SW           PIC X(01) VALUE "N".
013800     88  J5-JAR-IS-KNOWN       VALUE "Y".
013900
014000*-----------------------------------------------------------*
014100* WHO SIGNED ON, AND THE CHANGE-JOURNAL IMAGES OF THE DEBT  *
014200* RECORD EITHER SIDE OF THE CHANGE (BEFORE IS SPACES WHEN   *
014300* THE DEBT IS NEW).                                         *
014400*-----------------------------------------------------------*
014500 01  J5-SIGNON-OPER-ID         PIC X(08) VALUE SPACES.
014600 01  J5-SIGNON-LEVEL           PIC X(01) VALUE SPACES.
014700 01  J5-SIGNON-RETURN-CODE     PIC 9(02).
014800 01  J5-JRNL-ACTION            PIC X(01).
014900 01  J5-JRNL-KEY               PIC X(20).
015000 01  J5-BEFORE-IMAGE           PIC X(70).
015100 01  J5-AFTER-IMAGE            PIC X(70).
015103
015106*-----------------------------------------------------------*
015109* THE CHANGE-JOURNAL IMAGE OF A DEBT.  THE WHOLE RECORD IS  *
015112* WIDER THAN A CHGJRNL IMAGE, SO THE JOURNAL GETS THIS      *
015115* CONDENSED COPY: THE KEY, THE TERMS THE OPERATOR KEYS, THE *
015118* STATUS, AND THE TRACKING FIELDS A RE-ENTRY CAN RESTART    *
015121* (FIRST MONTH, OUTSTANDING, LAST MONTH APPLIED), WITH THE  *
015124* START OF THE LENDER IN WHAT IS LEFT.  JARDEBTM TAKES      *
015127* AMOUNTS UP TO 999999.99, SO THE NARROWER AMOUNTS LOSE     *
015130* NOTHING.                                                  *
015133*-----------------------------------------------------------*
015136 01  J5-JRNL-IMAGE.
015139     05  J5-JI-KEY             PIC X(06).
015142     05  J5-JI-PRINCIPAL       PIC 9(08)V99.
015145     05  J5-JI-APR             PIC 9(02)V9(03).
015148     05  J5-JI-PAYMENT         PIC 9(08)V99.
015151     05  J5-JI-JAR-ID          PIC X(02).
015154     05  J5-JI-ORDER-ID        PIC X(04).
015157     05  J5-JI-STATUS          PIC X(01).
015160     05  J5-JI-START-MONTH     PIC 9(06).
015163     05  J5-JI-OUTSTANDING     PIC S9(08)V99.
015166     05  J5-JI-LAST-MONTH      PIC 9(06).
015169     05  J5-JI-LENDER          PIC X(10).
015200
015300 PROCEDURE DIVISION.
015400*===========================================================*
015500* 0000-MAINLINE.                                             *
015600*===========================================================*
015700 0000-MAINLINE.
015800     MOVE 0 TO RETURN-CODE
015900
016000     PERFORM 0500-SIGN-ON
016100         THRU 0500-SIGN-ON-EXIT
016200
016300     IF RETURN-CODE NOT = 0
016400         GO TO 0000-MAINLINE-EXIT
016500     END-IF
016600
016700     PERFORM 1000-INITIALIZE
016800         THRU 1000-INITIALIZE-EXIT
016900
017000     PERFORM 1500-ACCEPT-ENTRY
017100         THRU 1500-ACCEPT-ENTRY-EXIT
017200
017300     IF J5-ENTRY-IS-VALID
017400         PERFORM 1700-CHECK-ORDER
017500             THRU 1700-CHECK-ORDER-EXIT
017600     END-IF
017700
017800     IF J5-ENTRY-IS-INVALID
017900         PERFORM 2100-REJECT-RUN
018000             THRU 2100-REJECT-RUN-EXIT
018100         GO TO 0000-MAINLINE-EXIT
018200     END-IF
018300
018400     PERFORM 3000-UPDATE-DEBT
018500         THRU 3000-UPDATE-DEBT-EXIT
018600
018700     IF RETURN-CODE = 0
018800         DISPLAY "[JARDEBTM] DEBT " J5-DEBT-ID-INPUT " UPDATED"
018900         IF J5-TRACKING-RESTARTED
019000             DISPLAY "[JARDEBTM] TRACKING STARTS AT "
019100                 J5-START-MONTH " FROM THE PRINCIPAL"
019200         END-IF
019300     ELSE
019400         DISPLAY "[JARDEBTM] UPDATE FAILED - JARDEBT NOT "
019500             "UPDATED"
019600     END-IF
019700
019800     PERFORM 9000-TERMINATE
019900         THRU 9000-TERMINATE-EXIT
020000
020100     GO TO 0000-MAINLINE-EXIT.
020200
020300 0000-MAINLINE-EXIT.
020400     STOP RUN RETURNING RETURN-CODE.
020500
020600*===========================================================*
020700* 0500-SIGN-ON.                                             *
020800* ANY ACTIVE OPERATOR MAY MAINTAIN THE DEBT REGISTER.       *
020900* NOTHING IS OPENED UNTIL THE SIGN-ON HAS BEEN ACCEPTED.    *
021000*===========================================================*
021100 0500-SIGN-ON.
021200     CALL "JARSIGN" USING "JARDEBTM"
021300                          J5-SIGNON-OPER-ID
021400                          J5-SIGNON-LEVEL
021500                          J5-SIGNON-RETURN-CODE
021600
021700     IF J5-SIGNON-RETURN-CODE NOT = 0
021800         DISPLAY "[JARDEBTM] UPDATE REJECTED - NOT SIGNED ON"
021900         MOVE 16 TO RETURN-CODE
022000     END-IF.
022100
022200 0500-SIGN-ON-EXIT.
022300     EXIT.
022400
022500*===========================================================*
022600* 1000-INITIALIZE.                                           *
022700* LOADS THE JAR IDS AND OPENS THE DEBT REGISTER.  JARDEBTM   *
022800* IS JARDEBT'S OWN BOOTSTRAP - ON A CLEAN SYSTEM THE FIRST   *
022900* RUN FINDS NO FILE (STATUS 35) AND CREATES IT WITH AN OPEN  *
023000* OUTPUT/CLOSE BEFORE RE-OPENING I-O (SAME BOOTSTRAP AS      *
023100* JARSORDM).                                                 *
023200*===========================================================*
023300 1000-INITIALIZE.
023400     MOVE "01" TO J5-JAR-ID (1)
023500     MOVE "02" TO J5-JAR-ID (2)
023600     MOVE "03" TO J5-JAR-ID (3)
023700     MOVE "04" TO J5-JAR-ID (4)
023800     MOVE "05" TO J5-JAR-ID (5)
023900
024000     ACCEPT J5-TODAY FROM DATE YYYYMMDD
024100
024200     OPEN I-O JARDEBT-FILE
024300     IF J5-JARDEBT-FILE-MISSING
024400         OPEN OUTPUT JARDEBT-FILE
024500         CLOSE JARDEBT-FILE
024600         OPEN I-O JARDEBT-FILE
024700     END-IF.
024800
024900 1000-INITIALIZE-EXIT.
025000     EXIT.
025100
025200*===========================================================*
025300* 1500-ACCEPT-ENTRY.                                         *
025400* PROMPTS FOR THE DEBT AND EVERYTHING THE MONTHLY RUN NEEDS  *
025500* TO FOLLOW IT.                                              *
025600*===========================================================*
025700 1500-ACCEPT-ENTRY.
025800     SET J5-ENTRY-IS-VALID TO TRUE
025900     MOVE SPACES TO J5-REJECT-REASON
026000
026100     DISPLAY "ACCOUNT ID (01-02) - BLANK FOR 01: "
026200         WITH NO ADVANCING
026300     ACCEPT J5-ACCT-ID-INPUT FROM CONSOLE
026400     IF J5-ACCT-ID-INPUT = SPACES
026500         MOVE "01" TO J5-ACCT-ID-INPUT
026600     END-IF
026700
026800     DISPLAY "DEBT ID (4 CHARS): " WITH NO ADVANCING
026900     ACCEPT J5-DEBT-ID-INPUT FROM CONSOLE
027000
027100     DISPLAY "LENDER: " WITH NO ADVANCING
027200     ACCEPT J5-LENDER-INPUT FROM CONSOLE
027300
027400     DISPLAY "PRINCIPAL BORROWED (FORMAT NNNNNN.NN): "
027500         WITH NO ADVANCING
027600     ACCEPT J5-PRINCIPAL-INPUT FROM CONSOLE
027700
027800     DISPLAY "APR PERCENT (FORMAT NN.NNN): " WITH NO ADVANCING
027900     ACCEPT J5-APR-INPUT FROM CONSOLE
028000
028100     DISPLAY "MONTHLY PAYMENT (FORMAT NNNNNN.NN): "
028200         WITH NO ADVANCING
028300     ACCEPT J5-PAYMENT-INPUT FROM CONSOLE
028400
028500     DISPLAY "PAYING JAR ID (01-05): " WITH NO ADVANCING
028600     ACCEPT J5-JAR-ID-INPUT FROM CONSOLE
028700
028800     DISPLAY "STANDING ORDER ID THAT PAYS IT: " WITH NO ADVANCING
028900     ACCEPT J5-ORDER-ID-INPUT FROM CONSOLE
029000
029100     DISPLAY "FIRST PAYMENT MONTH (YYYYMM) - BLANK FOR THIS "
029200         "MONTH: " WITH NO ADVANCING
029300     ACCEPT J5-START-MONTH-INPUT FROM CONSOLE
029400
029500     DISPLAY "ACTIVE (Y/N): " WITH NO ADVANCING
029600     ACCEPT J5-ACTIVE-INPUT FROM CONSOLE
029700
029800     IF J5-ACCT-ID-INPUT NOT = "01"
029900         AND J5-ACCT-ID-INPUT NOT = "02"
030000         SET J5-ENTRY-IS-INVALID TO TRUE
030100         MOVE "ACCOUNT IS NOT 01 OR 02" TO J5-REJECT-REASON
030200         GO TO 1500-ACCEPT-ENTRY-EXIT
030300     END-IF
030400
030500     IF J5-DEBT-ID-INPUT = SPACES
030600         SET J5-ENTRY-IS-INVALID TO TRUE
030700         MOVE "DEBT ID IS BLANK" TO J5-REJECT-REASON
030800         GO TO 1500-ACCEPT-ENTRY-EXIT
030900     END-IF
031000
031100     IF J5-LENDER-INPUT = SPACES
031200         SET J5-ENTRY-IS-INVALID TO TRUE
031300         MOVE "LENDER IS BLANK" TO J5-REJECT-REASON
031400         GO TO 1500-ACCEPT-ENTRY-EXIT
031500     END-IF
031600
031700     MOVE J5-PRINCIPAL-INPUT TO J5-AMOUNT-INPUT
031800     PERFORM 1600-EDIT-AMOUNT
031900         THRU 1600-EDIT-AMOUNT-EXIT
032000     IF J5-ENTRY-IS-INVALID
032100         MOVE "PRINCIPAL NOT IN NNNNNN.NN FORMAT"
032200                                TO J5-REJECT-REASON
032300         GO TO 1500-ACCEPT-ENTRY-EXIT
032400     END-IF
032500     MOVE J5-AMOUNT-VALUE TO J5-DEBT-PRINCIPAL
032600     IF J5-DEBT-PRINCIPAL = ZERO
032700         SET J5-ENTRY-IS-INVALID TO TRUE
032800         MOVE "PRINCIPAL IS ZERO" TO J5-REJECT-REASON
032900         GO TO 1500-ACCEPT-ENTRY-EXIT
033000     END-IF
033100
033200     IF J5-APR-DOT NOT = "."
033300         OR J5-APR-WHOLE NOT NUMERIC
033400         OR J5-APR-FRAC NOT NUMERIC
033500         SET J5-ENTRY-IS-INVALID TO TRUE
033600         MOVE "APR NOT IN NN.NNN FORMAT" TO J5-REJECT-REASON
033700         GO TO 1500-ACCEPT-ENTRY-EXIT
033800     END-IF
033900     MOVE J5-APR-WHOLE TO J5-APR-WHOLE-NUM
034000     MOVE J5-APR-FRAC  TO J5-APR-FRAC-NUM
034100     COMPUTE J5-DEBT-APR =
034200         J5-APR-WHOLE-NUM + (J5-APR-FRAC-NUM / 1000)
034300
034400     MOVE J5-PAYMENT-INPUT TO J5-AMOUNT-INPUT
034500     PERFORM 1600-EDIT-AMOUNT
034600         THRU 1600-EDIT-AMOUNT-EXIT
034700     IF J5-ENTRY-IS-INVALID
034800         MOVE "PAYMENT NOT IN NNNNNN.NN FORMAT"
034900                                TO J5-REJECT-REASON
035000         GO TO 1500-ACCEPT-ENTRY-EXIT
035100     END-IF
035200     MOVE J5-AMOUNT-VALUE TO J5-DEBT-PAYMENT
035300     IF J5-DEBT-PAYMENT = ZERO
035400         SET J5-ENTRY-IS-INVALID TO TRUE
035500         MOVE "MONTHLY PAYMENT IS ZERO" TO J5-REJECT-REASON
035600         GO TO 1500-ACCEPT-ENTRY-EXIT
035700     END-IF
035800
035900     MOVE "N" TO J5-JAR-KNOWN-SW
036000     SET J5-JAR-IDX TO 1
036100     SEARCH J5-JAR-ENTRY
036200         AT END
036300             CONTINUE
036400         WHEN J5-JAR-ID (J5-JAR-IDX) = J5-JAR-ID-INPUT
036500             SET J5-JAR-IS-KNOWN TO TRUE
036600     END-SEARCH
036700
036800     IF NOT J5-JAR-IS-KNOWN
036900         SET J5-ENTRY-IS-INVALID TO TRUE
037000         MOVE "JAR IS NOT ONE OF THE FIVE JARS"
037100                                TO J5-REJECT-REASON
037200         GO TO 1500-ACCEPT-ENTRY-EXIT
037300     END-IF
037400
037500     IF J5-ORDER-ID-INPUT = SPACES
037600         SET J5-ENTRY-IS-INVALID TO TRUE
037700         MOVE "STANDING ORDER ID IS BLANK" TO J5-REJECT-REASON
037800         GO TO 1500-ACCEPT-ENTRY-EXIT
037900     END-IF
038000
038100     IF J5-START-MONTH-INPUT = SPACES
038200         MOVE J5-TODAY-YM TO J5-START-MONTH
038300     ELSE
038400         IF J5-START-MONTH-INPUT NOT NUMERIC
038500             SET J5-ENTRY-IS-INVALID TO TRUE
038600             MOVE "FIRST MONTH IS NOT YYYYMM" TO J5-REJECT-REASON
038700             GO TO 1500-ACCEPT-ENTRY-EXIT
038800         END-IF
038900         MOVE J5-START-MONTH-INPUT TO J5-START-MONTH
039000         IF J5-START-MM < 1 OR J5-START-MM > 12
039100             SET J5-ENTRY-IS-INVALID TO TRUE
039200             MOVE "FIRST MONTH IS NOT YYYYMM" TO J5-REJECT-REASON
039300             GO TO 1500-ACCEPT-ENTRY-EXIT
039400         END-IF
039500     END-IF
039600
039700     IF J5-ACTIVE-INPUT NOT = "Y" AND J5-ACTIVE-INPUT NOT = "N"
039800         SET J5-ENTRY-IS-INVALID TO TRUE
039900         MOVE "ACTIVE FLAG IS NOT Y OR N" TO J5-REJECT-REASON
040000     END-IF.
040100
040200 1500-ACCEPT-ENTRY-EXIT.
040300     EXIT.
040400
040500*===========================================================*
040600* 1600-EDIT-AMOUNT.                                          *
040700* CHECKS THE NNNNNN.NN TEXT IN J5-AMOUNT-INPUT AND LEAVES    *
040800* ITS VALUE IN J5-AMOUNT-VALUE.                              *
040900*===========================================================*
041000 1600-EDIT-AMOUNT.
041100     MOVE ZERO TO J5-AMOUNT-VALUE
041200
041300     IF J5-AMI-DOT NOT = "."
041400         OR J5-AMI-WHOLE NOT NUMERIC
041500         OR J5-AMI-FRAC NOT NUMERIC
041600         SET J5-ENTRY-IS-INVALID TO TRUE
041700         GO TO 1600-EDIT-AMOUNT-EXIT
041800     END-IF
041900
042000     MOVE J5-AMI-WHOLE TO J5-AMI-WHOLE-NUM
042100     MOVE J5-AMI-FRAC  TO J5-AMI-FRAC-NUM
042200     COMPUTE J5-AMOUNT-VALUE =
042300         J5-AMI-WHOLE-NUM + (J5-AMI-FRAC-NUM / 100).
042400
042500 1600-EDIT-AMOUNT-EXIT.
042600     EXIT.
042700
042800*===========================================================*
042900* 1700-CHECK-ORDER.                                          *
043000* THE STANDING ORDER NAMED MUST EXIST FOR THE SAME ACCOUNT   *
043100* AND COME OUT OF THE PAYING JAR.  JARSORD IS ONLY READ      *
043200* HERE.                                                      *
043300*===========================================================*
043400 1700-CHECK-ORDER.
043500     OPEN INPUT JARSORD-FILE
043600     IF J5-JARSORD-FILE-MISSING
043700         SET J5-ENTRY-IS-INVALID TO TRUE
043800         MOVE "NO STANDING ORDERS ON FILE" TO J5-REJECT-REASON
043900         GO TO 1700-CHECK-ORDER-EXIT
044000     END-IF
044100
044200     MOVE J5-ACCT-ID-INPUT  TO SO-ACCT-ID
044300     MOVE J5-ORDER-ID-INPUT TO SO-ORDER-ID
044400     READ JARSORD-FILE
044500         INVALID KEY
044600             CONTINUE
044700     END-READ
044800
044900     IF NOT J5-JARSORD-OK
045000         SET J5-ENTRY-IS-INVALID TO TRUE
045100         MOVE "STANDING ORDER NOT ON JARSORD" TO J5-REJECT-REASON
045200         GO TO 1700-CHECK-ORDER-CLOSE
045300     END-IF
045400
045500     IF SO-JAR-ID NOT = J5-JAR-ID-INPUT
045600         SET J5-ENTRY-IS-INVALID TO TRUE
045700         MOVE "STANDING ORDER PAYS FROM ANOTHER JAR"
045800                                TO J5-REJECT-REASON
045900     END-IF.
046000
046100 1700-CHECK-ORDER-CLOSE.
046200     CLOSE JARSORD-FILE.
046300
046400 1700-CHECK-ORDER-EXIT.
046500     EXIT.
046600
046700*===========================================================*
046800* 2100-REJECT-RUN.                                           *
046900* NOTHING IS WRITTEN TO JARDEBT WHEN VALIDATION FAILS.       *
047000*===========================================================*
047100 2100-REJECT-RUN.
047200     DISPLAY "[JARDEBTM] UPDATE REJECTED - " J5-REJECT-REASON
047300     CLOSE JARDEBT-FILE
047400     MOVE 16 TO RETURN-CODE.
047500
047600 2100-REJECT-RUN-EXIT.
047700     EXIT.
047800
047900*===========================================================*
048000* 3000-UPDATE-DEBT.                                          *
048100* REWRITES THE DEBT'S RECORD IF IT EXISTS, OR CREATES IT.  A *
048200* DEBT RE-ENTERED ACTIVE WITH NOTHING LEFT OUTSTANDING STAYS *
048300* PAID OFF.                                                  *
048400*===========================================================*
048500 3000-UPDATE-DEBT.
048600     MOVE J5-ACCT-ID-INPUT TO DT-ACCT-ID
048700     MOVE J5-DEBT-ID-INPUT TO DT-DEBT-ID
048800     READ JARDEBT-FILE
048900         INVALID KEY
049000             CONTINUE
049100     END-READ
049200
049300     MOVE SPACES TO J5-BEFORE-IMAGE
049400     MOVE "A"    TO J5-JRNL-ACTION
049500     IF J5-JARDEBT-OK
049550         PERFORM 3700-BUILD-JRNL-IMAGE
049560             THRU 3700-BUILD-JRNL-IMAGE-EXIT
049600         MOVE J5-JRNL-IMAGE  TO J5-BEFORE-IMAGE
049700         MOVE "C"            TO J5-JRNL-ACTION
049800     ELSE
049900         IF NOT J5-JARDEBT-NOTFOUND
050000             MOVE 12 TO RETURN-CODE
050100             GO TO 3000-UPDATE-DEBT-EXIT
050200         END-IF
050300     END-IF
050400
050500     IF NOT J5-JARDEBT-OK
050600         OR DT-PRINCIPAL NOT = J5-DEBT-PRINCIPAL
050700         OR DT-START-MONTH NOT = J5-START-MONTH
050800         PERFORM 3100-START-TRACKING
050900             THRU 3100-START-TRACKING-EXIT
051000     END-IF
051100
051200     MOVE J5-ACCT-ID-INPUT  TO DT-ACCT-ID
051300     MOVE J5-DEBT-ID-INPUT  TO DT-DEBT-ID
051400     MOVE J5-LENDER-INPUT   TO DT-LENDER
051500     MOVE J5-DEBT-PRINCIPAL TO DT-PRINCIPAL
051600     MOVE J5-DEBT-APR       TO DT-APR
051700     MOVE J5-DEBT-PAYMENT   TO DT-MONTHLY-PAYMENT
051800     MOVE J5-JAR-ID-INPUT   TO DT-JAR-ID
051900     MOVE J5-ORDER-ID-INPUT TO DT-ORDER-ID
052000     MOVE J5-TODAY          TO DT-SET-DATE
052100
052200     IF J5-ACTIVE-INPUT = "N"
052300         SET DT-CLOSED TO TRUE
052400     ELSE
052500         IF DT-OUTSTANDING > ZERO
052600             SET DT-ACTIVE TO TRUE
052700         ELSE
052800             SET DT-PAID-OFF TO TRUE
052900         END-IF
053000     END-IF
053100
053200     IF J5-JARDEBT-OK
053300         REWRITE JARDEBT-RECORD
053400     ELSE
053500         WRITE JARDEBT-RECORD
053600     END-IF
053700
053800     IF J5-JARDEBT-OK
053900         PERFORM 3600-JOURNAL-CHANGE
054000             THRU 3600-JOURNAL-CHANGE-EXIT
054100     ELSE
054200         MOVE 12 TO RETURN-CODE
054300     END-IF.
054400
054500 3000-UPDATE-DEBT-EXIT.
054600     EXIT.
054700
054800*===========================================================*
054900* 3100-START-TRACKING.                                       *
055000* THE WHOLE PRINCIPAL IS OUTSTANDING AND THE MONTH BEFORE    *
055100* THE FIRST PAYMENT IS THE LAST MONTH APPLIED, SO JARDBRUN   *
055200* PICKS THE DEBT UP FROM ITS FIRST PAYMENT.                  *
055300*===========================================================*
055400 3100-START-TRACKING.
055500     SET J5-TRACKING-RESTARTED TO TRUE
055600     MOVE J5-START-MONTH    TO DT-START-MONTH
055700     MOVE J5-DEBT-PRINCIPAL TO DT-OUTSTANDING
055800     MOVE ZERO              TO DT-INTEREST-YTD
055900     MOVE J5-START-YYYY     TO DT-YTD-YEAR
056000     MOVE ZERO              TO DT-LAST-PAYMENT
056100     MOVE ZERO              TO DT-LAST-INTEREST
056200     MOVE ZERO              TO DT-LAST-PRINCIPAL
056300
056400     COMPUTE J5-WORK-MONTH-NO =
056500         J5-START-YYYY * 12 + J5-START-MM - 2
056600     DIVIDE J5-WORK-MONTH-NO BY 12
056700         GIVING J5-WORK-YYYY
056800         REMAINDER J5-WORK-MM
056900     ADD 1 TO J5-WORK-MM
057000     MOVE J5-WORK-YM TO DT-LAST-MONTH.
057100
057200 3100-START-TRACKING-EXIT.
057300     EXIT.
057400
057500*===========================================================*
057600* 3600-JOURNAL-CHANGE.                                      *
057700*===========================================================*
057800 3600-JOURNAL-CHANGE.
057850     PERFORM 3700-BUILD-JRNL-IMAGE
057860         THRU 3700-BUILD-JRNL-IMAGE-EXIT
057900     MOVE J5-JRNL-IMAGE  TO J5-AFTER-IMAGE
058000     MOVE DT-KEY         TO J5-JRNL-KEY
058100
058200     CALL "CHGLOG" USING J5-SIGNON-OPER-ID
058300                         "JARDEBTM"
058400                         J5-JRNL-ACTION
058500                         J5-JRNL-KEY
058600                         J5-BEFORE-IMAGE
058700                         J5-AFTER-IMAGE.
058800
058900 3600-JOURNAL-CHANGE-EXIT.
059000     EXIT.
059004
059008*===========================================================*
059012* 3700-BUILD-JRNL-IMAGE.                                     *
059016* THE CONDENSED JOURNAL IMAGE OF THE DEBT RECORD IN HAND.    *
059020*===========================================================*
059024 3700-BUILD-JRNL-IMAGE.
059028     MOVE SPACES             TO J5-JRNL-IMAGE
059032     MOVE DT-KEY             TO J5-JI-KEY
059036     MOVE DT-PRINCIPAL       TO J5-JI-PRINCIPAL
059040     MOVE DT-APR             TO J5-JI-APR
059044     MOVE DT-MONTHLY-PAYMENT TO J5-JI-PAYMENT
059048     MOVE DT-JAR-ID          TO J5-JI-JAR-ID
059052     MOVE DT-ORDER-ID        TO J5-JI-ORDER-ID
059056     MOVE DT-STATUS          TO J5-JI-STATUS
059060     MOVE DT-START-MONTH     TO J5-JI-START-MONTH
059064     MOVE DT-OUTSTANDING     TO J5-JI-OUTSTANDING
059068     MOVE DT-LAST-MONTH      TO J5-JI-LAST-MONTH
059072     MOVE DT-LENDER          TO J5-JI-LENDER.
059076
059080 3700-BUILD-JRNL-IMAGE-EXIT.
059084     EXIT.
059100
059200*===========================================================*
059300* 9000-TERMINATE.                                            *
059400*===========================================================*
059500 9000-TERMINATE.
059600     CLOSE JARDEBT-FILE.
059700
059800 9000-TERMINATE-EXIT.
059900     EXIT.
