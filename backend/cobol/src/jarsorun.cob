001550*                    posts into its own account's jar set and  *
001560*                    the month checkpoint carries the account  *
001570*                    (blank on old records = 01).              *
001580*   2026-10-15  BV   An order held for insufficient funds    *
001585*                    now raises an "H" alert through         *
001590*                    JARALRT for the web frontend, carrying  *
001595*                    the withdrawal that could not post.     *
001600*-----------------------------------------------------------*
001700* POSTS EVERY ACTIVE JARSORD STANDING ORDER THAT IS DUE:     *
001800* AN ORDER IS DUE FROM ITS DAY OF THE MONTH ONWARD, SO A     *
002500* AN ORDER THE JAR CANNOT COVER IS REPORTED AND LEFT FOR A   *
002600* LATER NIGHT (RETURN CODE 8); ANY OTHER POSTING FAILURE     *
002700* STOPS THE RUN (RETURN CODE 12).                            *
002710* EVERY HELD ORDER IS ALSO PUT ON THE JARALRT.DAT ALERT FILE *
002720* (TYPE "H") SO THE FRONTEND CAN SHOW IT.                    *
002800*-----------------------------------------------------------*
002900
003000 ENVIRONMENT DIVISION.
007000 01  J5-POST-RETURN-CODE       PIC 9(02).
007050 01  J5-POST-CATEG             PIC X(04) VALUE SPACES.
007100 01  J5-JAR-NAME-FOUND         PIC X(20).
007150 01  J5-ALERT-MESSAGE          PIC X(40).
007200
007300 01  J5-RUN-ABORTED-SW         PIC X(01) VALUE "N".
007400     88  J5-RUN-ABORTED        VALUE "Y".
031800                 " HELD - JAR " SO-JAR-ID
031900                 " CANNOT COVER IT TONIGHT"
032000             ADD 1 TO J5-ORDERS-HELD
032110             MOVE SPACES TO J5-ALERT-MESSAGE
032115             STRING "ORDER "       DELIMITED BY SIZE
032120                    SO-ORDER-ID    DELIMITED BY SIZE
032125                    " HELD - INSUFFICIENT FUNDS"
032130                                   DELIMITED BY SIZE
032135                    INTO J5-ALERT-MESSAGE
032140             CALL "JARALRT" USING "H"
032145                                  SO-ACCT-ID
032150                                  SO-JAR-ID
032155                                  J5-POST-AMOUNT
032160                                  J5-ALERT-MESSAGE
032200         ELSE
032300             DISPLAY "[JARSORUN] ORDER " SO-ORDER-ID
032400                 " FAILED TO POST - RUN STOPPING"
034800
034900     DISPLAY "[JARSORUN] ORDERS POSTED:  " J5-ORDERS-POSTED
035000     DISPLAY "[JARSORUN] ORDERS SKIPPED: " J5-ORDERS-SKIPPED
035100     DISPLAY "[JARSORUN] ORDERS HELD:    " J5-ORDERS-HELD
035110
035120*    SET HERE RATHER THAN AS EACH ORDER IS HELD - EVERY LATER
035130*    CALL (JARPOST, JARALRT) HANDS BACK ITS OWN RETURN CODE.
035140     IF J5-ORDERS-HELD > 0 AND RETURN-CODE < 8
035150         MOVE 8 TO RETURN-CODE
035160     END-IF.
035200
035300 9000-TERMINATE-EXIT.
035400     EXIT.
