001520*                    (01/02, blank for 01) it is setting      *
001530*                    targets for - each account manages its   *
001540*                    own budget.                              *
001550*   2026-10-15  BV   The transaction now starts with an       *
001560*                    operator sign-on (JARSIGN).  Each jar    *
001570*                    record written is journaled on CHGJRNL   *
001580*                    with its before and after image.         *
001600*-----------------------------------------------------------*
001700* ACCEPTS A MONTHLY WITHDRAWAL TARGET FOR EACH OF THE FIVE   *
001800* JARS AND WRITES THEM TO JARGOAL.  TARGETS ARE INDEPENDENT  *
004710
004720 01  J5-ACCT-ID                PIC X(02) VALUE "01".
004730 01  J5-ACCT-ID-INPUT          PIC X(02).
004735
004740*-----------------------------------------------------------*
004745* WHO SIGNED ON, AND THE CHANGE-JOURNAL IMAGES OF EACH JAR'S *
004750* JARGOAL RECORD EITHER SIDE OF THE CHANGE (BEFORE IS SPACES *
004755* WHEN THE RECORD IS NEW).                                  *
004760*-----------------------------------------------------------*
004765 01  J5-SIGNON-OPER-ID         PIC X(08) VALUE SPACES.
004770 01  J5-SIGNON-LEVEL           PIC X(01) VALUE SPACES.
004775 01  J5-SIGNON-RETURN-CODE     PIC 9(02).
004780 01  J5-JRNL-ACTION            PIC X(01).
004785 01  J5-JRNL-KEY               PIC X(20).
004790 01  J5-BEFORE-IMAGE           PIC X(70).
004795 01  J5-AFTER-IMAGE            PIC X(70).
004796 01  J5-UPDATE-FAILED-SW       PIC X(01) VALUE "N".
004797     88  J5-UPDATE-FAILED      VALUE "Y".
004800
004900*-----------------------------------------------------------*
005000* OPERATOR INPUT IS ACCEPTED AS TEXT IN NNNNNN.NN FORMAT,    *
007500*===========================================================*
007600 0000-MAINLINE.
007700     MOVE 0 TO RETURN-CODE
007710
007720     PERFORM 0500-SIGN-ON
007730         THRU 0500-SIGN-ON-EXIT
007740
007750     IF RETURN-CODE NOT = 0
007760         GO TO 0000-MAINLINE-EXIT
007770     END-IF
007800
007900     PERFORM 1000-INITIALIZE
008000         THRU 1000-INITIALIZE-EXIT
009500
009520*    NO SUCCESS MESSAGE AFTER A FAILED REWRITE/WRITE - SAME
009540*    GUARD AS JARPCTM, THE TRANSACTION THIS ONE IS MODELLED ON.
009550*    THE SWITCH SURVIVES A LATER JAR'S CHGLOG CALL; RC DOES NOT.
009560     IF NOT J5-UPDATE-FAILED
009600         DISPLAY "[JARGOALM] SPENDING TARGETS UPDATED"
009620     ELSE
009640         DISPLAY "[JARGOALM] UPDATE FAILED - JARGOAL NOT "
009660             "FULLY UPDATED"
009670         MOVE 12 TO RETURN-CODE
009680     END-IF
009700
009800     PERFORM 9000-TERMINATE
010300 0000-MAINLINE-EXIT.
010400     STOP RUN RETURNING RETURN-CODE.
010500
010505*===========================================================*
010510* 0500-SIGN-ON.                                             *
010515* ANY ACTIVE OPERATOR MAY SET SPENDING TARGETS.  NOTHING IS *
010520* OPENED UNTIL THE SIGN-ON HAS BEEN ACCEPTED.               *
010525*===========================================================*
010530 0500-SIGN-ON.
010535     CALL "JARSIGN" USING "JARGOALM"
010540                          J5-SIGNON-OPER-ID
010545                          J5-SIGNON-LEVEL
010550                          J5-SIGNON-RETURN-CODE
010555
010560     IF J5-SIGNON-RETURN-CODE NOT = 0
010565         DISPLAY "[JARGOALM] UPDATE REJECTED - NOT SIGNED ON"
010570         MOVE 16 TO RETURN-CODE
010575     END-IF.
010580
010585 0500-SIGN-ON-EXIT.
010590     EXIT.
010595
010600*===========================================================*
010700* 1000-INITIALIZE.                                           *
010800* LOADS THE JAR IDS AND NAMES AND OPENS THE CONTROL FILE.    *
021300             CONTINUE
021400     END-READ
021500
021505     MOVE SPACES TO J5-BEFORE-IMAGE
021510     MOVE "A"    TO J5-JRNL-ACTION
021515     IF J5-JARGOAL-OK
021520         MOVE JARGOAL-RECORD TO J5-BEFORE-IMAGE
021525         MOVE "C"            TO J5-JRNL-ACTION
021530     END-IF
021535
021550     MOVE J5-ACCT-ID                 TO GL-ACCT-ID
021600     MOVE J5-JAR-ID (J5-JAR-IDX)     TO GL-JAR-ID
021700     MOVE J5-JAR-NAME (J5-JAR-IDX)   TO GL-JAR-NAME
022400             WRITE JARGOAL-RECORD
022500         ELSE
022600             MOVE 12 TO RETURN-CODE
022610             SET J5-UPDATE-FAILED TO TRUE
022650             GO TO 3000-UPDATE-JAR-EXIT
022700         END-IF
022710     END-IF
022720
022730     IF J5-JARGOAL-OK
022740         PERFORM 3600-JOURNAL-CHANGE
022750             THRU 3600-JOURNAL-CHANGE-EXIT
022760     ELSE
022770         MOVE 12 TO RETURN-CODE
022780         SET J5-UPDATE-FAILED TO TRUE
022800     END-IF.
022900
023000 3000-UPDATE-JAR-EXIT.
023100     EXIT.
023200
023205*===========================================================*
023210* 3600-JOURNAL-CHANGE.                                      *
023215* ONE CHGJRNL RECORD PER JAR RECORD ACTUALLY WRITTEN.       *
023220*===========================================================*
023225 3600-JOURNAL-CHANGE.
023230     MOVE JARGOAL-RECORD TO J5-AFTER-IMAGE
023235     MOVE GL-KEY         TO J5-JRNL-KEY
023240
023245     CALL "CHGLOG" USING J5-SIGNON-OPER-ID
023250                         "JARGOALM"
023255                         J5-JRNL-ACTION
023260                         J5-JRNL-KEY
023265                         J5-BEFORE-IMAGE
023270                         J5-AFTER-IMAGE.
023275
023280 3600-JOURNAL-CHANGE-EXIT.
023285     EXIT.
023290
023300*===========================================================*
023400* 9000-TERMINATE.                                            *
023500*===========================================================*
