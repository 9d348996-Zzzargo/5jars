001505*                    split for - each account runs its own       *
001506*                    JARPCT percentages, and the history          *
001507*                    records carry the account.                  *
001510*   2026-10-15  BV   The transaction now starts with an         *
001520*                    operator sign-on (JARSIGN) and only a      *
001530*                    supervisor may change the split.  Each     *
001540*                    jar record written is journaled on CHGJRNL *
001550*                    with its before and after image.           *
001560*-----------------------------------------------------------*
001600* ACCEPTS A NEW ALLOCATION PERCENTAGE FOR EACH OF THE FIVE    *
001700* JARS, VALIDATES THAT THEY ADD UP TO 100.00, AND, IF THEY DO,*
001800* WRITES THEM TO JARPCT.  THE ALLOCATION RUNS (TEST, JAREOD,  *
004180 01  J5-CURRENT-DATE           PIC 9(08).
004185 01  J5-ACCT-ID                PIC X(02) VALUE "01".
004190 01  J5-ACCT-ID-INPUT          PIC X(02).
004195
004200*-----------------------------------------------------------*
004205* WHO SIGNED ON, AND THE CHANGE-JOURNAL IMAGES OF EACH JAR'S *
004210* JARPCT RECORD EITHER SIDE OF THE CHANGE (BEFORE IS SPACES *
004215* WHEN THE RECORD IS NEW).                                  *
004220*-----------------------------------------------------------*
004225 01  J5-SIGNON-OPER-ID         PIC X(08) VALUE SPACES.
004230 01  J5-SIGNON-LEVEL           PIC X(01) VALUE SPACES.
004235     88  J5-SIGNON-SUPERVISOR  VALUE "S".
004240 01  J5-SIGNON-RETURN-CODE     PIC 9(02).
004245 01  J5-JRNL-ACTION            PIC X(01).
004250 01  J5-JRNL-KEY               PIC X(20).
004255 01  J5-BEFORE-IMAGE           PIC X(70).
004260 01  J5-AFTER-IMAGE            PIC X(70).
004262 01  J5-UPDATE-FAILED-SW       PIC X(01) VALUE "N".
004263     88  J5-UPDATE-FAILED      VALUE "Y".
004265
004300 01  J5-PERCENTS-VALID-SW      PIC X(01) VALUE "Y".
004400     88  J5-PERCENTS-ARE-VALID    VALUE "Y".
004500     88  J5-PERCENTS-ARE-INVALID  VALUE "N".
006300*===========================================================*
006400 0000-MAINLINE.
006500     MOVE 0 TO RETURN-CODE
006510
006520     PERFORM 0500-SIGN-ON
006530         THRU 0500-SIGN-ON-EXIT
006540
006550     IF RETURN-CODE NOT = 0
006560         GO TO 0000-MAINLINE-EXIT
006570     END-IF
006600
006700     PERFORM 1000-INITIALIZE
006800         THRU 1000-INITIALIZE-EXIT
008510
008512*    THE HISTORY MUST NEVER CLAIM PERCENTAGES TOOK EFFECT
008514*    WHEN JARPCT WAS NOT FULLY UPDATED - NO HISTORY AND NO
008516*    SUCCESS MESSAGE AFTER A FAILED REWRITE/WRITE.  THE
008517*    SWITCH, NOT RETURN-CODE, SAYS SO - THE CHGLOG CALL FOR A
008518*    LATER JAR HANDS BACK ITS OWN RETURN CODE.
008520     IF NOT J5-UPDATE-FAILED
008540         PERFORM 3500-WRITE-HISTORY
008560             THRU 3500-WRITE-HISTORY-EXIT
008600
008720     ELSE
008740         DISPLAY "[JARPCTM] UPDATE FAILED - JARPCT NOT FULLY "
008760             "UPDATED, NO HISTORY WRITTEN"
008770         MOVE 12 TO RETURN-CODE
008780     END-IF
008800
008900     PERFORM 9000-TERMINATE
009400 0000-MAINLINE-EXIT.
009500     STOP RUN RETURNING RETURN-CODE.
009600
009602*===========================================================*
009604* 0500-SIGN-ON.                                             *
009606* CHANGING THE INCOME SPLIT IS SUPERVISOR WORK.  NOTHING IS *
009608* OPENED UNTIL THE SIGN-ON HAS BEEN ACCEPTED.               *
009610*===========================================================*
009612 0500-SIGN-ON.
009614     CALL "JARSIGN" USING "JARPCTM "
009616                          J5-SIGNON-OPER-ID
009618                          J5-SIGNON-LEVEL
009620                          J5-SIGNON-RETURN-CODE
009622
009624     IF J5-SIGNON-RETURN-CODE NOT = 0
009626         DISPLAY "[JARPCTM] UPDATE REJECTED - NOT SIGNED ON"
009628         MOVE 16 TO RETURN-CODE
009630         GO TO 0500-SIGN-ON-EXIT
009632     END-IF
009634
009636     IF NOT J5-SIGNON-SUPERVISOR
009638         DISPLAY "[JARPCTM] UPDATE REJECTED - SUPERVISOR "
009640             "AUTHORITY REQUIRED"
009642         MOVE 16 TO RETURN-CODE
009644     END-IF.
009646
009648 0500-SIGN-ON-EXIT.
009650     EXIT.
009652
009700*===========================================================*
009800* 1000-INITIALIZE.                                           *
009900* LOADS THE JAR IDS AND NAMES AND OPENS THE CONTROL FILE.    *
019400             CONTINUE
019500     END-READ
019550
019552     MOVE SPACES TO J5-BEFORE-IMAGE
019554     MOVE "A"    TO J5-JRNL-ACTION
019560     IF J5-JARPCT-OK
019570         MOVE JP-JAR-PERCENT TO J5-OLD-PERCENT (J5-JAR-IDX)
019572         MOVE JARPCT-RECORD  TO J5-BEFORE-IMAGE
019574         MOVE "C"            TO J5-JRNL-ACTION
019580     END-IF
019600
019650     MOVE J5-ACCT-ID                  TO JP-ACCT-ID
020500             WRITE JARPCT-RECORD
020600         ELSE
020700             MOVE 12 TO RETURN-CODE
020710             SET J5-UPDATE-FAILED TO TRUE
020750             GO TO 3000-UPDATE-JAR-EXIT
020800         END-IF
020810     END-IF
020820
020830     IF J5-JARPCT-OK
020840         PERFORM 3600-JOURNAL-CHANGE
020850             THRU 3600-JOURNAL-CHANGE-EXIT
020860     ELSE
020870         MOVE 12 TO RETURN-CODE
020880         SET J5-UPDATE-FAILED TO TRUE
020900     END-IF.
021000
021100 3000-UPDATE-JAR-EXIT.
021342 3550-WRITE-ONE-HISTORY-EXIT.
021344     EXIT.
021346
021348*===========================================================*
021350* 3600-JOURNAL-CHANGE.                                      *
021352* ONE CHGJRNL RECORD PER JAR RECORD ACTUALLY WRITTEN.       *
021354*===========================================================*
021356 3600-JOURNAL-CHANGE.
021358     MOVE JARPCT-RECORD TO J5-AFTER-IMAGE
021360     MOVE JP-KEY        TO J5-JRNL-KEY
021362
021364     CALL "CHGLOG" USING J5-SIGNON-OPER-ID
021366                         "JARPCTM "
021368                         J5-JRNL-ACTION
021370                         J5-JRNL-KEY
021372                         J5-BEFORE-IMAGE
021374                         J5-AFTER-IMAGE.
021376
021378 3600-JOURNAL-CHANGE-EXIT.
021380     EXIT.
021382
021400*===========================================================*
021500* 9000-TERMINATE.                                            *
021600*===========================================================*
