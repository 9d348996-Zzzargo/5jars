001200*   2026-09-08  BV   Original maintenance transaction for     *
001300*                    the JARCAT spending categories, same     *
001400*                    prompt-validate-write flow as JARGOALM.  *
001420*   2026-10-15  BV   The transaction now starts with an       *
001440*                    operator sign-on (JARSIGN).  The         *
001460*                    category record written is journaled on  *
001480*                    CHGJRNL with its before and after image. *
001482*   2026-10-15  BV   Each category now also carries account   *
001484*                    01's share of a shared household         *
001486*                    expense (blank for 50), which JARSHRD    *
001488*                    uses as its default split.               *
001500*-----------------------------------------------------------*
001600* ACCEPTS ONE SPENDING CATEGORY (CODE, NAME AND SHARED      *
001700* SPLIT) AND WRITES IT TO JARCAT - UPDATING THE RECORD IF    *
001800* THE CODE ALREADY HAS ONE, ADDING A NEW ONE OTHERWISE.      *
001900* JARSPEND VALIDATES EVERY WITHDRAWAL'S CATEGORY AGAINST     *
002000* THIS FILE, JARCATR REPORTS THE MONTH'S SPEND BY THESE      *
002050* CODES AND JARSHRD SPLITS SHARED COSTS BY THEM.  NOTHING IS *
002100* WRITTEN IF VALIDATION FAILS.                               *
002200*-----------------------------------------------------------*
002300
004900
005000 01  J5-CATEG-CODE-INPUT       PIC X(04).
005100 01  J5-CATEG-NAME-INPUT       PIC X(20).
005101 01  J5-SHARED-PCT-INPUT       PIC X(03).
005102 01  J5-SHARED-PCT-NUM         PIC 9(03).
005105
005110*-----------------------------------------------------------*
005115* WHO SIGNED ON, AND THE CHANGE-JOURNAL IMAGES OF THE       *
005120* CATEGORY RECORD EITHER SIDE OF THE CHANGE (BEFORE IS      *
005125* SPACES WHEN THE CATEGORY IS NEW).                         *
005130*-----------------------------------------------------------*
005135 01  J5-SIGNON-OPER-ID         PIC X(08) VALUE SPACES.
005140 01  J5-SIGNON-LEVEL           PIC X(01) VALUE SPACES.
005145 01  J5-SIGNON-RETURN-CODE     PIC 9(02).
005150 01  J5-JRNL-ACTION            PIC X(01).
005155 01  J5-JRNL-KEY               PIC X(20).
005160 01  J5-BEFORE-IMAGE           PIC X(70).
005165 01  J5-AFTER-IMAGE            PIC X(70).
005200
005300 PROCEDURE DIVISION.
005400*===========================================================*
005600*===========================================================*
005700 0000-MAINLINE.
005800     MOVE 0 TO RETURN-CODE
005810
005820     PERFORM 0500-SIGN-ON
005830         THRU 0500-SIGN-ON-EXIT
005840
005850     IF RETURN-CODE NOT = 0
005860         GO TO 0000-MAINLINE-EXIT
005870     END-IF
005900
006000     PERFORM 1000-INITIALIZE
006100         THRU 1000-INITIALIZE-EXIT
008800 0000-MAINLINE-EXIT.
008900     STOP RUN RETURNING RETURN-CODE.
009000
009005*===========================================================*
009010* 0500-SIGN-ON.                                             *
009015* ANY ACTIVE OPERATOR MAY MAINTAIN CATEGORIES.  NOTHING IS  *
009020* OPENED UNTIL THE SIGN-ON HAS BEEN ACCEPTED.               *
009025*===========================================================*
009030 0500-SIGN-ON.
009035     CALL "JARSIGN" USING "JARCATM "
009040                          J5-SIGNON-OPER-ID
009045                          J5-SIGNON-LEVEL
009050                          J5-SIGNON-RETURN-CODE
009055
009060     IF J5-SIGNON-RETURN-CODE NOT = 0
009065         DISPLAY "[JARCATM] UPDATE REJECTED - NOT SIGNED ON"
009070         MOVE 16 TO RETURN-CODE
009075     END-IF.
009080
009085 0500-SIGN-ON-EXIT.
009090     EXIT.
009095
009100*===========================================================*
009200* 1000-INITIALIZE.                                           *
009300* THIS TRANSACTION IS JARCAT'S OWN BOOTSTRAP - ITS VERY      *
010900
011000*===========================================================*
011100* 1500-ACCEPT-ENTRY.                                         *
011200* PROMPTS FOR THE CATEGORY CODE, ITS NAME AND ACCOUNT 01'S   *
011250* SHARE OF A SHARED EXPENSE (000-100, BLANK FOR 050).        *
011300*===========================================================*
011400 1500-ACCEPT-ENTRY.
011500     SET J5-ENTRY-IS-VALID TO TRUE
012000
012100     DISPLAY "CATEGORY NAME: " WITH NO ADVANCING
012200     ACCEPT J5-CATEG-NAME-INPUT FROM CONSOLE
012210
012220     DISPLAY "ACCOUNT 01 SHARE OF SHARED COSTS (000-100) - "
012230         "BLANK FOR 050: " WITH NO ADVANCING
012240     ACCEPT J5-SHARED-PCT-INPUT FROM CONSOLE
012250     IF J5-SHARED-PCT-INPUT = SPACES
012260         MOVE "050" TO J5-SHARED-PCT-INPUT
012270     END-IF
012300
012400     IF J5-CATEG-CODE-INPUT = SPACES
012500         SET J5-ENTRY-IS-INVALID TO TRUE
013000     IF J5-CATEG-NAME-INPUT = SPACES
013100         SET J5-ENTRY-IS-INVALID TO TRUE
013200         MOVE "CATEGORY NAME IS BLANK" TO J5-REJECT-REASON
013205         GO TO 1500-ACCEPT-ENTRY-EXIT
013210     END-IF
013215
013220     IF J5-SHARED-PCT-INPUT NOT NUMERIC
013225         SET J5-ENTRY-IS-INVALID TO TRUE
013230         MOVE "SHARED SPLIT IS NOT 000-100" TO J5-REJECT-REASON
013235         GO TO 1500-ACCEPT-ENTRY-EXIT
013240     END-IF
013245
013250     MOVE J5-SHARED-PCT-INPUT TO J5-SHARED-PCT-NUM
013255     IF J5-SHARED-PCT-NUM > 100
013260         SET J5-ENTRY-IS-INVALID TO TRUE
013265         MOVE "SHARED SPLIT IS NOT 000-100" TO J5-REJECT-REASON
013300     END-IF.
013400
013500 1500-ACCEPT-ENTRY-EXIT.
016000             CONTINUE
016100     END-READ
016200
016210     MOVE SPACES TO J5-BEFORE-IMAGE
016220     MOVE "A"    TO J5-JRNL-ACTION
016230     IF J5-JARCAT-OK
016240         MOVE JARCAT-RECORD TO J5-BEFORE-IMAGE
016250         MOVE "C"           TO J5-JRNL-ACTION
016260     END-IF
016270
016300     MOVE J5-CATEG-CODE-INPUT TO CG-CATEG-CODE
016400     MOVE J5-CATEG-NAME-INPUT TO CG-CATEG-NAME
016450     MOVE J5-SHARED-PCT-NUM   TO CG-SHARED-PCT
016500
016600     IF J5-JARCAT-OK
016700         REWRITE JARCAT-RECORD
017000             WRITE JARCAT-RECORD
017100         ELSE
017200             MOVE 12 TO RETURN-CODE
017250             GO TO 3000-UPDATE-CATEGORY-EXIT
017300         END-IF
017310     END-IF
017320
017330     IF J5-JARCAT-OK
017340         PERFORM 3600-JOURNAL-CHANGE
017350             THRU 3600-JOURNAL-CHANGE-EXIT
017360     ELSE
017370         MOVE 12 TO RETURN-CODE
017400     END-IF.
017500
017600 3000-UPDATE-CATEGORY-EXIT.
017700     EXIT.
017800
017805*===========================================================*
017810* 3600-JOURNAL-CHANGE.                                      *
017815*===========================================================*
017820 3600-JOURNAL-CHANGE.
017825     MOVE JARCAT-RECORD TO J5-AFTER-IMAGE
017830     MOVE CG-CATEG-CODE TO J5-JRNL-KEY
017835
017840     CALL "CHGLOG" USING J5-SIGNON-OPER-ID
017845                         "JARCATM "
017850                         J5-JRNL-ACTION
017855                         J5-JRNL-KEY
017860                         J5-BEFORE-IMAGE
017865                         J5-AFTER-IMAGE.
017870
017875 3600-JOURNAL-CHANGE-EXIT.
017880     EXIT.
017885
017900*===========================================================*
018000* 9000-TERMINATE.                                            *
018100*===========================================================*
