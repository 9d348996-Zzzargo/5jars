001660*                    The first run that writes the history      *
001670*                    seeds the pre-change rates at epoch date   *
001680*                    00000000.                                  *
001682*   2026-10-15  BV   The transaction now starts with an         *
001684*                    operator sign-on (JARSIGN) and only a      *
001686*                    supervisor may change a rate.  Each        *
001688*                    accepted change is journaled on CHGJRNL    *
001690*                    with the old and new rate.                 *
001700*-----------------------------------------------------------*
001800* ACCEPTS A CURRENCY CODE AND ITS EXCHANGE RATE TO THE BASE   *
001900* CURRENCY, AND WRITES IT TO CURRTAB - UPDATING THE RATE IF   *
008394 01  J5-OLD-RATE               PIC 9(05)V9999 VALUE 0.
008396 01  J5-SEED-SUB               PIC 9(03).
008400
008405*-----------------------------------------------------------*
008410* WHO SIGNED ON, AND THE CHANGE-JOURNAL IMAGES OF THE ONE   *
008415* CURRTAB ENTRY CHANGED, BUILT IN THE CURRTAB RECORD LAYOUT *
008420* (BEFORE IS SPACES FOR A BRAND NEW CURRENCY).              *
008425*-----------------------------------------------------------*
008430 01  J5-SIGNON-OPER-ID         PIC X(08) VALUE SPACES.
008435 01  J5-SIGNON-LEVEL           PIC X(01) VALUE SPACES.
008440     88  J5-SIGNON-SUPERVISOR  VALUE "S".
008445 01  J5-SIGNON-RETURN-CODE     PIC 9(02).
008450 01  J5-JRNL-ACTION            PIC X(01).
008455 01  J5-JRNL-KEY               PIC X(20).
008460 01  J5-JRNL-ENTRY.
008465     05  J5-JRNL-CURR-CODE     PIC X(03).
008470     05  J5-JRNL-RATE          PIC 9(05)V9999.
008475 01  J5-BEFORE-IMAGE           PIC X(70).
008480 01  J5-AFTER-IMAGE            PIC X(70).
008485
008500 PROCEDURE DIVISION.
008600*===========================================================*
008700* 0000-MAINLINE.                                             *
008800*===========================================================*
008900 0000-MAINLINE.
009000     MOVE 0 TO RETURN-CODE
009010
009020     PERFORM 0500-SIGN-ON
009030         THRU 0500-SIGN-ON-EXIT
009040
009050     IF RETURN-CODE NOT = 0
009060         GO TO 0000-MAINLINE-EXIT
009070     END-IF
009100
009200     PERFORM 1000-INITIALIZE
009300         THRU 1000-INITIALIZE-EXIT
011450
011460     PERFORM 5000-WRITE-HISTORY
011470         THRU 5000-WRITE-HISTORY-EXIT
011475
011480     PERFORM 6000-JOURNAL-CHANGE
011485         THRU 6000-JOURNAL-CHANGE-EXIT
011500
011600     DISPLAY "[CURRTABM] EXCHANGE RATE UPDATED"
011700
012000 0000-MAINLINE-EXIT.
012100     STOP RUN RETURNING RETURN-CODE.
012200
012202*===========================================================*
012204* 0500-SIGN-ON.                                             *
012206* CHANGING AN EXCHANGE RATE IS SUPERVISOR WORK.  NOTHING IS *
012208* READ UNTIL THE SIGN-ON HAS BEEN ACCEPTED.                 *
012210*===========================================================*
012212 0500-SIGN-ON.
012214     CALL "JARSIGN" USING "CURRTABM"
012216                          J5-SIGNON-OPER-ID
012218                          J5-SIGNON-LEVEL
012220                          J5-SIGNON-RETURN-CODE
012222
012224     IF J5-SIGNON-RETURN-CODE NOT = 0
012226         DISPLAY "[CURRTABM] UPDATE REJECTED - NOT SIGNED ON"
012228         MOVE 16 TO RETURN-CODE
012230         GO TO 0500-SIGN-ON-EXIT
012232     END-IF
012234
012236     IF NOT J5-SIGNON-SUPERVISOR
012238         DISPLAY "[CURRTABM] UPDATE REJECTED - SUPERVISOR "
012240             "AUTHORITY REQUIRED"
012242         MOVE 16 TO RETURN-CODE
012244     END-IF.
012246
012248 0500-SIGN-ON-EXIT.
012250     EXIT.
012252
012300*===========================================================*
012400* 1000-INITIALIZE.                                           *
012500* LOADS WHATEVER CURRTAB ENTRIES ALREADY EXIST INTO THE       *
033300
033400 5100-SEED-ONE-HISTORY-EXIT.
033500     EXIT.
033600
033700*===========================================================*
033800* 6000-JOURNAL-CHANGE.                                      *
033900* ONE CHGJRNL RECORD FOR THE CHANGED OR ADDED CURRENCY, KEYED *
034000* BY ITS CODE, WITH THE OLD AND NEW RATE AS THE IMAGES.     *
034100*===========================================================*
034200 6000-JOURNAL-CHANGE.
034300     MOVE SPACES TO J5-BEFORE-IMAGE
034400     MOVE "A"    TO J5-JRNL-ACTION
034500     IF J5-CHANGED-SUB NOT = 0
034600         MOVE J5-NEW-CURR-CODE TO J5-JRNL-CURR-CODE
034700         MOVE J5-OLD-RATE      TO J5-JRNL-RATE
034800         MOVE J5-JRNL-ENTRY    TO J5-BEFORE-IMAGE
034900         MOVE "C"              TO J5-JRNL-ACTION
035000     END-IF
035100
035200     MOVE J5-NEW-CURR-CODE TO J5-JRNL-CURR-CODE
035300     MOVE J5-NEW-RATE      TO J5-JRNL-RATE
035400     MOVE J5-JRNL-ENTRY    TO J5-AFTER-IMAGE
035500     MOVE J5-NEW-CURR-CODE TO J5-JRNL-KEY
035600
035700     CALL "CHGLOG" USING J5-SIGNON-OPER-ID
035800                         "CURRTABM"
035900                         J5-JRNL-ACTION
036000                         J5-JRNL-KEY
036100                         J5-BEFORE-IMAGE
036200                         J5-AFTER-IMAGE.
036300
036400 6000-JOURNAL-CHANGE-EXIT.
036500     EXIT.
