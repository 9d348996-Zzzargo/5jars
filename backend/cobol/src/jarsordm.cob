001720*                    (01/02, blank for 01) the order belongs   *
001730*                    to - each account runs its own standing   *
001740*                    orders.                                   *
001750*   2026-10-15  BV   The transaction now starts with an        *
001760*                    operator sign-on (JARSIGN).  The order    *
001770*                    record written is journaled on CHGJRNL    *
001780*                    with its before and after image.          *
001800*-----------------------------------------------------------*
001900* ACCEPTS ONE STANDING ORDER (ORDER ID, JAR, AMOUNT, MEMO,   *
002000* DAY OF MONTH, ACTIVE FLAG) AND WRITES IT TO JARSORD -      *
008500
008600 01  J5-JAR-KNOWN-SW           PIC X(01) VALUE "N".
008700     88  J5-JAR-IS-KNOWN       VALUE "Y".
008705
008710*-----------------------------------------------------------*
008715* WHO SIGNED ON, AND THE CHANGE-JOURNAL IMAGES OF THE ORDER *
008720* RECORD EITHER SIDE OF THE CHANGE (BEFORE IS SPACES WHEN   *
008725* THE ORDER IS NEW).                                        *
008730*-----------------------------------------------------------*
008735 01  J5-SIGNON-OPER-ID         PIC X(08) VALUE SPACES.
008740 01  J5-SIGNON-LEVEL           PIC X(01) VALUE SPACES.
008745 01  J5-SIGNON-RETURN-CODE     PIC 9(02).
008750 01  J5-JRNL-ACTION            PIC X(01).
008755 01  J5-JRNL-KEY               PIC X(20).
008760 01  J5-BEFORE-IMAGE           PIC X(70).
008765 01  J5-AFTER-IMAGE            PIC X(70).
008800
008900 PROCEDURE DIVISION.
009000*===========================================================*
009200*===========================================================*
009300 0000-MAINLINE.
009400     MOVE 0 TO RETURN-CODE
009410
009420     PERFORM 0500-SIGN-ON
009430         THRU 0500-SIGN-ON-EXIT
009440
009450     IF RETURN-CODE NOT = 0
009460         GO TO 0000-MAINLINE-EXIT
009470     END-IF
009500
009600     PERFORM 1000-INITIALIZE
009700         THRU 1000-INITIALIZE-EXIT
012400 0000-MAINLINE-EXIT.
012500     STOP RUN RETURNING RETURN-CODE.
012600
012605*===========================================================*
012610* 0500-SIGN-ON.                                             *
012615* ANY ACTIVE OPERATOR MAY MAINTAIN STANDING ORDERS.  NOTHING *
012620* IS OPENED UNTIL THE SIGN-ON HAS BEEN ACCEPTED.            *
012625*===========================================================*
012630 0500-SIGN-ON.
012635     CALL "JARSIGN" USING "JARSORDM"
012640                          J5-SIGNON-OPER-ID
012645                          J5-SIGNON-LEVEL
012650                          J5-SIGNON-RETURN-CODE
012655
012660     IF J5-SIGNON-RETURN-CODE NOT = 0
012665         DISPLAY "[JARSORDM] UPDATE REJECTED - NOT SIGNED ON"
012670         MOVE 16 TO RETURN-CODE
012675     END-IF.
012680
012685 0500-SIGN-ON-EXIT.
012690     EXIT.
012695
012700*===========================================================*
012800* 1000-INITIALIZE.                                           *
012900* LOADS THE JAR IDS AND OPENS THE CONTROL FILE.              *
028500             CONTINUE
028600     END-READ
028700
028705     MOVE SPACES TO J5-BEFORE-IMAGE
028710     MOVE "A"    TO J5-JRNL-ACTION
028715     IF J5-JARSORD-OK
028720         MOVE JARSORD-RECORD TO J5-BEFORE-IMAGE
028725         MOVE "C"            TO J5-JRNL-ACTION
028730     END-IF
028735
028750     MOVE J5-ACCT-ID-INPUT  TO SO-ACCT-ID
028800     MOVE J5-ORDER-ID-INPUT TO SO-ORDER-ID
028900     MOVE J5-JAR-ID-INPUT   TO SO-JAR-ID
029900             WRITE JARSORD-RECORD
030000         ELSE
030100             MOVE 12 TO RETURN-CODE
030150             GO TO 3000-UPDATE-ORDER-EXIT
030200         END-IF
030210     END-IF
030220
030230     IF J5-JARSORD-OK
030240         PERFORM 3600-JOURNAL-CHANGE
030250             THRU 3600-JOURNAL-CHANGE-EXIT
030260     ELSE
030270         MOVE 12 TO RETURN-CODE
030300     END-IF.
030400
030500 3000-UPDATE-ORDER-EXIT.
030600     EXIT.
030700
030705*===========================================================*
030710* 3600-JOURNAL-CHANGE.                                      *
030715*===========================================================*
030720 3600-JOURNAL-CHANGE.
030725     MOVE JARSORD-RECORD TO J5-AFTER-IMAGE
030730     MOVE SO-KEY         TO J5-JRNL-KEY
030735
030740     CALL "CHGLOG" USING J5-SIGNON-OPER-ID
030745                         "JARSORDM"
030750                         J5-JRNL-ACTION
030755                         J5-JRNL-KEY
030760                         J5-BEFORE-IMAGE
030765                         J5-AFTER-IMAGE.
030770
030775 3600-JOURNAL-CHANGE-EXIT.
030780     EXIT.
030785
030800*===========================================================*
030900* 9000-TERMINATE.                                            *
031000*===========================================================*
