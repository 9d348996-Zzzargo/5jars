001610*   2026-09-13  BV   The transaction now asks which account   *
001620*                    (01/02, blank for 01) it is correcting   *
001630*                    - each account runs its own five jars.   *
001640*   2026-10-15  BV   The transaction now starts with an       *
001650*                    operator sign-on (JARSIGN) and only a    *
001660*                    supervisor may post a reversal.  Each    *
001670*                    reversal posted is journaled on CHGJRNL  *
001680*                    with the original entry as the before    *
001690*                    image and the correction as the after.   *
001700*-----------------------------------------------------------*
001800* SHOWS A JAR'S RECENT LEDGER ENTRIES THE WAY JARINQ DOES,   *
001900* LETS THE OPERATOR PICK ONE, AND POSTS AN EQUAL-AND-        *
010900     05  J5-JAR-ENTRY OCCURS 5 TIMES INDEXED BY J5-JAR-IDX.
011000         10  J5-JAR-ID         PIC X(02).
011100         10  J5-JAR-NAME       PIC X(20).
011102
011104*-----------------------------------------------------------*
011106* WHO SIGNED ON, AND THE CHANGE-JOURNAL IMAGES: THE ORIGINAL *
011108* ENTRY BEFORE, THE CORRECTION AFTER, EACH BUILT IN THE     *
011110* JARTRAN FIELD ORDER (JAR, DATE, TYPE, CURRENCY, AMOUNT,   *
011112* MEMO).  THE KEY IS THE ACCOUNT AND JAR.                   *
011114*-----------------------------------------------------------*
011116 01  J5-SIGNON-OPER-ID         PIC X(08) VALUE SPACES.
011118 01  J5-SIGNON-LEVEL           PIC X(01) VALUE SPACES.
011120     88  J5-SIGNON-SUPERVISOR  VALUE "S".
011122 01  J5-SIGNON-RETURN-CODE     PIC 9(02).
011124 01  J5-JRNL-KEY.
011126     05  J5-JRNL-ACCT-ID       PIC X(02).
011128     05  J5-JRNL-JAR-ID        PIC X(02).
011130     05  FILLER                PIC X(16) VALUE SPACES.
011132 01  J5-JRNL-ENTRY.
011134     05  J5-JRNL-ENT-JAR-ID    PIC X(02).
011136     05  J5-JRNL-ENT-DATE      PIC 9(08).
011138     05  J5-JRNL-ENT-TYPE      PIC X(01).
011140     05  J5-JRNL-ENT-CURRENCY  PIC X(03).
011142     05  J5-JRNL-ENT-AMOUNT    PIC S9(12)V99.
011144     05  J5-JRNL-ENT-MEMO      PIC X(30).
011146 01  J5-BEFORE-IMAGE           PIC X(70).
011148 01  J5-AFTER-IMAGE            PIC X(70).
011200
011300 PROCEDURE DIVISION.
011400*===========================================================*
011600*===========================================================*
011700 0000-MAINLINE.
011800     MOVE 0 TO RETURN-CODE
011810
011820     PERFORM 0500-SIGN-ON
011830         THRU 0500-SIGN-ON-EXIT
011840
011850     IF RETURN-CODE NOT = 0
011860         GO TO 0000-MAINLINE-EXIT
011870     END-IF
011900
012000     PERFORM 1000-INITIALIZE
012100         THRU 1000-INITIALIZE-EXIT
015800 0000-MAINLINE-EXIT.
015900     STOP RUN RETURNING RETURN-CODE.
016000
016002*===========================================================*
016004* 0500-SIGN-ON.                                             *
016006* CORRECTING THE LEDGER IS SUPERVISOR WORK.  NOTHING IS READ *
016008* UNTIL THE SIGN-ON HAS BEEN ACCEPTED.                      *
016010*===========================================================*
016012 0500-SIGN-ON.
016014     CALL "JARSIGN" USING "JARREV  "
016016                          J5-SIGNON-OPER-ID
016018                          J5-SIGNON-LEVEL
016020                          J5-SIGNON-RETURN-CODE
016022
016024     IF J5-SIGNON-RETURN-CODE NOT = 0
016026         DISPLAY "[JARREV] REVERSAL REJECTED - NOT SIGNED ON"
016028         MOVE 16 TO RETURN-CODE
016030         GO TO 0500-SIGN-ON-EXIT
016032     END-IF
016034
016036     IF NOT J5-SIGNON-SUPERVISOR
016038         DISPLAY "[JARREV] REVERSAL REJECTED - SUPERVISOR "
016040             "AUTHORITY REQUIRED"
016042         MOVE 16 TO RETURN-CODE
016044     END-IF.
016046
016048 0500-SIGN-ON-EXIT.
016050     EXIT.
016052
016100*===========================================================*
016200* 1000-INITIALIZE.                                           *
016300*===========================================================*
039900     IF J5-POST-RETURN-CODE = 0
040000         DISPLAY "[JARREV] ENTRY " J5-PICK
040100             " REVERSED ON JAR " J5-JAR-ID-INPUT
040120         PERFORM 4500-JOURNAL-REVERSAL
040140             THRU 4500-JOURNAL-REVERSAL-EXIT
040200     ELSE
040300         IF J5-POST-RETURN-CODE = 08
040400             DISPLAY "[JARREV] REVERSAL REFUSED - THE JAR NO "
041200
041300 4000-POST-REVERSAL-EXIT.
041400     EXIT.
041500
041600*===========================================================*
041700* 4500-JOURNAL-REVERSAL.                                    *
041800* ONE CHGJRNL RECORD PER REVERSAL POSTED - THE ORIGINAL     *
041900* ENTRY AS PICKED, THEN THE CORRECTION AS JARPOST WROTE IT. *
042000*===========================================================*
042100 4500-JOURNAL-REVERSAL.
042200     MOVE J5-ACCT-ID-INPUT         TO J5-JRNL-ACCT-ID
042300     MOVE J5-JAR-ID-INPUT          TO J5-JRNL-JAR-ID
042400
042500     MOVE J5-JAR-ID-INPUT          TO J5-JRNL-ENT-JAR-ID
042600     MOVE J5-PICK-DATE (J5-PICK)   TO J5-JRNL-ENT-DATE
042700     MOVE J5-PICK-TYPE (J5-PICK)   TO J5-JRNL-ENT-TYPE
042800     MOVE J5-BASE-CURRENCY-CODE    TO J5-JRNL-ENT-CURRENCY
042900     MOVE J5-PICK-AMOUNT (J5-PICK) TO J5-JRNL-ENT-AMOUNT
043000     MOVE J5-PICK-MEMO (J5-PICK)   TO J5-JRNL-ENT-MEMO
043100     MOVE J5-JRNL-ENTRY            TO J5-BEFORE-IMAGE
043200
043300     MOVE J5-CURRENT-DATE          TO J5-JRNL-ENT-DATE
043400     IF J5-POST-AMOUNT < 0
043500         MOVE "W"                  TO J5-JRNL-ENT-TYPE
043600         COMPUTE J5-JRNL-ENT-AMOUNT = J5-POST-AMOUNT * -1
043700     ELSE
043800         MOVE "D"                  TO J5-JRNL-ENT-TYPE
043900         MOVE J5-POST-AMOUNT       TO J5-JRNL-ENT-AMOUNT
044000     END-IF
044100     MOVE J5-REV-MEMO              TO J5-JRNL-ENT-MEMO
044200     MOVE J5-JRNL-ENTRY            TO J5-AFTER-IMAGE
044300
044400     CALL "CHGLOG" USING J5-SIGNON-OPER-ID
044500                         "JARREV  "
044600                         "P"
044700                         J5-JRNL-KEY
044800                         J5-BEFORE-IMAGE
044900                         J5-AFTER-IMAGE.
045000
045100 4500-JOURNAL-REVERSAL-EXIT.
045200     EXIT.
