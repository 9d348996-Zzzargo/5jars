001990*                    the account so recovery posts into the     *
001991*                    right jar set (blank = 01 on journal       *
001992*                    records older than the account feature).   *
001993*   2026-10-15  BV   Recovery now posts a missing deposit leg    *
001994*                    into the journal's to-account, so it also   *
001995*                    finishes JARSETL's cross-account            *
001996*                    settlement pairs; ledger legs are matched   *
001997*                    on account as well as jar.                  *
002000*-----------------------------------------------------------*
002100* ACCEPTS A FROM-JAR, TO-JAR, AMOUNT AND MEMO, VERIFIES THE   *
002200* FROM-JAR'S BALANCE COVERS THE AMOUNT, AND POSTS BOTH LEGS   *
011800     05  J5-REF-DATE           PIC 9(08).
011900     05  J5-REF-TIME           PIC 9(06).
012000 01  J5-LEG-MEMO               PIC X(30).
012050 01  J5-LEDGER-ACCT            PIC X(02).
012100
012200*-----------------------------------------------------------*
012300* JOURNAL REFS STILL OPEN (LAST RECORD "S" OR "W") FOUND AT  *
013000     05  J5-OPEN-ENTRY OCCURS 20 TIMES INDEXED BY J5-OPEN-IDX.
013100         10  J5-OPEN-REF       PIC X(16).
013150         10  J5-OPEN-ACCT-ID   PIC X(02).
013160         10  J5-OPEN-TO-ACCT-ID
013170                               PIC X(02).
013200         10  J5-OPEN-FROM-JAR  PIC X(02).
013300         10  J5-OPEN-TO-JAR    PIC X(02).
013400         10  J5-OPEN-AMOUNT    PIC S9(12)V99.
026392                         MOVE XJ-ACCT-ID
026394                             TO J5-OPEN-ACCT-ID (J5-OPEN-IDX)
026396                     END-IF
026400                     IF XJ-TO-ACCT-ID = SPACES
026410                         MOVE J5-OPEN-ACCT-ID (J5-OPEN-IDX)
026420                             TO J5-OPEN-TO-ACCT-ID (J5-OPEN-IDX)
026430                     ELSE
026440                         MOVE XJ-TO-ACCT-ID
026450                             TO J5-OPEN-TO-ACCT-ID (J5-OPEN-IDX)
026460                     END-IF
026470                     MOVE XJ-FROM-JAR-ID
026500                         TO J5-OPEN-FROM-JAR (J5-OPEN-IDX)
026600                     MOVE XJ-TO-JAR-ID
026700                         TO J5-OPEN-TO-JAR (J5-OPEN-IDX)
033600     EXIT.
033700
033800 1350-MATCH-ONE-ENTRY.
033810     MOVE JT-ACCT-ID TO J5-LEDGER-ACCT
033820     IF J5-LEDGER-ACCT = SPACES
033830         MOVE "01" TO J5-LEDGER-ACCT
033840     END-IF
033850
033900     SET J5-OPEN-IDX TO 1
034000     SEARCH J5-OPEN-ENTRY
034100         AT END
034300         WHEN J5-OPEN-REF (J5-OPEN-IDX) = JT-MEMO (1:16)
034400             IF JT-IS-WITHDRAWAL
034500                 AND JT-JAR-ID = J5-OPEN-FROM-JAR (J5-OPEN-IDX)
034550                 AND J5-LEDGER-ACCT
034560                     = J5-OPEN-ACCT-ID (J5-OPEN-IDX)
034600                 MOVE "Y" TO J5-OPEN-WDRL-SW (J5-OPEN-IDX)
034700             END-IF
034800             IF JT-IS-DEPOSIT
034900                 AND JT-JAR-ID = J5-OPEN-TO-JAR (J5-OPEN-IDX)
034920                 AND J5-LEDGER-ACCT
034940                     = J5-OPEN-TO-ACCT-ID (J5-OPEN-IDX)
035000                 MOVE "Y" TO J5-OPEN-DEP-SW (J5-OPEN-IDX)
035100             END-IF
035200     END-SEARCH
039200 1450-WRITE-JOURNAL-DONE.
039400     MOVE J5-OPEN-REF (J5-OPEN-IDX)      TO XJ-XFER-REF
039450     MOVE J5-OPEN-ACCT-ID (J5-OPEN-IDX)  TO XJ-ACCT-ID
039460     MOVE J5-OPEN-TO-ACCT-ID (J5-OPEN-IDX)
039470                                         TO XJ-TO-ACCT-ID
039500     MOVE J5-OPEN-FROM-JAR (J5-OPEN-IDX) TO XJ-FROM-JAR-ID
039600     MOVE J5-OPEN-TO-JAR (J5-OPEN-IDX)   TO XJ-TO-JAR-ID
039700     MOVE J5-OPEN-AMOUNT (J5-OPEN-IDX)   TO XJ-AMOUNT
040840             MOVE J5-JAR-NAME (J5-JAR-IDX) TO J5-TO-JAR-NAME
040860     END-SEARCH
040900
041000     CALL "JARPOST" USING J5-OPEN-TO-ACCT-ID (J5-OPEN-IDX)
041050                          J5-OPEN-TO-JAR (J5-OPEN-IDX)
041100                          J5-TO-JAR-NAME
041200                          J5-OPEN-AMOUNT (J5-OPEN-IDX)
043100 1470-WRITE-JOURNAL-VOID.
043300     MOVE J5-OPEN-REF (J5-OPEN-IDX)      TO XJ-XFER-REF
043350     MOVE J5-OPEN-ACCT-ID (J5-OPEN-IDX)  TO XJ-ACCT-ID
043360     MOVE J5-OPEN-TO-ACCT-ID (J5-OPEN-IDX)
043370                                         TO XJ-TO-ACCT-ID
043400     MOVE J5-OPEN-FROM-JAR (J5-OPEN-IDX) TO XJ-FROM-JAR-ID
043500     MOVE J5-OPEN-TO-JAR (J5-OPEN-IDX)   TO XJ-TO-JAR-ID
043600     MOVE J5-OPEN-AMOUNT (J5-OPEN-IDX)   TO XJ-AMOUNT
066300 3150-WRITE-JOURNAL-MARK.
066400     MOVE J5-XFER-REF       TO XJ-XFER-REF
066450     MOVE J5-ACCT-ID-INPUT  TO XJ-ACCT-ID
066460     MOVE J5-ACCT-ID-INPUT  TO XJ-TO-ACCT-ID
066500     MOVE J5-FROM-JAR-INPUT TO XJ-FROM-JAR-ID
066600     MOVE J5-TO-JAR-INPUT   TO XJ-TO-JAR-ID
066700     MOVE J5-XFER-AMOUNT    TO XJ-AMOUNT
