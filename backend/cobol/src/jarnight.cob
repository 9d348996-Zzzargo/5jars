001500*                    JARAUDCK'S return code 8 - "the night    *
001600*                    failed" meant reconstructing what ran    *
001700*                    from console scrollback.                 *
001710*   2026-10-15  BV   JAREOD now answers RC 16 when JARBCHK   *
001720*                    rejects the INCFEED batch; the night    *
001730*                    stops on it with its own message.       *
001800*-----------------------------------------------------------*
001900* RUNS THE NIGHTLY SEQUENCE IN ORDER - JAREOD, JARAUDCK,     *
002000* JARGOALR, JARREBLD (VERIFY), JAREXTR - CALLING EACH JOB    *
003000* THE NIGHT), JARGOALR 08 (OVER TARGET IS REPORTED, NOT A    *
003100* FAILURE), JARREBLD 04 (8 = DRIFT MUST HOLD THE EXTRACT),   *
003200* JAREXTR 04.                                                *
003210* JAREOD 16 MEANS THE INCFEED BATCH FAILED ITS CONTROL CHECK *
003220* (TRAILER TOTALS, TRUNCATION OR A BATCH ID ALREADY ACCEPTED *
003230* ON ANOTHER DATE) AND NOTHING WAS POSTED; THE NIGHT ENDS RC *
003240* 16 AND RESUMES AT JAREOD ONCE A GOOD FEED IS IN PLACE.     *
003250* BATCHCTL HOLDS THE REASON.                                 *
003300* THE STEPS READ THEIR PROMPTS FROM THE JOB'S INPUT STREAM;  *
003400* THE SCHEDULER SUPPLIES BLANK REPLIES SO EVERY STEP RUNS    *
003500* WITH ITS DEFAULTS (TODAY / THE CURRENT MONTH / VERIFY).    *
024300             J5-STEP-NAME (J5-STEP-IDX)
024400             " ENDED RC " J5-STEP-RC
024500             " - CHAIN STOPPING"
024510         IF J5-STEP-NAME (J5-STEP-IDX) = "JAREOD"
024520             AND J5-STEP-RC = 16
024530             DISPLAY "[JARNIGHT] INCFEED BATCH REJECTED - "
024540                 "NOTHING POSTED, REASON ON BATCHCTL"
024550         END-IF
024600         MOVE J5-STEP-RC TO J5-FINAL-RC
024700         SET J5-CHAIN-STOPPED TO TRUE
024800     ELSE
