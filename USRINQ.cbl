*>                     EVERY RESULT LINE (ACTIVE/INACTIVE) - THE
*>                     INQUIRY DELIBERATELY SHOWS PARKED RECORDS,
*>                     SO THE OFFICE CAN TELL PARKED FROM GONE.
*>    2026-10-08  RSM  MERGE PROJECT.  A USER-ID MERGED INTO ANOTHER
*>                     PRINTS STATUS MERGED; AUDHIST ID= SHOWS WHICH
*>                     ID IT WAS MERGED INTO.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    MOVE UM-USER-ID TO WS-RL-USER-ID.
    MOVE UM-BIRTHDAY TO WS-RL-BIRTHDAY.
    MOVE UM-CITY TO WS-RL-CITY.
    EVALUATE TRUE
        WHEN UM-MERGED
            MOVE "MERGED" TO WS-RL-STATUS
        WHEN UM-INACTIVE
            MOVE "INACTIVE" TO WS-RL-STATUS
        WHEN OTHER
            MOVE "ACTIVE" TO WS-RL-STATUS
    END-EVALUATE.
    WRITE INQUIRY-RECORD FROM WS-RESULT-LINE.
    ADD 1 TO WS-MATCH-COUNT.
5000-EXIT.
