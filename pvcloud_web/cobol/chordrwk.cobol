*> The queue is rewritten on the way out holding only what is still
*> unresolved, so a night's rejects become the next morning's small
*> cleanup job instead of a manual re-key.
*> Identification rejects (note sets from CHORD-IDBATCH and the
*> session's identify option) can only be kept or dropped - a note
*> set has no tune-request form to replay.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    DISPLAY "REJECT " WS-QUEUE-IDX " OF " WS-QUEUE-COUNT
    DISPLAY "  LOGGED:   " RJ-TIMESTAMP
    DISPLAY "  SOURCE:   " RJ-SOURCE "  OPERATOR: " RJ-OPERATOR-ID
    EVALUATE RJ-REASON-CODE
        WHEN "Q"
            DISPLAY "  REASON:   INVALID CHORD QUALITY"
        WHEN "N"
            DISPLAY "  REASON:   UNKNOWN NOTE NAME IN NOTE SET"
        WHEN "C"
            DISPLAY "  REASON:   FEWER THAN THREE DISTINCT NOTES"
        WHEN "U"
            DISPLAY "  REASON:   NO CATALOG QUALITY FITS THE NOTES"
        WHEN OTHER
            DISPLAY "  REASON:   INVALID ROOT TUNE"
    END-EVALUATE
    DISPLAY "  REQUEST:  " RJ-ORIGINAL-REQUEST
    *> An identification reject holds a note set, not a tune request -
    *> there is nothing to replay through CHORD-BATCH, so it can only
    *> be left for the librarians or dropped.
    IF RJ-SOURCE = "IDENTIFY"
        DISPLAY "Action (S=skip D=drop): " WITH NO ADVANCING
    ELSE
        DISPLAY "Action (C=correct S=skip D=drop): " WITH NO ADVANCING
    END-IF
    ACCEPT WS-ACTION-CODE
    MOVE FUNCTION UPPER-CASE (WS-ACTION-CODE) TO WS-ACTION-CODE
    IF RJ-SOURCE = "IDENTIFY" AND WS-ACTION-CODE = "C"
        MOVE "S" TO WS-ACTION-CODE
    END-IF
    EVALUATE WS-ACTION-CODE
        WHEN "C"
            PERFORM 3000-CORRECT-AND-RESUBMIT
