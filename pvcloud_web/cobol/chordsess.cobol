*> Menu-driven interactive session: one sign-on through CHORD-OPERATOR,
*> then as many actions as the operator wants - chord lookup, key
*> chart, transposition of a single progression chord, songbook
*> inquiry, naming a chord from the notes held - until sign-off.
*> Replaces the sit-and-re-key routine of running HELLO-WORLD dozens
*> of times an hour: the operator ID is entered once, and the
*> enharmonic preference and voicing are held as session defaults
*> (changeable from the menu) instead of being re-prompted on every
*> chord.
*> Every action still flows through CHORD-AUDIT individually, under
*> the same source tag the stand-alone program for that action uses
*> (INTERACT, KEYCHART, XPOSE, SONGBK, IDENTIFY), so billback is
*> unchanged; the audit open/close pair brackets the whole session -
*> the log is opened by the first entry and the close request is
*> issued once at sign-off, not per keystroke.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-REJECT-REQUEST       PIC X(40) VALUE SPACES.
COPY CHRDTONE.

*> Identify action - the notes as keyed, joined for the audit result
*> line, and the ranked answer CHORD-IDENTIFY hands back.
COPY CHRDIDNT.
01 WS-NOTE-IDX             PIC 9(1).
01 WS-IN-NOTE              PIC X(2).
01 WS-NOTES-DONE-FLAG      PIC X(1).
    88 WS-NOTES-DONE                VALUE "Y".
01 WS-NOTE-LIST            PIC X(40).
01 WS-STRING-PTR           PIC 9(2).
01 WS-MATCH-IDX            PIC 9(2).
01 WS-INVERSION-TEXT       PIC X(16).

01 WS-ROOT-FOUND-FLAG      PIC X(1) VALUE "N".
    88 WS-ROOT-FOUND                VALUE "Y".
    88 WS-ROOT-NOT-FOUND            VALUE "N".
    PERFORM UNTIL WS-SIGN-OFF
        DISPLAY " "
        DISPLAY "Action (C=chord K=key chart T=transpose "
            "S=songbook I=identify P=preferences X=sign off): "
            WITH NO ADVANCING
        ACCEPT WS-MENU-CODE
        MOVE FUNCTION UPPER-CASE (WS-MENU-CODE) TO WS-MENU-CODE
                PERFORM 3000-TRANSPOSE-CHORD
            WHEN "S"
                PERFORM 4000-SONGBOOK-INQUIRY
            WHEN "I"
                PERFORM 5000-IDENTIFY-CHORD
            WHEN "P"
                PERFORM 0200-SET-PREFERENCES
            WHEN "X"
    DISPLAY SB-SONG-ID " SEQ " SB-CHORD-SEQ " "
        SB-CHORD-ROOT SB-CHORD-QUALITY " : " WS-RESULT-LINE
    PERFORM 0900-LOG-AUDIT-ENTRY.

5000-IDENTIFY-CHORD.
    MOVE "IDENTIFY" TO WS-SOURCE-TAG
    MOVE SPACES TO CHORD-IDENT-BLOCK
    MOVE SPACES TO WS-NOTE-LIST
    MOVE 1 TO WS-STRING-PTR
    MOVE "N" TO WS-NOTES-DONE-FLAG
    DISPLAY "Enter the notes held, bass note first, sharp or flat "
        "spelling (blank to finish):"
    PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
            UNTIL WS-NOTE-IDX > 6 OR WS-NOTES-DONE
        DISPLAY "Note " WS-NOTE-IDX ": " WITH NO ADVANCING
        ACCEPT WS-IN-NOTE
        IF WS-IN-NOTE = SPACES
            SET WS-NOTES-DONE TO TRUE
        ELSE
            MOVE WS-IN-NOTE TO CI-NOTE-NAME (WS-NOTE-IDX)
            IF WS-STRING-PTR > 1
                STRING " | " DELIMITED BY SIZE
                    INTO WS-NOTE-LIST
                    WITH POINTER WS-STRING-PTR
            END-IF
            STRING WS-IN-NOTE DELIMITED BY SIZE
                INTO WS-NOTE-LIST
                WITH POINTER WS-STRING-PTR
        END-IF
    END-PERFORM
    CALL "CHORD-IDENTIFY" USING CHORD-IDENT-BLOCK
    MOVE WS-NOTE-LIST TO WS-RESULT-LINE
    MOVE CI-VALID-FLAG TO WS-VALID-FLAG
    IF CI-VALID-FLAG = "Y"
        PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                UNTIL WS-MATCH-IDX > CI-MATCH-COUNT
            PERFORM 5100-SHOW-MATCH
        END-PERFORM
        *> The best name is what gets audited, exactly as a lookup of
        *> that chord would have been.
        MOVE CI-MATCH-ROOT (1) TO WS-LOOKUP-ROOT
        MOVE CI-MATCH-QUALITY (1) TO WS-LOOKUP-QUALITY
        *> CHORD-LOOKUP voices only the first and second inversions;
        *> anything higher is audited in root position, as a lookup
        *> would have sounded it.
        IF CI-MATCH-INVERSION (1) = 1 OR CI-MATCH-INVERSION (1) = 2
            MOVE CI-MATCH-INVERSION (1) TO WS-LOOKUP-VOICING
        ELSE
            MOVE SPACE TO WS-LOOKUP-VOICING
        END-IF
    ELSE
        EVALUATE CI-REASON-CODE
            WHEN "N"
                DISPLAY "NOT IDENTIFIED - UNKNOWN NOTE NAME IN SET"
            WHEN "C"
                DISPLAY "NOT IDENTIFIED - FEWER THAN THREE DISTINCT "
                    "NOTES"
            WHEN OTHER
                DISPLAY "NOT IDENTIFIED - NO CATALOG QUALITY FITS"
        END-EVALUATE
        MOVE SPACES TO WS-LOOKUP-ROOT
        MOVE SPACES TO WS-LOOKUP-QUALITY
        MOVE SPACE TO WS-LOOKUP-VOICING
        MOVE CI-REASON-CODE TO WS-REASON-CODE
        MOVE SPACES TO WS-REJECT-REQUEST
        MOVE CHORD-IDENT-BLOCK (1:12) TO WS-REJECT-REQUEST
        CALL "CHORD-REJECT" USING WS-SOURCE-TAG WS-OPERATOR-ID
            WS-REASON-CODE WS-REJECT-REQUEST
    END-IF
    PERFORM 0900-LOG-AUDIT-ENTRY.

5100-SHOW-MATCH.
    EVALUATE CI-MATCH-INVERSION (WS-MATCH-IDX)
        WHEN 0
            MOVE "ROOT POSITION" TO WS-INVERSION-TEXT
        WHEN 1
            MOVE "1ST INVERSION" TO WS-INVERSION-TEXT
        WHEN 2
            MOVE "2ND INVERSION" TO WS-INVERSION-TEXT
        WHEN 3
            MOVE "3RD INVERSION" TO WS-INVERSION-TEXT
        WHEN OTHER
            MOVE SPACES TO WS-INVERSION-TEXT
            STRING CI-MATCH-INVERSION (WS-MATCH-IDX) DELIMITED BY SIZE
                   "TH INVERSION" DELIMITED BY SIZE
                INTO WS-INVERSION-TEXT
    END-EVALUATE
    IF CI-MATCH-MISSING (WS-MATCH-IDX) > 0
        DISPLAY WS-MATCH-IDX ". " CI-MATCH-ROOT-NAME (WS-MATCH-IDX)
            " " CI-MATCH-QUALITY (WS-MATCH-IDX) "  "
            WS-INVERSION-TEXT " (NO FIFTH)"
    ELSE
        DISPLAY WS-MATCH-IDX ". " CI-MATCH-ROOT-NAME (WS-MATCH-IDX)
            " " CI-MATCH-QUALITY (WS-MATCH-IDX) "  "
            WS-INVERSION-TEXT
    END-IF.
