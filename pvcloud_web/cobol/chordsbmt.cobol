*> every night from then on. A renumber likewise remaps the song's
*> SONGSTRC.DAT section ranges through the same old-to-new sequence
*> mapping, so the lead sheets keep claiming the same chords.
*> Every add, change, delete, and renumber - chord, result, and
*> section records alike - is journaled to SBJRNL.DAT through
*> CHORD-SBJOURNAL with the record as it stood before and after the
*> write, so CHORD-SBRESTORE can put a damaged song back the way it
*> stood at an earlier moment and CHORD-SBJRNINQ can say who changed
*> it and when.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-NEW-SEQ              PIC 9(4).
01 WS-TODAY-DATE           PIC X(8).

*> Change-journal linkage - which master, what was done to the
*> record, and the record as it stood before and after the write.
*> The action is set by the function that drives the write, so a
*> result record deleted during a renumber journals as part of the
*> renumber rather than as a stand-alone delete.
01 WS-JRNL-PROGRAM-ID      PIC X(16) VALUE "CHORD-SBMAINT".
01 WS-JRNL-FILE-CODE       PIC X(1).
01 WS-JRNL-ACTION          PIC X(1).
01 WS-JRNL-BEFORE-IMAGE    PIC X(52).
01 WS-JRNL-AFTER-IMAGE     PIC X(52).
01 WS-HELD-STRUCTURE-RECORD PIC X(31).

PROCEDURE DIVISION.
0000-MAIN.
    DISPLAY "Enter your operator ID: " WITH NO ADVANCING
    CALL "CHORD-OPERATOR" USING WS-OPERATOR-ID WS-DEPARTMENT
        WS-SIGNON-STATUS WS-AUTHORITY-LEVEL.

0090-LOG-JOURNAL-ENTRY.
    CALL "CHORD-SBJOURNAL" USING WS-JRNL-PROGRAM-ID WS-OPERATOR-ID
        WS-JRNL-FILE-CODE WS-JRNL-ACTION WS-JRNL-BEFORE-IMAGE
        WS-JRNL-AFTER-IMAGE.

0100-OPEN-MASTER.
    OPEN I-O SONGBOOK-MASTER-FILE
    IF WS-MASTER-FILE-STATUS = "35"
        EVALUATE WS-MASTER-FILE-STATUS
            WHEN "00"
                DISPLAY "ADDED " WS-IN-SONG-ID " SEQ " WS-IN-CHORD-SEQ
                MOVE "M" TO WS-JRNL-FILE-CODE
                MOVE "A" TO WS-JRNL-ACTION
                MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
                MOVE SONGBOOK-MASTER-RECORD TO WS-JRNL-AFTER-IMAGE
                PERFORM 0090-LOG-JOURNAL-ENTRY
                PERFORM 6000-RENUMBER-SONG
            WHEN "22"
                DISPLAY "RECORD ALREADY ON FILE: " WS-IN-SONG-ID
        DISPLAY "RECORD NOT ON FILE: " WS-IN-SONG-ID
            " SEQ " WS-IN-CHORD-SEQ
    ELSE
        MOVE SONGBOOK-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
        PERFORM 0300-ACCEPT-CHORD-FIELDS
        PERFORM 0400-VALIDATE-CHORD
        IF WS-VALID-FLAG = "Y"
            IF WS-MASTER-FILE-STATUS = "00"
                DISPLAY "UPDATED " WS-IN-SONG-ID " SEQ "
                    WS-IN-CHORD-SEQ
                MOVE "M" TO WS-JRNL-FILE-CODE
                MOVE "C" TO WS-JRNL-ACTION
                MOVE SONGBOOK-MASTER-RECORD TO WS-JRNL-AFTER-IMAGE
                PERFORM 0090-LOG-JOURNAL-ENTRY
            ELSE
                DISPLAY "REWRITE FAILED - STATUS "
                    WS-MASTER-FILE-STATUS
    PERFORM 0200-ACCEPT-KEY
    MOVE WS-IN-SONG-ID TO SB-SONG-ID
    MOVE WS-IN-CHORD-SEQ TO SB-CHORD-SEQ
    *> Read before the delete so the journal holds what was removed.
    READ SONGBOOK-MASTER-FILE
    IF WS-MASTER-FILE-STATUS = "00"
        MOVE SONGBOOK-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
        DELETE SONGBOOK-MASTER-FILE
    END-IF
    IF WS-MASTER-FILE-STATUS = "00"
        MOVE "M" TO WS-JRNL-FILE-CODE
        MOVE "D" TO WS-JRNL-ACTION
        MOVE SPACES TO WS-JRNL-AFTER-IMAGE
        PERFORM 0090-LOG-JOURNAL-ENTRY
        PERFORM 6500-DELETE-RESULT-RECORD
        DISPLAY "DELETED " WS-IN-SONG-ID " SEQ " WS-IN-CHORD-SEQ
        PERFORM 6000-RENUMBER-SONG
            UNTIL WS-SONG-CHORD-IDX > WS-SONG-CHORD-COUNT
        MOVE WS-IN-SONG-ID TO SB-SONG-ID
        MOVE WS-SCT-OLD-SEQ (WS-SONG-CHORD-IDX) TO SB-CHORD-SEQ
        MOVE "N" TO WS-JRNL-ACTION
        READ SONGBOOK-MASTER-FILE
        IF WS-MASTER-FILE-STATUS = "00"
            MOVE SONGBOOK-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
            DELETE SONGBOOK-MASTER-FILE
            IF WS-MASTER-FILE-STATUS = "00"
                MOVE "M" TO WS-JRNL-FILE-CODE
                MOVE SPACES TO WS-JRNL-AFTER-IMAGE
                PERFORM 0090-LOG-JOURNAL-ENTRY
            END-IF
        END-IF
        MOVE WS-SCT-OLD-SEQ (WS-SONG-CHORD-IDX) TO WS-IN-CHORD-SEQ
        PERFORM 6500-DELETE-RESULT-RECORD
    END-PERFORM.

        IF WS-MASTER-FILE-STATUS NOT = "00"
            DISPLAY "RENUMBER WRITE FAILED - STATUS "
                WS-MASTER-FILE-STATUS " SEQ " SB-CHORD-SEQ
        ELSE
            MOVE "M" TO WS-JRNL-FILE-CODE
            MOVE "N" TO WS-JRNL-ACTION
            MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
            MOVE SONGBOOK-MASTER-RECORD TO WS-JRNL-AFTER-IMAGE
            PERFORM 0090-LOG-JOURNAL-ENTRY
        END-IF
    END-PERFORM.

            WHEN "00"
                DISPLAY "SECTION ADDED " WS-IN-SONG-ID " SEQ "
                    WS-IN-SECTION-SEQ
                MOVE "S" TO WS-JRNL-FILE-CODE
                MOVE "A" TO WS-JRNL-ACTION
                MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
                MOVE SONG-STRUCTURE-RECORD TO WS-JRNL-AFTER-IMAGE
                PERFORM 0090-LOG-JOURNAL-ENTRY
            WHEN "22"
                *> Already on file - fetch the section as it stands
                *> for the journal, then put the new values back.
                MOVE SONG-STRUCTURE-RECORD TO WS-HELD-STRUCTURE-RECORD
                MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
                READ SONG-STRUCTURE-FILE
                IF WS-STRUCTURE-FILE-STATUS = "00"
                    MOVE SONG-STRUCTURE-RECORD TO WS-JRNL-BEFORE-IMAGE
                END-IF
                MOVE WS-HELD-STRUCTURE-RECORD TO SONG-STRUCTURE-RECORD
                REWRITE SONG-STRUCTURE-RECORD
                IF WS-STRUCTURE-FILE-STATUS = "00"
                    DISPLAY "SECTION UPDATED " WS-IN-SONG-ID " SEQ "
                        WS-IN-SECTION-SEQ
                    MOVE "S" TO WS-JRNL-FILE-CODE
                    MOVE "C" TO WS-JRNL-ACTION
                    MOVE SONG-STRUCTURE-RECORD TO WS-JRNL-AFTER-IMAGE
                    PERFORM 0090-LOG-JOURNAL-ENTRY
                ELSE
                    DISPLAY "SECTION REWRITE FAILED - STATUS "
                        WS-STRUCTURE-FILE-STATUS
    ACCEPT WS-IN-SECTION-SEQ
    MOVE WS-IN-SONG-ID TO SS-SONG-ID
    MOVE WS-IN-SECTION-SEQ TO SS-SECTION-SEQ
    READ SONG-STRUCTURE-FILE
    IF WS-STRUCTURE-FILE-STATUS = "00"
        MOVE SONG-STRUCTURE-RECORD TO WS-JRNL-BEFORE-IMAGE
        DELETE SONG-STRUCTURE-FILE
    END-IF
    IF WS-STRUCTURE-FILE-STATUS = "00"
        DISPLAY "SECTION DELETED " WS-IN-SONG-ID " SEQ "
            WS-IN-SECTION-SEQ
        MOVE "S" TO WS-JRNL-FILE-CODE
        MOVE "D" TO WS-JRNL-ACTION
        MOVE SPACES TO WS-JRNL-AFTER-IMAGE
        PERFORM 0090-LOG-JOURNAL-ENTRY
    ELSE
        DISPLAY "SECTION NOT ON FILE: " WS-IN-SONG-ID " SEQ "
            WS-IN-SECTION-SEQ
6500-DELETE-RESULT-RECORD.
    *> No result on file is the normal case for a chord the resolve
    *> run has not reached yet - only a real failure is worth noise.
    *> The result is read first so the journal holds what was
    *> removed; the entry carries whichever action (delete or
    *> renumber) the calling function has already set.
    MOVE WS-IN-SONG-ID TO SR-SONG-ID
    MOVE WS-IN-CHORD-SEQ TO SR-CHORD-SEQ
    READ SONGBOOK-RESULT-FILE
    IF WS-RESULT-FILE-STATUS = "00"
        MOVE SONGBOOK-RESULT-RECORD TO WS-JRNL-BEFORE-IMAGE
        DELETE SONGBOOK-RESULT-FILE
        IF WS-RESULT-FILE-STATUS = "00"
            MOVE "R" TO WS-JRNL-FILE-CODE
            MOVE SPACES TO WS-JRNL-AFTER-IMAGE
            PERFORM 0090-LOG-JOURNAL-ENTRY
        END-IF
    END-IF
    IF WS-RESULT-FILE-STATUS NOT = "00"
            AND WS-RESULT-FILE-STATUS NOT = "23"
        DISPLAY "RESULT DELETE FAILED - STATUS "
    END-PERFORM
    IF SS-START-CHORD-SEQ NOT = WS-MAP-NEW-START
            OR SS-END-CHORD-SEQ NOT = WS-MAP-NEW-END
        MOVE SONG-STRUCTURE-RECORD TO WS-JRNL-BEFORE-IMAGE
        MOVE WS-MAP-NEW-START TO SS-START-CHORD-SEQ
        MOVE WS-MAP-NEW-END TO SS-END-CHORD-SEQ
        REWRITE SONG-STRUCTURE-RECORD
        IF WS-STRUCTURE-FILE-STATUS = "00"
            ADD 1 TO WS-SECTIONS-REMAPPED
            MOVE "S" TO WS-JRNL-FILE-CODE
            MOVE "N" TO WS-JRNL-ACTION
            MOVE SONG-STRUCTURE-RECORD TO WS-JRNL-AFTER-IMAGE
            PERFORM 0090-LOG-JOURNAL-ENTRY
        ELSE
            DISPLAY "SECTION REMAP REWRITE FAILED - STATUS "
                WS-STRUCTURE-FILE-STATUS " SEC " SS-SECTION-SEQ
