*> SONGSTRC.DAT structure records are copied under the new ID too,
*> so the transposed song's lead sheet prints with the same
*> sections as the original.
*> Every master, result, and structure record written for the new
*> song is journaled to SBJRNL.DAT through CHORD-SBJOURNAL as an add,
*> so the copy can be traced to the operator who made it and backed
*> out with CHORD-SBRESTORE like any other change.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-WRITTEN-COUNT        PIC 9(3) VALUE 0.
01 WS-UNRESOLVED-COUNT     PIC 9(3) VALUE 0.

*> Change-journal linkage - which master, what was done to the
*> record, and the record as it stood before and after the write.
*> Everything this run writes is new, so the before image stays
*> blank.
01 WS-JRNL-PROGRAM-ID      PIC X(16) VALUE "CHORD-SBXPOSE".
01 WS-JRNL-FILE-CODE       PIC X(1).
01 WS-JRNL-ACTION          PIC X(1) VALUE "A".
01 WS-JRNL-BEFORE-IMAGE    PIC X(52) VALUE SPACES.
01 WS-JRNL-AFTER-IMAGE     PIC X(52).

PROCEDURE DIVISION.
0000-MAIN.
    DISPLAY "Enter your operator ID: " WITH NO ADVANCING
        WS-SOURCE-TAG WS-NEW-ROOT SB-CHORD-QUALITY SB-CHORD-VOICING
        WS-RESULT-LINE WS-VALID-FLAG WS-AUDIT-CLOSE-FLAG.

0920-LOG-JOURNAL-ENTRY.
    CALL "CHORD-SBJOURNAL" USING WS-JRNL-PROGRAM-ID WS-OPERATOR-ID
        WS-JRNL-FILE-CODE WS-JRNL-ACTION WS-JRNL-BEFORE-IMAGE
        WS-JRNL-AFTER-IMAGE.

0950-LOG-REJECT.
    MOVE SPACES TO WS-REJECT-REQUEST
    MOVE SONGBOOK-MASTER-RECORD TO WS-REJECT-REQUEST
            WS-MASTER-FILE-STATUS " SEQ " SB-CHORD-SEQ
    ELSE
        ADD 1 TO WS-WRITTEN-COUNT
        MOVE "M" TO WS-JRNL-FILE-CODE
        MOVE SONGBOOK-MASTER-RECORD TO WS-JRNL-AFTER-IMAGE
        PERFORM 0920-LOG-JOURNAL-ENTRY
    END-IF

    MOVE SB-SONG-ID TO SR-SONG-ID
    IF WS-RESULT-FILE-STATUS NOT = "00"
        DISPLAY "RESULT WRITE FAILED - STATUS "
            WS-RESULT-FILE-STATUS " SEQ " SR-CHORD-SEQ
    ELSE
        MOVE "R" TO WS-JRNL-FILE-CODE
        MOVE SONGBOOK-RESULT-RECORD TO WS-JRNL-AFTER-IMAGE
        PERFORM 0920-LOG-JOURNAL-ENTRY
    END-IF

    PERFORM 0900-LOG-AUDIT-ENTRY.
                        WRITE SONG-STRUCTURE-RECORD
                        IF WS-STRUCTURE-FILE-STATUS = "00"
                            ADD 1 TO WS-SECTIONS-COPIED
                            MOVE "S" TO WS-JRNL-FILE-CODE
                            MOVE SONG-STRUCTURE-RECORD
                                TO WS-JRNL-AFTER-IMAGE
                            PERFORM 0920-LOG-JOURNAL-ENTRY
                        ELSE
                            DISPLAY "STRUCTURE COPY FAILED - STATUS "
                                WS-STRUCTURE-FILE-STATUS " SEC "
