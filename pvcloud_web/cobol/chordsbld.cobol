*> was added and how many chords were written or rejected, plus run
*> totals. An SBLOAD run-control card can redirect the feed, the
*> report, and the operator the run bills to.
*> Every chord written is journaled to SBJRNL.DAT through
*> CHORD-SBJOURNAL as an add under the operator the run bills to, so
*> a bad feed can be traced and backed out song by song with
*> CHORD-SBRESTORE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-COUNT-DISPLAY        PIC ZZZZZZ9.
01 WS-RUN-DATE             PIC X(8).

*> Change-journal linkage - which master, what was done to the
*> record, and the record as it stood before and after the write.
01 WS-JRNL-PROGRAM-ID      PIC X(16) VALUE "CHORD-SBLOAD".
01 WS-JRNL-FILE-CODE       PIC X(1) VALUE "M".
01 WS-JRNL-ACTION          PIC X(1) VALUE "A".
01 WS-JRNL-BEFORE-IMAGE    PIC X(52) VALUE SPACES.
01 WS-JRNL-AFTER-IMAGE     PIC X(52).

*> Suite-control linkage - this step's name, its declared predecessor
*> on the overnight board, and the verdict CHORD-SUITECTL hands back.
01 WS-SUITE-STEP           PIC X(8) VALUE "SBLOAD".
        OPEN I-O SONGBOOK-MASTER-FILE
    END-IF.

0900-LOG-JOURNAL-ENTRY.
    CALL "CHORD-SBJOURNAL" USING WS-JRNL-PROGRAM-ID WS-OPERATOR-ID
        WS-JRNL-FILE-CODE WS-JRNL-ACTION WS-JRNL-BEFORE-IMAGE
        WS-JRNL-AFTER-IMAGE.

0950-LOG-REJECT.
    MOVE SPACES TO WS-REJECT-REQUEST
    MOVE WS-SCT-FEED-RECORD (WS-SONG-CHORD-IDX)
        WRITE SONGBOOK-MASTER-RECORD
        IF WS-MASTER-FILE-STATUS = "00"
            ADD 1 TO WS-CHORDS-WRITTEN
            MOVE SONGBOOK-MASTER-RECORD TO WS-JRNL-AFTER-IMAGE
            PERFORM 0900-LOG-JOURNAL-ENTRY
        ELSE
            DISPLAY "LOAD WRITE FAILED - STATUS "
                WS-MASTER-FILE-STATUS " SONG " SB-SONG-ID
