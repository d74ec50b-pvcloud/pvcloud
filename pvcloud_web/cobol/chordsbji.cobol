IDENTIFICATION DIVISION.
PROGRAM-ID. CHORD-SBJRNINQ.
*> Songbook change-journal inquiry: lists the SBJRNL.DAT entries for
*> one song or for one operator - when, which program, who, which
*> master, and what was done - with the record as it stood before
*> and after each write spelled out field by field, so "who changed
*> this song, and when" is answered from the journal instead of a
*> full restore from backup. The SBJRNINQ run-control card's mode
*> flag picks the selection ("S" song, "O" operator) and its select
*> key carries the song or operator ID; a card with no selection
*> lists the whole journal. The card can also point the run at a
*> saved copy of the journal and redirect the report. The report is
*> for the librarians; nothing is changed and nothing is audited.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SONGBOOK-JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-FILE-STATUS.
    SELECT INQUIRY-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SONGBOOK-JOURNAL-FILE.
COPY SBJRNLRC.

FD  INQUIRY-REPORT-FILE.
01 INQUIRY-REPORT-RECORD   PIC X(100).

WORKING-STORAGE SECTION.
COPY RUNCTLRC.
*> Work copies of the three journaled layouts - an image is moved
*> into the one its file code names and printed from there.
COPY SNGBKMS.
COPY SONGSTRC.
COPY SNGBKRS.

01 WS-RUNCTL-TAG           PIC X(8) VALUE "SBJRNINQ".
01 WS-RUNCTL-FOUND-FLAG    PIC X(1) VALUE "N".
01 WS-JOURNAL-FILE-NAME    PIC X(40) VALUE "SBJRNL.DAT".
01 WS-REPORT-FILE-NAME     PIC X(40) VALUE "SBJRNRPT.TXT".

01 WS-JOURNAL-FILE-STATUS  PIC X(2).
01 WS-REPORT-FILE-STATUS   PIC X(2).
01 WS-END-OF-FILE          PIC X(1) VALUE "N".
    88 WS-NO-MORE-JOURNAL           VALUE "Y".

*> Selection - "S" one song, "O" one operator, blank everything.
01 WS-SELECT-MODE          PIC X(1) VALUE SPACE.
    88 WS-SELECT-BY-SONG            VALUE "S".
    88 WS-SELECT-BY-OPERATOR        VALUE "O".
01 WS-SELECT-KEY           PIC X(8) VALUE SPACES.
01 WS-ENTRY-SELECTED-FLAG  PIC X(1).
    88 WS-ENTRY-SELECTED            VALUE "Y".

01 WS-FILE-LABEL           PIC X(8).
01 WS-ACTION-LABEL         PIC X(8).
01 WS-IMAGE-LABEL          PIC X(8).
01 WS-PRINT-IMAGE          PIC X(52).
01 WS-IMAGE-TEXT           PIC X(80).

01 WS-ENTRIES-READ         PIC 9(7) VALUE 0.
01 WS-ENTRIES-LISTED       PIC 9(7) VALUE 0.
01 WS-COUNT-DISPLAY        PIC ZZZZZZ9.
01 WS-RUN-DATE             PIC X(8).

*> Suite-control linkage - this step's name, its declared predecessor
*> on the overnight board, and the verdict CHORD-SUITECTL hands back.
01 WS-SUITE-STEP           PIC X(8) VALUE "SBJRNINQ".
01 WS-SUITE-PREDECESSOR    PIC X(8) VALUE SPACES.
01 WS-SUITE-FUNCTION       PIC X(1).
01 WS-SUITE-OUTCOME        PIC X(1) VALUE SPACE.
01 WS-SUITE-COUNT          PIC 9(7) VALUE 0.
01 WS-SUITE-OVERRIDE       PIC X(1) VALUE "N".
01 WS-SUITE-VERDICT        PIC X(1).


PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0050-LOAD-RUN-CONTROL
    IF (WS-SELECT-BY-SONG OR WS-SELECT-BY-OPERATOR)
            AND WS-SELECT-KEY = SPACES
        DISPLAY "SELECTION MODE " WS-SELECT-MODE
            " WITH NO SELECT KEY ON THE CARD - RUN REFUSED"
        STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
    IF WS-RUNCTL-FOUND-FLAG = "Y" AND RC-RUN-DATE NOT = SPACES
        MOVE RC-RUN-DATE TO WS-RUN-DATE
    END-IF
    PERFORM 0060-SUITE-START
    IF WS-SUITE-VERDICT NOT = "Y"
        DISPLAY "PREDECESSOR " WS-SUITE-PREDECESSOR " NOT COMPLETE"
            " CLEAN FOR " WS-RUN-DATE " - RUN REFUSED"
        STOP RUN
    END-IF

    OPEN INPUT SONGBOOK-JOURNAL-FILE
    IF WS-JOURNAL-FILE-STATUS NOT = "00"
        DISPLAY "CHANGE JOURNAL OPEN FAILED - STATUS "
            WS-JOURNAL-FILE-STATUS
        MOVE "F" TO WS-SUITE-OUTCOME
        PERFORM 0070-SUITE-END
        STOP RUN
    END-IF
    OPEN OUTPUT INQUIRY-REPORT-FILE
    PERFORM 1000-WRITE-HEADINGS

    PERFORM UNTIL WS-NO-MORE-JOURNAL
        READ SONGBOOK-JOURNAL-FILE
            AT END
                SET WS-NO-MORE-JOURNAL TO TRUE
            NOT AT END
                ADD 1 TO WS-ENTRIES-READ
                PERFORM 2000-SELECT-ENTRY
                IF WS-ENTRY-SELECTED
                    PERFORM 3000-LIST-ONE-ENTRY
                END-IF
        END-READ
    END-PERFORM

    PERFORM 5000-WRITE-TOTALS
    CLOSE SONGBOOK-JOURNAL-FILE
    CLOSE INQUIRY-REPORT-FILE
    MOVE "C" TO WS-SUITE-OUTCOME
    MOVE WS-ENTRIES-LISTED TO WS-SUITE-COUNT
    PERFORM 0070-SUITE-END
    DISPLAY "JOURNAL ENTRIES LISTED: " WS-ENTRIES-LISTED
        " TO " WS-REPORT-FILE-NAME
    STOP RUN.

0050-LOAD-RUN-CONTROL.
    CALL "CHORD-RUNCTL" USING WS-RUNCTL-TAG RUN-CONTROL-RECORD
        WS-RUNCTL-FOUND-FLAG
    IF WS-RUNCTL-FOUND-FLAG = "Y"
        IF RC-INPUT-FILE-NAME NOT = SPACES
            MOVE RC-INPUT-FILE-NAME TO WS-JOURNAL-FILE-NAME
        END-IF
        IF RC-OUTPUT-FILE-NAME NOT = SPACES
            MOVE RC-OUTPUT-FILE-NAME TO WS-REPORT-FILE-NAME
        END-IF
        MOVE FUNCTION UPPER-CASE (RC-MODE-FLAG) TO WS-SELECT-MODE
        MOVE RC-SELECT-KEY TO WS-SELECT-KEY
        IF RC-OVERRIDE-FLAG = "Y"
            MOVE "Y" TO WS-SUITE-OVERRIDE
        END-IF
    END-IF.

0060-SUITE-START.
    MOVE "S" TO WS-SUITE-FUNCTION
    MOVE SPACE TO WS-SUITE-OUTCOME
    CALL "CHORD-SUITECTL" USING WS-SUITE-STEP WS-RUN-DATE
        WS-SUITE-FUNCTION WS-SUITE-OUTCOME WS-SUITE-COUNT
        WS-SUITE-PREDECESSOR WS-SUITE-OVERRIDE WS-SUITE-VERDICT.

0070-SUITE-END.
    MOVE "E" TO WS-SUITE-FUNCTION
    CALL "CHORD-SUITECTL" USING WS-SUITE-STEP WS-RUN-DATE
        WS-SUITE-FUNCTION WS-SUITE-OUTCOME WS-SUITE-COUNT
        WS-SUITE-PREDECESSOR WS-SUITE-OVERRIDE WS-SUITE-VERDICT.

1000-WRITE-HEADINGS.
    MOVE SPACES TO INQUIRY-REPORT-RECORD
    EVALUATE TRUE
        WHEN WS-SELECT-BY-SONG
            STRING "SONGBOOK CHANGE JOURNAL - SONG " DELIMITED BY SIZE
                   WS-SELECT-KEY DELIMITED BY SPACE
                INTO INQUIRY-REPORT-RECORD
        WHEN WS-SELECT-BY-OPERATOR
            STRING "SONGBOOK CHANGE JOURNAL - OPERATOR "
                       DELIMITED BY SIZE
                   WS-SELECT-KEY DELIMITED BY SPACE
                INTO INQUIRY-REPORT-RECORD
        WHEN OTHER
            MOVE "SONGBOOK CHANGE JOURNAL - ALL ENTRIES"
                TO INQUIRY-REPORT-RECORD
    END-EVALUATE
    WRITE INQUIRY-REPORT-RECORD
    MOVE SPACES TO INQUIRY-REPORT-RECORD
    WRITE INQUIRY-REPORT-RECORD
    MOVE SPACES TO INQUIRY-REPORT-RECORD
    MOVE "DATE" TO INQUIRY-REPORT-RECORD (1:4)
    MOVE "TIME" TO INQUIRY-REPORT-RECORD (13:4)
    MOVE "PROGRAM" TO INQUIRY-REPORT-RECORD (23:7)
    MOVE "OPERATOR" TO INQUIRY-REPORT-RECORD (41:8)
    MOVE "SONG" TO INQUIRY-REPORT-RECORD (51:4)
    MOVE "FILE" TO INQUIRY-REPORT-RECORD (59:4)
    MOVE "ACTION" TO INQUIRY-REPORT-RECORD (69:6)
    WRITE INQUIRY-REPORT-RECORD.

2000-SELECT-ENTRY.
    MOVE "N" TO WS-ENTRY-SELECTED-FLAG
    EVALUATE TRUE
        WHEN WS-SELECT-BY-SONG
            IF SJ-SONG-ID = WS-SELECT-KEY (1:6)
                SET WS-ENTRY-SELECTED TO TRUE
            END-IF
        WHEN WS-SELECT-BY-OPERATOR
            IF SJ-OPERATOR-ID = WS-SELECT-KEY
                SET WS-ENTRY-SELECTED TO TRUE
            END-IF
        WHEN OTHER
            SET WS-ENTRY-SELECTED TO TRUE
    END-EVALUATE.

3000-LIST-ONE-ENTRY.
    ADD 1 TO WS-ENTRIES-LISTED
    EVALUATE SJ-FILE-CODE
        WHEN "M"
            MOVE "CHORD" TO WS-FILE-LABEL
        WHEN "S"
            MOVE "SECTION" TO WS-FILE-LABEL
        WHEN "R"
            MOVE "RESULT" TO WS-FILE-LABEL
        WHEN OTHER
            MOVE SJ-FILE-CODE TO WS-FILE-LABEL
    END-EVALUATE
    EVALUATE SJ-ACTION
        WHEN "A"
            MOVE "ADD" TO WS-ACTION-LABEL
        WHEN "C"
            MOVE "CHANGE" TO WS-ACTION-LABEL
        WHEN "D"
            MOVE "DELETE" TO WS-ACTION-LABEL
        WHEN "N"
            MOVE "RENUMBER" TO WS-ACTION-LABEL
        WHEN OTHER
            MOVE SJ-ACTION TO WS-ACTION-LABEL
    END-EVALUATE
    MOVE SPACES TO INQUIRY-REPORT-RECORD
    STRING SJ-TIMESTAMP (1:4) "-" SJ-TIMESTAMP (5:2) "-"
           SJ-TIMESTAMP (7:2) DELIMITED BY SIZE
        INTO INQUIRY-REPORT-RECORD (1:10)
    STRING SJ-TIMESTAMP (9:2) ":" SJ-TIMESTAMP (11:2) ":"
           SJ-TIMESTAMP (13:2) DELIMITED BY SIZE
        INTO INQUIRY-REPORT-RECORD (13:8)
    MOVE SJ-PROGRAM-ID TO INQUIRY-REPORT-RECORD (23:16)
    MOVE SJ-OPERATOR-ID TO INQUIRY-REPORT-RECORD (41:8)
    MOVE SJ-SONG-ID TO INQUIRY-REPORT-RECORD (51:6)
    MOVE WS-FILE-LABEL TO INQUIRY-REPORT-RECORD (59:8)
    MOVE WS-ACTION-LABEL TO INQUIRY-REPORT-RECORD (69:8)
    WRITE INQUIRY-REPORT-RECORD
    IF SJ-BEFORE-IMAGE NOT = SPACES
        MOVE "BEFORE:" TO WS-IMAGE-LABEL
        MOVE SJ-BEFORE-IMAGE TO WS-PRINT-IMAGE
        PERFORM 4000-PRINT-IMAGE
    END-IF
    IF SJ-AFTER-IMAGE NOT = SPACES
        MOVE "AFTER:" TO WS-IMAGE-LABEL
        MOVE SJ-AFTER-IMAGE TO WS-PRINT-IMAGE
        PERFORM 4000-PRINT-IMAGE
    END-IF.

4000-PRINT-IMAGE.
    MOVE SPACES TO WS-IMAGE-TEXT
    EVALUATE SJ-FILE-CODE
        WHEN "M"
            MOVE WS-PRINT-IMAGE TO SONGBOOK-MASTER-RECORD
            STRING "SEQ " SB-CHORD-SEQ
                   "  ROOT " SB-CHORD-ROOT
                   "  QUALITY " SB-CHORD-QUALITY
                   "  VOICING " SB-CHORD-VOICING
                   "  ENHARM " SB-ENHARM-PREF
                   "  STAMP " SB-LAST-MAINT-STAMP
                   DELIMITED BY SIZE
                INTO WS-IMAGE-TEXT
        WHEN "S"
            MOVE WS-PRINT-IMAGE TO SONG-STRUCTURE-RECORD
            STRING "SEC " SS-SECTION-SEQ
                   "  " SS-SECTION-LABEL
                   "  BARS/LINE " SS-BARS-PER-LINE
                   "  CHORDS/BAR " SS-CHORDS-PER-BAR
                   "  SEQ " SS-START-CHORD-SEQ "-" SS-END-CHORD-SEQ
                   DELIMITED BY SIZE
                INTO WS-IMAGE-TEXT
        WHEN "R"
            MOVE WS-PRINT-IMAGE TO SONGBOOK-RESULT-RECORD
            STRING "SEQ " SR-CHORD-SEQ
                   "  STATUS " SR-RESOLVED-STATUS
                   "  REASON " SR-REASON-CODE
                   "  " SR-RESOLVED-SPELLING
                   DELIMITED BY SIZE
                INTO WS-IMAGE-TEXT
        WHEN OTHER
            MOVE WS-PRINT-IMAGE TO WS-IMAGE-TEXT
    END-EVALUATE
    MOVE SPACES TO INQUIRY-REPORT-RECORD
    MOVE WS-IMAGE-LABEL TO INQUIRY-REPORT-RECORD (5:8)
    MOVE WS-IMAGE-TEXT TO INQUIRY-REPORT-RECORD (13:80)
    WRITE INQUIRY-REPORT-RECORD.

5000-WRITE-TOTALS.
    MOVE SPACES TO INQUIRY-REPORT-RECORD
    WRITE INQUIRY-REPORT-RECORD
    MOVE WS-ENTRIES-READ TO WS-COUNT-DISPLAY
    MOVE SPACES TO INQUIRY-REPORT-RECORD
    STRING "JOURNAL ENTRIES READ: " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
        INTO INQUIRY-REPORT-RECORD
    WRITE INQUIRY-REPORT-RECORD
    MOVE WS-ENTRIES-LISTED TO WS-COUNT-DISPLAY
    MOVE SPACES TO INQUIRY-REPORT-RECORD
    STRING "JOURNAL ENTRIES LISTED: " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
        INTO INQUIRY-REPORT-RECORD
    WRITE INQUIRY-REPORT-RECORD.
