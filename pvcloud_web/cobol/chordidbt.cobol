IDENTIFICATION DIVISION.
PROGRAM-ID. CHORD-IDBATCH.
*> Batch chord identification: reads a file of note sets (six
*> two-character note name slots per record, sharp or flat spelling,
*> bass note first, unused slots blank), hands each set to the
*> CHORD-IDENTIFY engine, and writes the notes and every ranked
*> root/quality/inversion that fits them to a report file - the
*> walk-up "what chord is this" questions and the synth desk's
*> read-back voicings answered in one job instead of at the counter.
*> A set that cannot be named (a bad note name, fewer than three
*> distinct notes, or nothing in the catalog fits) is reported and
*> queued to CHORDREJ.DAT for the morning rework pass. Every set is
*> audited through CHORD-AUDIT under the IDENTIFY source tag, with
*> the best match as the root/quality/voicing and the notes asked
*> about as the result line, so identification bills like any other
*> lookup. An IDENTIFY run-control card can redirect the note-set
*> and report files and name the operator.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT NOTE-SET-FILE ASSIGN TO DYNAMIC WS-REQUEST-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REQUEST-FILE-STATUS.
    SELECT IDENTIFY-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  NOTE-SET-FILE.
01 NOTE-SET-RECORD.
    05 NS-NOTE-NAME OCCURS 6 TIMES PIC X(2).

FD  IDENTIFY-REPORT-FILE.
01 IDENTIFY-REPORT-RECORD  PIC X(70).

WORKING-STORAGE SECTION.
COPY RUNCTLRC.
COPY CHRDIDNT.

01 WS-RUNCTL-TAG           PIC X(8) VALUE "IDENTIFY".
01 WS-RUNCTL-FOUND-FLAG    PIC X(1) VALUE "N".
01 WS-REQUEST-FILE-NAME    PIC X(40) VALUE "IDREQ.DAT".
01 WS-REPORT-FILE-NAME     PIC X(40) VALUE "IDRPT.TXT".

01 WS-REQUEST-FILE-STATUS  PIC X(2).
01 WS-REPORT-FILE-STATUS   PIC X(2).
01 WS-REJECT-REQUEST       PIC X(40) VALUE SPACES.
01 WS-END-OF-FILE          PIC X(1) VALUE "N".
    88 WS-NO-MORE-REQUESTS          VALUE "Y".
01 WS-RECORDS-PROCESSED    PIC 9(7) VALUE 0.
01 WS-NOTE-IDX             PIC 9(1).
01 WS-MATCH-IDX            PIC 9(2).
01 WS-MATCH-DISPLAY        PIC Z9.
01 WS-STRING-PTR           PIC 9(2).
01 WS-NOTE-LIST            PIC X(40) VALUE SPACES.
01 WS-INVERSION-TEXT       PIC X(16).

01 WS-BEST-ROOT            PIC X(2).
01 WS-BEST-QUALITY         PIC X(4).
01 WS-VOICING              PIC X(1) VALUE SPACES.
01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
01 WS-DEPARTMENT           PIC X(4) VALUE SPACES.
01 WS-SIGNON-STATUS        PIC X(1) VALUE "N".
01 WS-AUTHORITY-LEVEL      PIC X(1) VALUE SPACES.
01 WS-SOURCE-TAG           PIC X(8) VALUE "IDENTIFY".
01 WS-AUDIT-CLOSE-FLAG     PIC X(1) VALUE "N".
01 WS-RUN-DATE             PIC X(8).

*> Suite-control linkage - this step's name, its declared predecessor
*> on the overnight board, and the verdict CHORD-SUITECTL hands back.
01 WS-SUITE-STEP           PIC X(8) VALUE "IDENTIFY".
01 WS-SUITE-PREDECESSOR    PIC X(8) VALUE SPACES.
01 WS-SUITE-FUNCTION       PIC X(1).
01 WS-SUITE-OUTCOME        PIC X(1) VALUE SPACE.
01 WS-SUITE-COUNT          PIC 9(7) VALUE 0.
01 WS-SUITE-OVERRIDE       PIC X(1) VALUE "N".
01 WS-SUITE-VERDICT        PIC X(1).

PROCEDURE DIVISION.
0000-MAIN.
    ACCEPT WS-OPERATOR-ID FROM COMMAND-LINE
    PERFORM 0020-LOAD-RUN-CONTROL
    PERFORM 0040-CHECK-SIGNON
    IF WS-SIGNON-STATUS NOT = "Y"
        IF WS-SIGNON-STATUS = "I"
            DISPLAY "OPERATOR INACTIVE - RUN REFUSED: " WS-OPERATOR-ID
        ELSE
            DISPLAY "OPERATOR NOT ON MASTER - RUN REFUSED: "
                WS-OPERATOR-ID
        END-IF
        STOP RUN
    END-IF

    MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
    IF WS-RUNCTL-FOUND-FLAG = "Y" AND RC-RUN-DATE NOT = SPACES
        MOVE RC-RUN-DATE TO WS-RUN-DATE
    END-IF
    PERFORM 0030-SUITE-START
    IF WS-SUITE-VERDICT NOT = "Y"
        DISPLAY "PREDECESSOR " WS-SUITE-PREDECESSOR " NOT COMPLETE"
            " CLEAN FOR " WS-RUN-DATE " - RUN REFUSED"
        STOP RUN
    END-IF

    OPEN INPUT NOTE-SET-FILE
    IF WS-REQUEST-FILE-STATUS NOT = "00"
        DISPLAY "NOTE SET FILE OPEN FAILED - STATUS "
            WS-REQUEST-FILE-STATUS
        MOVE "F" TO WS-SUITE-OUTCOME
        PERFORM 0035-SUITE-END
        STOP RUN
    END-IF
    OPEN OUTPUT IDENTIFY-REPORT-FILE

    PERFORM UNTIL WS-NO-MORE-REQUESTS
        READ NOTE-SET-FILE
            AT END
                SET WS-NO-MORE-REQUESTS TO TRUE
            NOT AT END
                PERFORM 1000-IDENTIFY-ONE-SET
                ADD 1 TO WS-RECORDS-PROCESSED
        END-READ
    END-PERFORM

    CLOSE NOTE-SET-FILE
    CLOSE IDENTIFY-REPORT-FILE

    MOVE "Y" TO WS-AUDIT-CLOSE-FLAG
    PERFORM 0990-LOG-AUDIT-ENTRY

    MOVE "C" TO WS-SUITE-OUTCOME
    MOVE WS-RECORDS-PROCESSED TO WS-SUITE-COUNT
    PERFORM 0035-SUITE-END

    STOP RUN.

0020-LOAD-RUN-CONTROL.
    CALL "CHORD-RUNCTL" USING WS-RUNCTL-TAG RUN-CONTROL-RECORD
        WS-RUNCTL-FOUND-FLAG
    IF WS-RUNCTL-FOUND-FLAG = "Y"
        IF RC-OPERATOR-ID NOT = SPACES
            MOVE RC-OPERATOR-ID TO WS-OPERATOR-ID
        END-IF
        IF RC-INPUT-FILE-NAME NOT = SPACES
            MOVE RC-INPUT-FILE-NAME TO WS-REQUEST-FILE-NAME
        END-IF
        IF RC-OUTPUT-FILE-NAME NOT = SPACES
            MOVE RC-OUTPUT-FILE-NAME TO WS-REPORT-FILE-NAME
        END-IF
        IF RC-OVERRIDE-FLAG = "Y"
            MOVE "Y" TO WS-SUITE-OVERRIDE
        END-IF
    END-IF.

0030-SUITE-START.
    MOVE "S" TO WS-SUITE-FUNCTION
    MOVE SPACE TO WS-SUITE-OUTCOME
    CALL "CHORD-SUITECTL" USING WS-SUITE-STEP WS-RUN-DATE
        WS-SUITE-FUNCTION WS-SUITE-OUTCOME WS-SUITE-COUNT
        WS-SUITE-PREDECESSOR WS-SUITE-OVERRIDE WS-SUITE-VERDICT.

0035-SUITE-END.
    MOVE "E" TO WS-SUITE-FUNCTION
    CALL "CHORD-SUITECTL" USING WS-SUITE-STEP WS-RUN-DATE
        WS-SUITE-FUNCTION WS-SUITE-OUTCOME WS-SUITE-COUNT
        WS-SUITE-PREDECESSOR WS-SUITE-OVERRIDE WS-SUITE-VERDICT.

0040-CHECK-SIGNON.
    CALL "CHORD-OPERATOR" USING WS-OPERATOR-ID WS-DEPARTMENT
        WS-SIGNON-STATUS WS-AUTHORITY-LEVEL.

0950-LOG-REJECT.
    MOVE SPACES TO WS-REJECT-REQUEST
    MOVE NOTE-SET-RECORD TO WS-REJECT-REQUEST
    CALL "CHORD-REJECT" USING WS-SOURCE-TAG WS-OPERATOR-ID
        CI-REASON-CODE WS-REJECT-REQUEST.

0990-LOG-AUDIT-ENTRY.
    CALL "CHORD-AUDIT" USING WS-OPERATOR-ID WS-DEPARTMENT
        WS-SOURCE-TAG WS-BEST-ROOT WS-BEST-QUALITY WS-VOICING
        WS-NOTE-LIST CI-VALID-FLAG WS-AUDIT-CLOSE-FLAG.

1000-IDENTIFY-ONE-SET.
    MOVE SPACES TO CHORD-IDENT-BLOCK
    MOVE SPACES TO WS-NOTE-LIST
    MOVE 1 TO WS-STRING-PTR
    PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1 UNTIL WS-NOTE-IDX > 6
        MOVE NS-NOTE-NAME (WS-NOTE-IDX) TO CI-NOTE-NAME (WS-NOTE-IDX)
        IF NS-NOTE-NAME (WS-NOTE-IDX) NOT = SPACES
            IF WS-STRING-PTR > 1
                STRING " | " DELIMITED BY SIZE
                    INTO WS-NOTE-LIST
                    WITH POINTER WS-STRING-PTR
            END-IF
            STRING NS-NOTE-NAME (WS-NOTE-IDX) DELIMITED BY SIZE
                INTO WS-NOTE-LIST
                WITH POINTER WS-STRING-PTR
        END-IF
    END-PERFORM
    CALL "CHORD-IDENTIFY" USING CHORD-IDENT-BLOCK

    MOVE SPACES TO IDENTIFY-REPORT-RECORD
    STRING "NOTES: " DELIMITED BY SIZE
           WS-NOTE-LIST DELIMITED BY SIZE
        INTO IDENTIFY-REPORT-RECORD
    WRITE IDENTIFY-REPORT-RECORD
    IF CI-VALID-FLAG = "Y"
        PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
                UNTIL WS-MATCH-IDX > CI-MATCH-COUNT
            PERFORM 1100-WRITE-MATCH-LINE
        END-PERFORM
        MOVE CI-MATCH-ROOT (1) TO WS-BEST-ROOT
        MOVE CI-MATCH-QUALITY (1) TO WS-BEST-QUALITY
        *> CHORD-LOOKUP voices only the first and second inversions;
        *> anything higher is audited in root position, as a lookup
        *> would have sounded it.
        IF CI-MATCH-INVERSION (1) = 1 OR CI-MATCH-INVERSION (1) = 2
            MOVE CI-MATCH-INVERSION (1) TO WS-VOICING
        ELSE
            MOVE SPACE TO WS-VOICING
        END-IF
    ELSE
        MOVE SPACES TO IDENTIFY-REPORT-RECORD
        EVALUATE CI-REASON-CODE
            WHEN "N"
                MOVE "  NOT IDENTIFIED - UNKNOWN NOTE NAME IN SET"
                    TO IDENTIFY-REPORT-RECORD
            WHEN "C"
                MOVE "  NOT IDENTIFIED - FEWER THAN THREE DISTINCT NOTES"
                    TO IDENTIFY-REPORT-RECORD
            WHEN OTHER
                MOVE "  NOT IDENTIFIED - NO CATALOG QUALITY FITS"
                    TO IDENTIFY-REPORT-RECORD
        END-EVALUATE
        WRITE IDENTIFY-REPORT-RECORD
        MOVE SPACES TO WS-BEST-ROOT
        MOVE SPACES TO WS-BEST-QUALITY
        MOVE SPACE TO WS-VOICING
        PERFORM 0950-LOG-REJECT
    END-IF
    PERFORM 0990-LOG-AUDIT-ENTRY.

1100-WRITE-MATCH-LINE.
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
    MOVE WS-MATCH-IDX TO WS-MATCH-DISPLAY
    MOVE SPACES TO IDENTIFY-REPORT-RECORD
    STRING "  " DELIMITED BY SIZE
           WS-MATCH-DISPLAY DELIMITED BY SIZE
           ". " DELIMITED BY SIZE
           CI-MATCH-ROOT-NAME (WS-MATCH-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CI-MATCH-QUALITY (WS-MATCH-IDX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-INVERSION-TEXT DELIMITED BY SIZE
        INTO IDENTIFY-REPORT-RECORD
    IF CI-MATCH-MISSING (WS-MATCH-IDX) > 0
        MOVE "(NO FIFTH)" TO IDENTIFY-REPORT-RECORD (35:10)
    END-IF
    WRITE IDENTIFY-REPORT-RECORD.
