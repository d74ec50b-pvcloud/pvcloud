IDENTIFICATION DIVISION.
PROGRAM-ID. CHORD-USAGEROLL.
*> Nightly usage rollup, scheduled right after CHORD-RECON and ahead
*> of the CHORD-HOUSEKEEP cut. Reads the day's CHORDAUD.LOG while it
*> is still whole, summarizes every lookup entry by usage date,
*> department, source tag, root and quality - lookups and rejects
*> (AUD-STATUS "N") - and posts the totals to USAGEHIST.DAT, the
*> permanent usage history. The audit archive generations are purged
*> once they pass housekeeping's retention window and RECONHIST.DAT
*> only keeps a running average, so this file is what the 13-month
*> trend report (CHORD-USAGETREND) reads and what still answers "how
*> has this department's usage moved over the year" long after the
*> raw logs are gone.
*> Each record carries the business date of the run that posted it.
*> A rerun of the same night takes that night's records back out and
*> posts the log again, so nothing is counted twice; a rerun after
*> housekeeping has already cut the log finds no entries and leaves
*> the night's records as they were posted. Any failure ends the step
*> unclean, and housekeeping will not cut a log whose usage has not
*> been rolled up. The business day defaults to today and can be
*> overridden with a USAGROLL run-control card (RC-RUN-DATE); the
*> card's RC-INPUT-FILE-NAME can point the rollup at a saved archive
*> generation when a night has to be caught up after the cut.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.
    SELECT USAGE-HISTORY-FILE ASSIGN TO "USAGEHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-FILE-STATUS.
    SELECT USAGE-WORK-FILE ASSIGN TO "USAGEHIST.WRK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-LOG-FILE.
01 AUDIT-LOG-RECORD-IN     PIC X(96).

FD  USAGE-HISTORY-FILE.
COPY USAGHIST.

FD  USAGE-WORK-FILE.
01 USAGE-WORK-RECORD       PIC X(48).

WORKING-STORAGE SECTION.
COPY AUDITREC.
COPY RUNCTLRC.

01 WS-RUNCTL-TAG            PIC X(8) VALUE "USAGROLL".
01 WS-RUNCTL-FOUND-FLAG     PIC X(1) VALUE "N".
01 WS-AUDIT-FILE-NAME       PIC X(40) VALUE "CHORDAUD.LOG".

01 WS-AUDIT-FILE-STATUS     PIC X(2).
01 WS-HISTORY-FILE-STATUS   PIC X(2).
01 WS-WORK-FILE-STATUS      PIC X(2).
01 WS-END-OF-FILE           PIC X(1) VALUE "N".
    88 WS-NO-MORE-ENTRIES            VALUE "Y".

01 WS-RUN-DATE              PIC X(8).
01 WS-ENTRIES-ROLLED        PIC 9(7) VALUE 0.
01 WS-REJECTS-ROLLED        PIC 9(7) VALUE 0.
01 WS-PRIOR-ROW-COUNT       PIC 9(7) VALUE 0.
01 WS-ROWS-KEPT             PIC 9(7) VALUE 0.
01 WS-ROWS-WRITTEN          PIC 9(7) VALUE 0.

*> The night's totals, one slot per date/department/source/root/
*> quality combination seen in the log. A log with more combinations
*> than the table holds fails the step rather than posting a partial
*> night to a file that is never corrected afterwards.
01 WS-TALLY-COUNT           PIC 9(4) VALUE 0.
01 WS-TALLY-IDX             PIC 9(4).
01 WS-TALLY-SLOT            PIC 9(4).
01 WS-TALLY-OVERFLOW-FLAG   PIC X(1) VALUE "N".
    88 WS-TALLY-OVERFLOWED           VALUE "Y".
01 WS-TALLY-TABLE.
    05 WS-TALLY-ENTRY OCCURS 5000 TIMES.
        10 WS-TL-KEY              PIC X(26).
        10 WS-TL-LOOKUPS          PIC 9(7).
        10 WS-TL-REJECTS          PIC 9(7).
01 WS-ENTRY-KEY.
    05 WS-EK-USAGE-DATE     PIC X(8).
    05 WS-EK-DEPARTMENT     PIC X(4).
    05 WS-EK-SOURCE         PIC X(8).
    05 WS-EK-TUNE-ROOT      PIC X(2).
    05 WS-EK-TUNE-QUALITY   PIC X(4).

01 WS-COUNT-DISPLAY         PIC ZZZZZZ9.

*> Suite-control linkage - this step's name, its declared predecessor
*> on the overnight board, and the verdict CHORD-SUITECTL hands back.
01 WS-SUITE-STEP           PIC X(8) VALUE "USAGROLL".
01 WS-SUITE-PREDECESSOR    PIC X(8) VALUE "RECON".
01 WS-SUITE-FUNCTION       PIC X(1).
01 WS-SUITE-OUTCOME        PIC X(1) VALUE SPACE.
01 WS-SUITE-COUNT          PIC 9(7) VALUE 0.
01 WS-SUITE-OVERRIDE       PIC X(1) VALUE "N".
01 WS-SUITE-VERDICT        PIC X(1).

PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0050-LOAD-RUN-CONTROL
    MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
    IF WS-RUNCTL-FOUND-FLAG = "Y" AND RC-RUN-DATE NOT = SPACES
        MOVE RC-RUN-DATE TO WS-RUN-DATE
    END-IF

    *> CHORD-RECON reconciles the log first; the rollup follows it so
    *> the two never disagree about what the day held.
    PERFORM 0060-SUITE-START
    IF WS-SUITE-VERDICT NOT = "Y"
        DISPLAY "PREDECESSOR " WS-SUITE-PREDECESSOR " NOT COMPLETE"
            " CLEAN FOR " WS-RUN-DATE " - RUN REFUSED"
        STOP RUN
    END-IF

    PERFORM 1000-TALLY-AUDIT-LOG
    IF WS-AUDIT-FILE-STATUS NOT = "00"
            AND WS-AUDIT-FILE-STATUS NOT = "35"
        DISPLAY "AUDIT LOG OPEN FAILED - STATUS "
            WS-AUDIT-FILE-STATUS " - " WS-AUDIT-FILE-NAME
        MOVE "F" TO WS-SUITE-OUTCOME
        PERFORM 0070-SUITE-END
        STOP RUN
    END-IF
    IF WS-TALLY-OVERFLOWED
        DISPLAY "MORE THAN 5000 USAGE COMBINATIONS IN THE LOG - NOTHING"
            " POSTED"
        MOVE "F" TO WS-SUITE-OUTCOME
        PERFORM 0070-SUITE-END
        STOP RUN
    END-IF

    PERFORM 2000-COUNT-PRIOR-ROLLUP
    IF WS-HISTORY-FILE-STATUS NOT = "00"
            AND WS-HISTORY-FILE-STATUS NOT = "35"
        DISPLAY "USAGE HISTORY OPEN FAILED - STATUS "
            WS-HISTORY-FILE-STATUS
        MOVE "F" TO WS-SUITE-OUTCOME
        PERFORM 0070-SUITE-END
        STOP RUN
    END-IF

    EVALUATE TRUE
        WHEN WS-PRIOR-ROW-COUNT > 0 AND WS-ENTRIES-ROLLED = 0
            *> Rerun after the cut - the log is empty, not the day.
            DISPLAY "NO ENTRIES IN " WS-AUDIT-FILE-NAME
                " - HISTORY FOR " WS-RUN-DATE " LEFT AS POSTED"
        WHEN WS-PRIOR-ROW-COUNT > 0
            PERFORM 3000-REPLACE-PRIOR-ROLLUP
        WHEN OTHER
            PERFORM 4000-APPEND-TALLY
    END-EVALUATE
    IF WS-SUITE-OUTCOME = "F"
        PERFORM 0070-SUITE-END
        STOP RUN
    END-IF

    MOVE WS-ENTRIES-ROLLED TO WS-COUNT-DISPLAY
    DISPLAY "LOOKUPS ROLLED UP FOR " WS-RUN-DATE ": " WS-COUNT-DISPLAY
    MOVE WS-REJECTS-ROLLED TO WS-COUNT-DISPLAY
    DISPLAY "OF WHICH REJECTED:         " WS-COUNT-DISPLAY
    MOVE WS-ROWS-WRITTEN TO WS-COUNT-DISPLAY
    DISPLAY "HISTORY RECORDS POSTED:    " WS-COUNT-DISPLAY
    IF WS-PRIOR-ROW-COUNT > 0 AND WS-ENTRIES-ROLLED > 0
        MOVE WS-PRIOR-ROW-COUNT TO WS-COUNT-DISPLAY
        DISPLAY "EARLIER RECORDS REPLACED:  " WS-COUNT-DISPLAY
    END-IF
    MOVE "C" TO WS-SUITE-OUTCOME
    MOVE WS-ENTRIES-ROLLED TO WS-SUITE-COUNT
    PERFORM 0070-SUITE-END
    STOP RUN.

0050-LOAD-RUN-CONTROL.
    CALL "CHORD-RUNCTL" USING WS-RUNCTL-TAG RUN-CONTROL-RECORD
        WS-RUNCTL-FOUND-FLAG
    IF WS-RUNCTL-FOUND-FLAG = "Y"
        IF RC-INPUT-FILE-NAME NOT = SPACES
            MOVE RC-INPUT-FILE-NAME TO WS-AUDIT-FILE-NAME
        END-IF
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

1000-TALLY-AUDIT-LOG.
    MOVE 0 TO WS-TALLY-COUNT
    MOVE "N" TO WS-END-OF-FILE
    OPEN INPUT AUDIT-LOG-FILE
    IF WS-AUDIT-FILE-STATUS = "35"
        DISPLAY "NO AUDIT LOG - NOTHING TO ROLL UP"
    END-IF
    IF WS-AUDIT-FILE-STATUS = "00"
        PERFORM UNTIL WS-NO-MORE-ENTRIES
            READ AUDIT-LOG-FILE INTO AUDIT-LOG-RECORD
                AT END
                    SET WS-NO-MORE-ENTRIES TO TRUE
                NOT AT END
                    *> Header/trailer control brackets are not usage.
                    IF AUD-STATUS NOT = "H" AND AUD-STATUS NOT = "T"
                        PERFORM 1100-TALLY-ONE-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AUDIT-LOG-FILE
    END-IF.

1100-TALLY-ONE-ENTRY.
    MOVE AUD-TIMESTAMP (1:8) TO WS-EK-USAGE-DATE
    MOVE AUD-DEPARTMENT TO WS-EK-DEPARTMENT
    MOVE AUD-SOURCE TO WS-EK-SOURCE
    MOVE AUD-TUNE-ROOT TO WS-EK-TUNE-ROOT
    MOVE AUD-TUNE-QUALITY TO WS-EK-TUNE-QUALITY
    MOVE 0 TO WS-TALLY-SLOT
    PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
            UNTIL WS-TALLY-IDX > WS-TALLY-COUNT
                OR WS-TALLY-SLOT > 0
        IF WS-TL-KEY (WS-TALLY-IDX) = WS-ENTRY-KEY
            MOVE WS-TALLY-IDX TO WS-TALLY-SLOT
        END-IF
    END-PERFORM
    IF WS-TALLY-SLOT = 0
        IF WS-TALLY-COUNT < 5000
            ADD 1 TO WS-TALLY-COUNT
            MOVE WS-TALLY-COUNT TO WS-TALLY-SLOT
            MOVE WS-ENTRY-KEY TO WS-TL-KEY (WS-TALLY-SLOT)
            MOVE 0 TO WS-TL-LOOKUPS (WS-TALLY-SLOT)
            MOVE 0 TO WS-TL-REJECTS (WS-TALLY-SLOT)
        ELSE
            SET WS-TALLY-OVERFLOWED TO TRUE
        END-IF
    END-IF
    IF WS-TALLY-SLOT > 0
        ADD 1 TO WS-TL-LOOKUPS (WS-TALLY-SLOT)
        IF AUD-STATUS = "N"
            ADD 1 TO WS-TL-REJECTS (WS-TALLY-SLOT)
            ADD 1 TO WS-REJECTS-ROLLED
        END-IF
        ADD 1 TO WS-ENTRIES-ROLLED
    END-IF.

2000-COUNT-PRIOR-ROLLUP.
    MOVE 0 TO WS-PRIOR-ROW-COUNT
    MOVE "N" TO WS-END-OF-FILE
    OPEN INPUT USAGE-HISTORY-FILE
    IF WS-HISTORY-FILE-STATUS = "00"
        PERFORM UNTIL WS-NO-MORE-ENTRIES
            READ USAGE-HISTORY-FILE
                AT END
                    SET WS-NO-MORE-ENTRIES TO TRUE
                NOT AT END
                    IF UH-ROLLUP-DATE = WS-RUN-DATE
                        ADD 1 TO WS-PRIOR-ROW-COUNT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE USAGE-HISTORY-FILE
    END-IF.

3000-REPLACE-PRIOR-ROLLUP.
    *> Same night again: set every other night's records aside in the
    *> work file, then rebuild the history from it with tonight's
    *> totals on the end. The history is only reopened for output
    *> once the work copy is complete and readable back.
    MOVE 0 TO WS-ROWS-KEPT
    MOVE "N" TO WS-END-OF-FILE
    OPEN INPUT USAGE-HISTORY-FILE
    OPEN OUTPUT USAGE-WORK-FILE
    IF WS-WORK-FILE-STATUS NOT = "00"
        DISPLAY "USAGE WORK FILE OPEN FAILED - STATUS "
            WS-WORK-FILE-STATUS " - HISTORY NOT CHANGED"
        CLOSE USAGE-HISTORY-FILE
        MOVE "F" TO WS-SUITE-OUTCOME
    ELSE
        PERFORM UNTIL WS-NO-MORE-ENTRIES
            READ USAGE-HISTORY-FILE
                AT END
                    SET WS-NO-MORE-ENTRIES TO TRUE
                NOT AT END
                    IF UH-ROLLUP-DATE NOT = WS-RUN-DATE
                        WRITE USAGE-WORK-RECORD
                            FROM USAGE-HISTORY-RECORD
                        IF WS-WORK-FILE-STATUS NOT = "00"
                            DISPLAY "USAGE WORK FILE WRITE FAILED - "
                                "STATUS " WS-WORK-FILE-STATUS
                                " - HISTORY NOT CHANGED"
                            MOVE "F" TO WS-SUITE-OUTCOME
                            SET WS-NO-MORE-ENTRIES TO TRUE
                        ELSE
                            ADD 1 TO WS-ROWS-KEPT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE USAGE-HISTORY-FILE
        CLOSE USAGE-WORK-FILE
        IF WS-SUITE-OUTCOME NOT = "F"
            PERFORM 3100-REBUILD-HISTORY
        END-IF
    END-IF.

3100-REBUILD-HISTORY.
    MOVE "N" TO WS-END-OF-FILE
    OPEN INPUT USAGE-WORK-FILE
    IF WS-WORK-FILE-STATUS NOT = "00"
        DISPLAY "USAGE WORK FILE REOPEN FAILED - STATUS "
            WS-WORK-FILE-STATUS " - HISTORY NOT CHANGED"
        MOVE "F" TO WS-SUITE-OUTCOME
    ELSE
        OPEN OUTPUT USAGE-HISTORY-FILE
        IF WS-HISTORY-FILE-STATUS NOT = "00"
            DISPLAY "USAGE HISTORY OPEN FAILED - STATUS "
                WS-HISTORY-FILE-STATUS " - EARLIER NIGHTS KEPT IN "
                "USAGEHIST.WRK"
            CLOSE USAGE-WORK-FILE
            MOVE "F" TO WS-SUITE-OUTCOME
        ELSE
            PERFORM UNTIL WS-NO-MORE-ENTRIES
                READ USAGE-WORK-FILE
                    AT END
                        SET WS-NO-MORE-ENTRIES TO TRUE
                    NOT AT END
                        WRITE USAGE-HISTORY-RECORD
                            FROM USAGE-WORK-RECORD
                END-READ
            END-PERFORM
            CLOSE USAGE-WORK-FILE
            PERFORM 4100-WRITE-TALLY
            CLOSE USAGE-HISTORY-FILE
        END-IF
    END-IF.

4000-APPEND-TALLY.
    OPEN EXTEND USAGE-HISTORY-FILE
    IF WS-HISTORY-FILE-STATUS NOT = "00"
        OPEN OUTPUT USAGE-HISTORY-FILE
    END-IF
    IF WS-HISTORY-FILE-STATUS NOT = "00"
        DISPLAY "USAGE HISTORY OPEN FAILED - STATUS "
            WS-HISTORY-FILE-STATUS
        MOVE "F" TO WS-SUITE-OUTCOME
    ELSE
        PERFORM 4100-WRITE-TALLY
        CLOSE USAGE-HISTORY-FILE
    END-IF.

4100-WRITE-TALLY.
    MOVE 0 TO WS-ROWS-WRITTEN
    PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
            UNTIL WS-TALLY-IDX > WS-TALLY-COUNT
        MOVE WS-TL-KEY (WS-TALLY-IDX) TO UH-KEY
        MOVE WS-TL-LOOKUPS (WS-TALLY-IDX) TO UH-LOOKUP-COUNT
        MOVE WS-TL-REJECTS (WS-TALLY-IDX) TO UH-REJECT-COUNT
        MOVE WS-RUN-DATE TO UH-ROLLUP-DATE
        WRITE USAGE-HISTORY-RECORD
        ADD 1 TO WS-ROWS-WRITTEN
    END-PERFORM.
