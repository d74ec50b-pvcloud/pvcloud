IDENTIFICATION DIVISION.
PROGRAM-ID. CHORD-USAGETREND.
*> Usage trend report: reads the permanent USAGEHIST.DAT history the
*> nightly CHORD-USAGEROLL step posts and prints, for the thirteen
*> months ending with the run month, monthly lookup volume by
*> department and by source tag, the monthly reject rate overall and
*> by department, the most-requested roots and qualities over the
*> window, and the CHORDQUAL.DAT catalog qualities nobody has looked
*> up for three months or more (or ever, as far back as the history
*> goes) - so management can plan from a year of trends instead of
*> one night's reconciliation, and music staff can see which catalog
*> entries have fallen out of use and might be retired.
*> Thirteen months puts the same month last year beside this one.
*> The run month defaults to the current month and follows a
*> USAGTRND run-control card's RC-RUN-DATE when there is one; the
*> card can also redirect the history file (RC-INPUT-FILE-NAME) and
*> the report (RC-OUTPUT-FILE-NAME). A report, not a nightly step -
*> it waits on no predecessor.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT USAGE-HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HISTORY-FILE-STATUS.
    SELECT CHORD-QUALITY-FILE ASSIGN TO "CHORDQUAL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CQ-QUALITY-CODE
        FILE STATUS IS WS-QUALITY-FILE-STATUS.
    SELECT TREND-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  USAGE-HISTORY-FILE.
COPY USAGHIST.

FD  CHORD-QUALITY-FILE.
COPY CHQLMS.

FD  TREND-REPORT-FILE.
01 TREND-REPORT-RECORD     PIC X(132).

WORKING-STORAGE SECTION.
COPY RUNCTLRC.

01 WS-RUNCTL-TAG            PIC X(8) VALUE "USAGTRND".
01 WS-RUNCTL-FOUND-FLAG     PIC X(1) VALUE "N".
01 WS-HISTORY-FILE-NAME     PIC X(40) VALUE "USAGEHIST.DAT".
01 WS-REPORT-FILE-NAME      PIC X(40) VALUE "USAGETRD.TXT".

01 WS-HISTORY-FILE-STATUS   PIC X(2).
01 WS-QUALITY-FILE-STATUS   PIC X(2).
01 WS-REPORT-FILE-STATUS    PIC X(2).
01 WS-END-OF-FILE           PIC X(1) VALUE "N".
    88 WS-NO-MORE-RECORDS            VALUE "Y".

01 WS-RUN-DATE              PIC X(8).
01 WS-RECORDS-IN-WINDOW     PIC 9(7) VALUE 0.
01 WS-EARLIEST-DATE         PIC X(8) VALUE SPACES.

*> Months are numbered year * 12 + month - 1, so the window is a
*> plain range and month 1 of the report is twelve below the run
*> month.
01 WS-DATE-WORK             PIC X(8).
01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
    05 WS-DATE-YEAR         PIC 9(4).
    05 WS-DATE-MONTH        PIC 9(2).
    05 WS-DATE-DAY          PIC 9(2).
01 WS-MONTH-NUMBER          PIC 9(6).
01 WS-END-MONTH-NUMBER      PIC 9(6).
01 WS-START-MONTH-NUMBER    PIC 9(6).
01 WS-MONTH-IDX             PIC 9(2).
01 WS-MONTH-LABEL-TABLE.
    05 WS-MONTH-LABEL OCCURS 13 TIMES PIC X(7).
01 WS-LABEL-YEAR            PIC 9(4).
01 WS-LABEL-MONTH           PIC 9(2).

*> Catalog qualities nobody has looked up for this many months are
*> listed as unused.
01 WS-UNUSED-MONTHS         PIC 9(2) VALUE 3.
01 WS-IDLE-MONTHS           PIC 9(6).

*> Window totals - per month overall, per department, per source.
01 WS-MONTH-TOTAL-TABLE.
    05 WS-MONTH-TOTAL OCCURS 13 TIMES.
        10 WS-MT-LOOKUPS          PIC 9(7).
        10 WS-MT-REJECTS          PIC 9(7).
01 WS-DEPT-COUNT            PIC 9(3) VALUE 0.
01 WS-DEPT-IDX              PIC 9(3).
01 WS-DEPT-SLOT             PIC 9(3).
01 WS-DEPT-TABLE.
    05 WS-DEPT-ENTRY OCCURS 100 TIMES.
        10 WS-DPT-CODE            PIC X(4).
        10 WS-DPT-MONTH OCCURS 13 TIMES.
            15 WS-DPT-LOOKUPS     PIC 9(7).
            15 WS-DPT-REJECTS     PIC 9(7).
01 WS-SOURCE-COUNT          PIC 9(2) VALUE 0.
01 WS-SOURCE-IDX            PIC 9(2).
01 WS-SOURCE-SLOT           PIC 9(2).
01 WS-SOURCE-TABLE.
    05 WS-SOURCE-ENTRY OCCURS 50 TIMES.
        10 WS-SRC-CODE            PIC X(8).
        10 WS-SRC-LOOKUPS OCCURS 13 TIMES PIC 9(7).
01 WS-TABLE-FULL-COUNT      PIC 9(7) VALUE 0.

*> Roots and qualities - window totals for the rankings, and for
*> each quality the last date anyone looked it up, over the whole
*> history, for the unused-catalog check.
01 WS-ROOT-COUNT            PIC 9(2) VALUE 0.
01 WS-ROOT-IDX              PIC 9(2).
01 WS-ROOT-SLOT             PIC 9(2).
01 WS-ROOT-TABLE.
    05 WS-ROOT-ENTRY OCCURS 30 TIMES.
        10 WS-RT-CODE             PIC X(2).
        10 WS-RT-LOOKUPS          PIC 9(8).
        10 WS-RT-PRINTED-FLAG     PIC X(1).
01 WS-QUAL-COUNT            PIC 9(3) VALUE 0.
01 WS-QUAL-IDX              PIC 9(3).
01 WS-QUAL-SLOT             PIC 9(3).
01 WS-QUAL-TABLE.
    05 WS-QUAL-ENTRY OCCURS 200 TIMES.
        10 WS-QL-CODE             PIC X(4).
        10 WS-QL-LOOKUPS          PIC 9(8).
        10 WS-QL-LAST-DATE        PIC X(8).
        10 WS-QL-PRINTED-FLAG     PIC X(1).
01 WS-WINDOW-LOOKUPS        PIC 9(8) VALUE 0.
01 WS-RANK                  PIC 9(2).
01 WS-RANK-LIMIT            PIC 9(2).
01 WS-BEST-SLOT             PIC 9(3).
01 WS-BEST-LOOKUPS          PIC 9(8).

*> Catalog entries, active ones only.
01 WS-CATALOG-COUNT         PIC 9(2) VALUE 0.
01 WS-CATALOG-IDX           PIC 9(2).
01 WS-CATALOG-TABLE.
    05 WS-CATALOG-CODE OCCURS 50 TIMES PIC X(4).
01 WS-UNUSED-COUNT          PIC 9(2) VALUE 0.

*> One printed row of thirteen months.
01 WS-ROW-LABEL             PIC X(8).
01 WS-ROW-TABLE.
    05 WS-ROW-CELL OCCURS 13 TIMES.
        10 WS-ROW-LOOKUPS         PIC 9(7).
        10 WS-ROW-REJECTS         PIC 9(7).
01 WS-ROW-TOTAL             PIC 9(9).
01 WS-ROW-REJECT-TOTAL      PIC 9(9).
01 WS-CELL-COLUMN           PIC 9(3).
01 WS-RATE                  PIC 9(3)V9.

01 WS-CELL-DISPLAY          PIC ZZZZZZ9.
01 WS-TOTAL-DISPLAY         PIC ZZZZZZZZ9.
01 WS-RATE-DISPLAY          PIC ZZ9.9.
01 WS-RANK-DISPLAY          PIC Z9.
01 WS-MONTHS-DISPLAY        PIC ZZ9.
01 WS-SHARE                 PIC 9(3)V9.

*> Suite-control linkage - this step's name, its declared predecessor
*> on the overnight board, and the verdict CHORD-SUITECTL hands back.
01 WS-SUITE-STEP           PIC X(8) VALUE "USAGTRND".
01 WS-SUITE-PREDECESSOR    PIC X(8) VALUE SPACES.
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
    PERFORM 0060-SUITE-START
    IF WS-SUITE-VERDICT NOT = "Y"
        DISPLAY "PREDECESSOR " WS-SUITE-PREDECESSOR " NOT COMPLETE"
            " CLEAN FOR " WS-RUN-DATE " - RUN REFUSED"
        STOP RUN
    END-IF
    PERFORM 0100-SET-WINDOW

    PERFORM 1000-READ-HISTORY
    IF WS-HISTORY-FILE-STATUS NOT = "00"
            AND WS-HISTORY-FILE-STATUS NOT = "35"
        DISPLAY "USAGE HISTORY OPEN FAILED - STATUS "
            WS-HISTORY-FILE-STATUS " - " WS-HISTORY-FILE-NAME
        MOVE "F" TO WS-SUITE-OUTCOME
        PERFORM 0070-SUITE-END
        STOP RUN
    END-IF
    PERFORM 2000-LOAD-CATALOG

    OPEN OUTPUT TREND-REPORT-FILE
    PERFORM 3000-WRITE-REPORT-HEADER
    PERFORM 4000-WRITE-DEPARTMENT-VOLUME
    PERFORM 4500-WRITE-SOURCE-VOLUME
    PERFORM 5000-WRITE-REJECT-RATES
    PERFORM 6000-WRITE-TOP-ROOTS
    PERFORM 6500-WRITE-TOP-QUALITIES
    PERFORM 7000-WRITE-UNUSED-QUALITIES
    CLOSE TREND-REPORT-FILE

    MOVE WS-RECORDS-IN-WINDOW TO WS-CELL-DISPLAY
    DISPLAY "HISTORY RECORDS IN WINDOW: " WS-CELL-DISPLAY
        " - REPORT " WS-REPORT-FILE-NAME
    MOVE "C" TO WS-SUITE-OUTCOME
    MOVE WS-RECORDS-IN-WINDOW TO WS-SUITE-COUNT
    PERFORM 0070-SUITE-END
    STOP RUN.

0050-LOAD-RUN-CONTROL.
    CALL "CHORD-RUNCTL" USING WS-RUNCTL-TAG RUN-CONTROL-RECORD
        WS-RUNCTL-FOUND-FLAG
    IF WS-RUNCTL-FOUND-FLAG = "Y"
        IF RC-INPUT-FILE-NAME NOT = SPACES
            MOVE RC-INPUT-FILE-NAME TO WS-HISTORY-FILE-NAME
        END-IF
        IF RC-OUTPUT-FILE-NAME NOT = SPACES
            MOVE RC-OUTPUT-FILE-NAME TO WS-REPORT-FILE-NAME
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

0100-SET-WINDOW.
    MOVE WS-RUN-DATE TO WS-DATE-WORK
    COMPUTE WS-END-MONTH-NUMBER =
        (WS-DATE-YEAR * 12) + WS-DATE-MONTH - 1
    COMPUTE WS-START-MONTH-NUMBER = WS-END-MONTH-NUMBER - 12
    PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
            UNTIL WS-MONTH-IDX > 13
        COMPUTE WS-MONTH-NUMBER =
            WS-START-MONTH-NUMBER + WS-MONTH-IDX - 1
        PERFORM 0150-LABEL-MONTH
        MOVE SPACES TO WS-MONTH-LABEL (WS-MONTH-IDX)
        STRING WS-LABEL-YEAR DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-LABEL-MONTH DELIMITED BY SIZE
            INTO WS-MONTH-LABEL (WS-MONTH-IDX)
        MOVE 0 TO WS-MT-LOOKUPS (WS-MONTH-IDX)
        MOVE 0 TO WS-MT-REJECTS (WS-MONTH-IDX)
    END-PERFORM.

0150-LABEL-MONTH.
    COMPUTE WS-LABEL-YEAR = WS-MONTH-NUMBER / 12
    COMPUTE WS-LABEL-MONTH =
        WS-MONTH-NUMBER - (WS-LABEL-YEAR * 12) + 1.

1000-READ-HISTORY.
    MOVE "N" TO WS-END-OF-FILE
    OPEN INPUT USAGE-HISTORY-FILE
    IF WS-HISTORY-FILE-STATUS = "35"
        DISPLAY "NO USAGE HISTORY YET - " WS-HISTORY-FILE-NAME
    END-IF
    IF WS-HISTORY-FILE-STATUS = "00"
        PERFORM UNTIL WS-NO-MORE-RECORDS
            READ USAGE-HISTORY-FILE
                AT END
                    SET WS-NO-MORE-RECORDS TO TRUE
                NOT AT END
                    IF UH-USAGE-DATE IS NUMERIC
                        PERFORM 1100-TAKE-ONE-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE USAGE-HISTORY-FILE
    END-IF.

1100-TAKE-ONE-RECORD.
    IF WS-EARLIEST-DATE = SPACES OR UH-USAGE-DATE < WS-EARLIEST-DATE
        MOVE UH-USAGE-DATE TO WS-EARLIEST-DATE
    END-IF
    *> Last-used dates cover the whole history; everything else is
    *> the thirteen-month window only. Nothing after the run month
    *> counts, so a back-dated run reports the year it names.
    MOVE UH-USAGE-DATE TO WS-DATE-WORK
    COMPUTE WS-MONTH-NUMBER = (WS-DATE-YEAR * 12) + WS-DATE-MONTH - 1
    IF WS-MONTH-NUMBER <= WS-END-MONTH-NUMBER
        PERFORM 1500-FIND-QUALITY-SLOT
        IF WS-QUAL-SLOT > 0
            IF UH-USAGE-DATE > WS-QL-LAST-DATE (WS-QUAL-SLOT)
                MOVE UH-USAGE-DATE TO WS-QL-LAST-DATE (WS-QUAL-SLOT)
            END-IF
        END-IF
    END-IF
    IF WS-MONTH-NUMBER >= WS-START-MONTH-NUMBER
            AND WS-MONTH-NUMBER <= WS-END-MONTH-NUMBER
        ADD 1 TO WS-RECORDS-IN-WINDOW
        COMPUTE WS-MONTH-IDX =
            WS-MONTH-NUMBER - WS-START-MONTH-NUMBER + 1
        ADD UH-LOOKUP-COUNT TO WS-MT-LOOKUPS (WS-MONTH-IDX)
        ADD UH-REJECT-COUNT TO WS-MT-REJECTS (WS-MONTH-IDX)
        ADD UH-LOOKUP-COUNT TO WS-WINDOW-LOOKUPS
        PERFORM 1200-POST-DEPARTMENT
        PERFORM 1300-POST-SOURCE
        PERFORM 1400-POST-ROOT
        IF WS-QUAL-SLOT > 0
            ADD UH-LOOKUP-COUNT TO WS-QL-LOOKUPS (WS-QUAL-SLOT)
        END-IF
    END-IF.

1200-POST-DEPARTMENT.
    *> Kept in department-code order as they arrive, so the report
    *> needs no sort.
    MOVE 0 TO WS-DEPT-SLOT
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT OR WS-DEPT-SLOT > 0
        IF WS-DPT-CODE (WS-DEPT-IDX) = UH-DEPARTMENT
            MOVE WS-DEPT-IDX TO WS-DEPT-SLOT
        END-IF
    END-PERFORM
    IF WS-DEPT-SLOT = 0
        IF WS-DEPT-COUNT < 100
            MOVE 1 TO WS-DEPT-SLOT
            PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                    UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                IF WS-DPT-CODE (WS-DEPT-IDX) < UH-DEPARTMENT
                    COMPUTE WS-DEPT-SLOT = WS-DEPT-IDX + 1
                END-IF
            END-PERFORM
            PERFORM VARYING WS-DEPT-IDX FROM WS-DEPT-COUNT BY -1
                    UNTIL WS-DEPT-IDX < WS-DEPT-SLOT
                MOVE WS-DEPT-ENTRY (WS-DEPT-IDX)
                    TO WS-DEPT-ENTRY (WS-DEPT-IDX + 1)
            END-PERFORM
            ADD 1 TO WS-DEPT-COUNT
            INITIALIZE WS-DEPT-ENTRY (WS-DEPT-SLOT)
            MOVE UH-DEPARTMENT TO WS-DPT-CODE (WS-DEPT-SLOT)
        ELSE
            ADD UH-LOOKUP-COUNT TO WS-TABLE-FULL-COUNT
        END-IF
    END-IF
    IF WS-DEPT-SLOT > 0
        ADD UH-LOOKUP-COUNT
            TO WS-DPT-LOOKUPS (WS-DEPT-SLOT, WS-MONTH-IDX)
        ADD UH-REJECT-COUNT
            TO WS-DPT-REJECTS (WS-DEPT-SLOT, WS-MONTH-IDX)
    END-IF.

1300-POST-SOURCE.
    MOVE 0 TO WS-SOURCE-SLOT
    PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
            UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
                OR WS-SOURCE-SLOT > 0
        IF WS-SRC-CODE (WS-SOURCE-IDX) = UH-SOURCE
            MOVE WS-SOURCE-IDX TO WS-SOURCE-SLOT
        END-IF
    END-PERFORM
    IF WS-SOURCE-SLOT = 0
        IF WS-SOURCE-COUNT < 50
            MOVE 1 TO WS-SOURCE-SLOT
            PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                    UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
                IF WS-SRC-CODE (WS-SOURCE-IDX) < UH-SOURCE
                    COMPUTE WS-SOURCE-SLOT = WS-SOURCE-IDX + 1
                END-IF
            END-PERFORM
            PERFORM VARYING WS-SOURCE-IDX FROM WS-SOURCE-COUNT BY -1
                    UNTIL WS-SOURCE-IDX < WS-SOURCE-SLOT
                MOVE WS-SOURCE-ENTRY (WS-SOURCE-IDX)
                    TO WS-SOURCE-ENTRY (WS-SOURCE-IDX + 1)
            END-PERFORM
            ADD 1 TO WS-SOURCE-COUNT
            INITIALIZE WS-SOURCE-ENTRY (WS-SOURCE-SLOT)
            MOVE UH-SOURCE TO WS-SRC-CODE (WS-SOURCE-SLOT)
        ELSE
            ADD UH-LOOKUP-COUNT TO WS-TABLE-FULL-COUNT
        END-IF
    END-IF
    IF WS-SOURCE-SLOT > 0
        ADD UH-LOOKUP-COUNT
            TO WS-SRC-LOOKUPS (WS-SOURCE-SLOT, WS-MONTH-IDX)
    END-IF.

1400-POST-ROOT.
    MOVE 0 TO WS-ROOT-SLOT
    PERFORM VARYING WS-ROOT-IDX FROM 1 BY 1
            UNTIL WS-ROOT-IDX > WS-ROOT-COUNT OR WS-ROOT-SLOT > 0
        IF WS-RT-CODE (WS-ROOT-IDX) = UH-TUNE-ROOT
            MOVE WS-ROOT-IDX TO WS-ROOT-SLOT
        END-IF
    END-PERFORM
    IF WS-ROOT-SLOT = 0 AND WS-ROOT-COUNT < 30
        ADD 1 TO WS-ROOT-COUNT
        MOVE WS-ROOT-COUNT TO WS-ROOT-SLOT
        MOVE UH-TUNE-ROOT TO WS-RT-CODE (WS-ROOT-SLOT)
        MOVE 0 TO WS-RT-LOOKUPS (WS-ROOT-SLOT)
    END-IF
    IF WS-ROOT-SLOT > 0
        ADD UH-LOOKUP-COUNT TO WS-RT-LOOKUPS (WS-ROOT-SLOT)
    END-IF.

1500-FIND-QUALITY-SLOT.
    MOVE 0 TO WS-QUAL-SLOT
    PERFORM VARYING WS-QUAL-IDX FROM 1 BY 1
            UNTIL WS-QUAL-IDX > WS-QUAL-COUNT OR WS-QUAL-SLOT > 0
        IF WS-QL-CODE (WS-QUAL-IDX) = UH-TUNE-QUALITY
            MOVE WS-QUAL-IDX TO WS-QUAL-SLOT
        END-IF
    END-PERFORM
    IF WS-QUAL-SLOT = 0 AND WS-QUAL-COUNT < 200
        ADD 1 TO WS-QUAL-COUNT
        MOVE WS-QUAL-COUNT TO WS-QUAL-SLOT
        MOVE UH-TUNE-QUALITY TO WS-QL-CODE (WS-QUAL-SLOT)
        MOVE 0 TO WS-QL-LOOKUPS (WS-QUAL-SLOT)
        MOVE SPACES TO WS-QL-LAST-DATE (WS-QUAL-SLOT)
    END-IF.

2000-LOAD-CATALOG.
    MOVE 0 TO WS-CATALOG-COUNT
    MOVE "N" TO WS-END-OF-FILE
    OPEN INPUT CHORD-QUALITY-FILE
    IF WS-QUALITY-FILE-STATUS = "00"
        PERFORM UNTIL WS-NO-MORE-RECORDS
            READ CHORD-QUALITY-FILE
                AT END
                    SET WS-NO-MORE-RECORDS TO TRUE
                NOT AT END
                    *> Retired qualities are already out of use.
                    IF CQ-ACTIVE-FLAG = "Y" AND WS-CATALOG-COUNT < 50
                        ADD 1 TO WS-CATALOG-COUNT
                        MOVE CQ-QUALITY-CODE
                            TO WS-CATALOG-CODE (WS-CATALOG-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CHORD-QUALITY-FILE
    END-IF.

3000-WRITE-REPORT-HEADER.
    MOVE SPACES TO TREND-REPORT-RECORD
    STRING "CHORD LOOKUP USAGE TRENDS - 13 MONTHS " DELIMITED BY SIZE
           WS-MONTH-LABEL (1) DELIMITED BY SIZE
           " THROUGH " DELIMITED BY SIZE
           WS-MONTH-LABEL (13) DELIMITED BY SIZE
        INTO TREND-REPORT-RECORD
    WRITE TREND-REPORT-RECORD
    MOVE SPACES TO TREND-REPORT-RECORD
    IF WS-EARLIEST-DATE = SPACES
        MOVE "USAGE HISTORY IS EMPTY" TO TREND-REPORT-RECORD
    ELSE
        STRING "USAGE HISTORY BEGINS " DELIMITED BY SIZE
               WS-EARLIEST-DATE DELIMITED BY SIZE
            INTO TREND-REPORT-RECORD
    END-IF
    WRITE TREND-REPORT-RECORD
    IF WS-TABLE-FULL-COUNT > 0
        MOVE WS-TABLE-FULL-COUNT TO WS-CELL-DISPLAY
        MOVE SPACES TO TREND-REPORT-RECORD
        STRING "WARNING - LOOKUPS LEFT OFF THE DEPARTMENT/SOURCE"
                   DELIMITED BY SIZE
               " TABLES (TABLE FULL): " DELIMITED BY SIZE
               WS-CELL-DISPLAY DELIMITED BY SIZE
            INTO TREND-REPORT-RECORD
        WRITE TREND-REPORT-RECORD
    END-IF
    MOVE SPACES TO TREND-REPORT-RECORD
    WRITE TREND-REPORT-RECORD.

4000-WRITE-DEPARTMENT-VOLUME.
    MOVE SPACES TO TREND-REPORT-RECORD
    MOVE "LOOKUP VOLUME BY DEPARTMENT" TO TREND-REPORT-RECORD
    WRITE TREND-REPORT-RECORD
    MOVE "DEPT" TO WS-ROW-LABEL
    PERFORM 8200-WRITE-MONTH-HEADINGS
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
        MOVE WS-DPT-CODE (WS-DEPT-IDX) TO WS-ROW-LABEL
        IF WS-ROW-LABEL = SPACES
            MOVE "(NONE)" TO WS-ROW-LABEL
        END-IF
        PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                UNTIL WS-MONTH-IDX > 13
            MOVE WS-DPT-LOOKUPS (WS-DEPT-IDX, WS-MONTH-IDX)
                TO WS-ROW-LOOKUPS (WS-MONTH-IDX)
        END-PERFORM
        PERFORM 8000-WRITE-COUNT-ROW
    END-PERFORM
    PERFORM 4900-WRITE-ALL-ROW.

4500-WRITE-SOURCE-VOLUME.
    MOVE SPACES TO TREND-REPORT-RECORD
    MOVE "LOOKUP VOLUME BY SOURCE" TO TREND-REPORT-RECORD
    WRITE TREND-REPORT-RECORD
    MOVE "SOURCE" TO WS-ROW-LABEL
    PERFORM 8200-WRITE-MONTH-HEADINGS
    PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
            UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
        MOVE WS-SRC-CODE (WS-SOURCE-IDX) TO WS-ROW-LABEL
        PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                UNTIL WS-MONTH-IDX > 13
            MOVE WS-SRC-LOOKUPS (WS-SOURCE-IDX, WS-MONTH-IDX)
                TO WS-ROW-LOOKUPS (WS-MONTH-IDX)
        END-PERFORM
        PERFORM 8000-WRITE-COUNT-ROW
    END-PERFORM
    PERFORM 4900-WRITE-ALL-ROW.

4900-WRITE-ALL-ROW.
    MOVE "ALL" TO WS-ROW-LABEL
    PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
            UNTIL WS-MONTH-IDX > 13
        MOVE WS-MT-LOOKUPS (WS-MONTH-IDX)
            TO WS-ROW-LOOKUPS (WS-MONTH-IDX)
    END-PERFORM
    PERFORM 8000-WRITE-COUNT-ROW
    MOVE SPACES TO TREND-REPORT-RECORD
    WRITE TREND-REPORT-RECORD.

5000-WRITE-REJECT-RATES.
    MOVE SPACES TO TREND-REPORT-RECORD
    MOVE "REJECT RATE PERCENT BY MONTH (- = NO LOOKUPS)"
        TO TREND-REPORT-RECORD
    WRITE TREND-REPORT-RECORD
    MOVE "DEPT" TO WS-ROW-LABEL
    PERFORM 8200-WRITE-MONTH-HEADINGS
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
        MOVE WS-DPT-CODE (WS-DEPT-IDX) TO WS-ROW-LABEL
        IF WS-ROW-LABEL = SPACES
            MOVE "(NONE)" TO WS-ROW-LABEL
        END-IF
        PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                UNTIL WS-MONTH-IDX > 13
            MOVE WS-DPT-LOOKUPS (WS-DEPT-IDX, WS-MONTH-IDX)
                TO WS-ROW-LOOKUPS (WS-MONTH-IDX)
            MOVE WS-DPT-REJECTS (WS-DEPT-IDX, WS-MONTH-IDX)
                TO WS-ROW-REJECTS (WS-MONTH-IDX)
        END-PERFORM
        PERFORM 8100-WRITE-RATE-ROW
    END-PERFORM
    MOVE "ALL" TO WS-ROW-LABEL
    PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
            UNTIL WS-MONTH-IDX > 13
        MOVE WS-MT-LOOKUPS (WS-MONTH-IDX)
            TO WS-ROW-LOOKUPS (WS-MONTH-IDX)
        MOVE WS-MT-REJECTS (WS-MONTH-IDX)
            TO WS-ROW-REJECTS (WS-MONTH-IDX)
    END-PERFORM
    PERFORM 8100-WRITE-RATE-ROW
    MOVE SPACES TO TREND-REPORT-RECORD
    WRITE TREND-REPORT-RECORD.

6000-WRITE-TOP-ROOTS.
    MOVE SPACES TO TREND-REPORT-RECORD
    MOVE "MOST-REQUESTED ROOTS - 13 MONTHS" TO TREND-REPORT-RECORD
    WRITE TREND-REPORT-RECORD
    MOVE SPACES TO TREND-REPORT-RECORD
    MOVE "RANK" TO TREND-REPORT-RECORD (1:4)
    MOVE "ROOT" TO TREND-REPORT-RECORD (7:4)
    MOVE "LOOKUPS" TO TREND-REPORT-RECORD (16:7)
    MOVE "SHARE" TO TREND-REPORT-RECORD (25:5)
    WRITE TREND-REPORT-RECORD
    PERFORM VARYING WS-ROOT-IDX FROM 1 BY 1
            UNTIL WS-ROOT-IDX > WS-ROOT-COUNT
        MOVE "N" TO WS-RT-PRINTED-FLAG (WS-ROOT-IDX)
    END-PERFORM
    *> Every root is listed, busiest first - there are only twelve.
    PERFORM VARYING WS-RANK FROM 1 BY 1
            UNTIL WS-RANK > WS-ROOT-COUNT
        MOVE 0 TO WS-BEST-SLOT
        MOVE 0 TO WS-BEST-LOOKUPS
        PERFORM VARYING WS-ROOT-IDX FROM 1 BY 1
                UNTIL WS-ROOT-IDX > WS-ROOT-COUNT
            IF WS-RT-PRINTED-FLAG (WS-ROOT-IDX) = "N"
                    AND (WS-BEST-SLOT = 0
                        OR WS-RT-LOOKUPS (WS-ROOT-IDX)
                            > WS-BEST-LOOKUPS)
                MOVE WS-ROOT-IDX TO WS-BEST-SLOT
                MOVE WS-RT-LOOKUPS (WS-ROOT-IDX) TO WS-BEST-LOOKUPS
            END-IF
        END-PERFORM
        MOVE "Y" TO WS-RT-PRINTED-FLAG (WS-BEST-SLOT)
        MOVE SPACES TO TREND-REPORT-RECORD
        MOVE WS-RANK TO WS-RANK-DISPLAY
        MOVE WS-RANK-DISPLAY TO TREND-REPORT-RECORD (3:2)
        MOVE WS-RT-CODE (WS-BEST-SLOT) TO TREND-REPORT-RECORD (7:2)
        PERFORM 6900-WRITE-RANKED-COUNT
    END-PERFORM
    MOVE SPACES TO TREND-REPORT-RECORD
    WRITE TREND-REPORT-RECORD.

6500-WRITE-TOP-QUALITIES.
    MOVE SPACES TO TREND-REPORT-RECORD
    MOVE "MOST-REQUESTED QUALITIES - 13 MONTHS (TOP 10)"
        TO TREND-REPORT-RECORD
    WRITE TREND-REPORT-RECORD
    MOVE SPACES TO TREND-REPORT-RECORD
    MOVE "RANK" TO TREND-REPORT-RECORD (1:4)
    MOVE "QUAL" TO TREND-REPORT-RECORD (7:4)
    MOVE "LOOKUPS" TO TREND-REPORT-RECORD (16:7)
    MOVE "SHARE" TO TREND-REPORT-RECORD (25:5)
    WRITE TREND-REPORT-RECORD
    MOVE 0 TO WS-RANK-LIMIT
    PERFORM VARYING WS-QUAL-IDX FROM 1 BY 1
            UNTIL WS-QUAL-IDX > WS-QUAL-COUNT
        MOVE "N" TO WS-QL-PRINTED-FLAG (WS-QUAL-IDX)
        IF WS-QL-LOOKUPS (WS-QUAL-IDX) > 0 AND WS-RANK-LIMIT < 10
            ADD 1 TO WS-RANK-LIMIT
        END-IF
    END-PERFORM
    PERFORM VARYING WS-RANK FROM 1 BY 1
            UNTIL WS-RANK > WS-RANK-LIMIT
        MOVE 0 TO WS-BEST-SLOT
        MOVE 0 TO WS-BEST-LOOKUPS
        PERFORM VARYING WS-QUAL-IDX FROM 1 BY 1
                UNTIL WS-QUAL-IDX > WS-QUAL-COUNT
            IF WS-QL-PRINTED-FLAG (WS-QUAL-IDX) = "N"
                    AND WS-QL-LOOKUPS (WS-QUAL-IDX) > WS-BEST-LOOKUPS
                MOVE WS-QUAL-IDX TO WS-BEST-SLOT
                MOVE WS-QL-LOOKUPS (WS-QUAL-IDX) TO WS-BEST-LOOKUPS
            END-IF
        END-PERFORM
        MOVE "Y" TO WS-QL-PRINTED-FLAG (WS-BEST-SLOT)
        MOVE SPACES TO TREND-REPORT-RECORD
        MOVE WS-RANK TO WS-RANK-DISPLAY
        MOVE WS-RANK-DISPLAY TO TREND-REPORT-RECORD (3:2)
        MOVE WS-QL-CODE (WS-BEST-SLOT) TO TREND-REPORT-RECORD (7:4)
        PERFORM 6900-WRITE-RANKED-COUNT
    END-PERFORM
    MOVE SPACES TO TREND-REPORT-RECORD
    WRITE TREND-REPORT-RECORD.

6900-WRITE-RANKED-COUNT.
    MOVE WS-BEST-LOOKUPS TO WS-CELL-DISPLAY
    MOVE WS-CELL-DISPLAY TO TREND-REPORT-RECORD (15:7)
    MOVE 0 TO WS-SHARE
    IF WS-WINDOW-LOOKUPS > 0
        COMPUTE WS-SHARE ROUNDED =
            (WS-BEST-LOOKUPS * 100) / WS-WINDOW-LOOKUPS
    END-IF
    MOVE WS-SHARE TO WS-RATE-DISPLAY
    MOVE WS-RATE-DISPLAY TO TREND-REPORT-RECORD (24:5)
    MOVE "%" TO TREND-REPORT-RECORD (29:1)
    WRITE TREND-REPORT-RECORD.

7000-WRITE-UNUSED-QUALITIES.
    MOVE SPACES TO TREND-REPORT-RECORD
    MOVE WS-UNUSED-MONTHS TO WS-RANK-DISPLAY
    STRING "CATALOG QUALITIES UNUSED FOR" DELIMITED BY SIZE
           WS-RANK-DISPLAY DELIMITED BY SIZE
           " MONTHS OR MORE" DELIMITED BY SIZE
        INTO TREND-REPORT-RECORD
    WRITE TREND-REPORT-RECORD
    IF WS-QUALITY-FILE-STATUS NOT = "00"
        MOVE SPACES TO TREND-REPORT-RECORD
        STRING "  QUALITY CATALOG NOT AVAILABLE - STATUS "
                   DELIMITED BY SIZE
               WS-QUALITY-FILE-STATUS DELIMITED BY SIZE
            INTO TREND-REPORT-RECORD
        WRITE TREND-REPORT-RECORD
    ELSE
        MOVE SPACES TO TREND-REPORT-RECORD
        MOVE "QUAL" TO TREND-REPORT-RECORD (3:4)
        MOVE "LAST USED" TO TREND-REPORT-RECORD (9:9)
        MOVE "MONTHS IDLE" TO TREND-REPORT-RECORD (20:11)
        WRITE TREND-REPORT-RECORD
        MOVE 0 TO WS-UNUSED-COUNT
        PERFORM VARYING WS-CATALOG-IDX FROM 1 BY 1
                UNTIL WS-CATALOG-IDX > WS-CATALOG-COUNT
            PERFORM 7100-CHECK-ONE-QUALITY
        END-PERFORM
        IF WS-UNUSED-COUNT = 0
            MOVE SPACES TO TREND-REPORT-RECORD
            MOVE "NONE" TO TREND-REPORT-RECORD (3:4)
            WRITE TREND-REPORT-RECORD
        END-IF
    END-IF.

7100-CHECK-ONE-QUALITY.
    MOVE 0 TO WS-QUAL-SLOT
    PERFORM VARYING WS-QUAL-IDX FROM 1 BY 1
            UNTIL WS-QUAL-IDX > WS-QUAL-COUNT
        IF WS-QL-CODE (WS-QUAL-IDX) = WS-CATALOG-CODE (WS-CATALOG-IDX)
                AND WS-QL-LAST-DATE (WS-QUAL-IDX) NOT = SPACES
            MOVE WS-QUAL-IDX TO WS-QUAL-SLOT
        END-IF
    END-PERFORM
    MOVE SPACES TO TREND-REPORT-RECORD
    MOVE WS-CATALOG-CODE (WS-CATALOG-IDX)
        TO TREND-REPORT-RECORD (3:4)
    IF WS-QUAL-SLOT = 0
        MOVE "NEVER IN THE USAGE HISTORY"
            TO TREND-REPORT-RECORD (9:26)
        ADD 1 TO WS-UNUSED-COUNT
        WRITE TREND-REPORT-RECORD
    ELSE
        MOVE WS-QL-LAST-DATE (WS-QUAL-SLOT) TO WS-DATE-WORK
        COMPUTE WS-MONTH-NUMBER =
            (WS-DATE-YEAR * 12) + WS-DATE-MONTH - 1
        COMPUTE WS-IDLE-MONTHS = WS-END-MONTH-NUMBER - WS-MONTH-NUMBER
        IF WS-IDLE-MONTHS >= WS-UNUSED-MONTHS
            MOVE WS-QL-LAST-DATE (WS-QUAL-SLOT)
                TO TREND-REPORT-RECORD (9:8)
            MOVE WS-IDLE-MONTHS TO WS-MONTHS-DISPLAY
            MOVE WS-MONTHS-DISPLAY TO TREND-REPORT-RECORD (24:3)
            ADD 1 TO WS-UNUSED-COUNT
            WRITE TREND-REPORT-RECORD
        END-IF
    END-IF.

8000-WRITE-COUNT-ROW.
    MOVE SPACES TO TREND-REPORT-RECORD
    MOVE WS-ROW-LABEL TO TREND-REPORT-RECORD (1:8)
    MOVE 0 TO WS-ROW-TOTAL
    PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
            UNTIL WS-MONTH-IDX > 13
        COMPUTE WS-CELL-COLUMN = 10 + ((WS-MONTH-IDX - 1) * 8)
        MOVE WS-ROW-LOOKUPS (WS-MONTH-IDX) TO WS-CELL-DISPLAY
        MOVE WS-CELL-DISPLAY TO TREND-REPORT-RECORD (WS-CELL-COLUMN:7)
        ADD WS-ROW-LOOKUPS (WS-MONTH-IDX) TO WS-ROW-TOTAL
    END-PERFORM
    MOVE WS-ROW-TOTAL TO WS-TOTAL-DISPLAY
    MOVE WS-TOTAL-DISPLAY TO TREND-REPORT-RECORD (114:9)
    WRITE TREND-REPORT-RECORD.

8100-WRITE-RATE-ROW.
    MOVE SPACES TO TREND-REPORT-RECORD
    MOVE WS-ROW-LABEL TO TREND-REPORT-RECORD (1:8)
    MOVE 0 TO WS-ROW-TOTAL
    MOVE 0 TO WS-ROW-REJECT-TOTAL
    PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
            UNTIL WS-MONTH-IDX > 13
        COMPUTE WS-CELL-COLUMN = 12 + ((WS-MONTH-IDX - 1) * 8)
        IF WS-ROW-LOOKUPS (WS-MONTH-IDX) = 0
            MOVE "-" TO TREND-REPORT-RECORD (WS-CELL-COLUMN + 4:1)
        ELSE
            COMPUTE WS-RATE ROUNDED =
                (WS-ROW-REJECTS (WS-MONTH-IDX) * 100)
                / WS-ROW-LOOKUPS (WS-MONTH-IDX)
            MOVE WS-RATE TO WS-RATE-DISPLAY
            MOVE WS-RATE-DISPLAY
                TO TREND-REPORT-RECORD (WS-CELL-COLUMN:5)
        END-IF
        ADD WS-ROW-LOOKUPS (WS-MONTH-IDX) TO WS-ROW-TOTAL
        ADD WS-ROW-REJECTS (WS-MONTH-IDX) TO WS-ROW-REJECT-TOTAL
    END-PERFORM
    IF WS-ROW-TOTAL = 0
        MOVE "-" TO TREND-REPORT-RECORD (122:1)
    ELSE
        COMPUTE WS-RATE ROUNDED =
            (WS-ROW-REJECT-TOTAL * 100) / WS-ROW-TOTAL
        MOVE WS-RATE TO WS-RATE-DISPLAY
        MOVE WS-RATE-DISPLAY TO TREND-REPORT-RECORD (118:5)
    END-IF
    WRITE TREND-REPORT-RECORD.

8200-WRITE-MONTH-HEADINGS.
    *> Column headings under a section title - the row label heading
    *> the caller set, the thirteen months, and the window total.
    MOVE SPACES TO TREND-REPORT-RECORD
    MOVE WS-ROW-LABEL TO TREND-REPORT-RECORD (1:8)
    PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
            UNTIL WS-MONTH-IDX > 13
        COMPUTE WS-CELL-COLUMN = 10 + ((WS-MONTH-IDX - 1) * 8)
        MOVE WS-MONTH-LABEL (WS-MONTH-IDX)
            TO TREND-REPORT-RECORD (WS-CELL-COLUMN:7)
    END-PERFORM
    MOVE "13-MONTH" TO TREND-REPORT-RECORD (115:8)
    WRITE TREND-REPORT-RECORD.
