IDENTIFICATION DIVISION.
PROGRAM-ID. CHORD-DEPTBUDG.
*> Nightly department budget check, scheduled right after
*> CHORD-HOUSEKEEP. Reads the business day's audit archive generation
*> (AUDARCyyyymmdd.LOG, just cut by housekeeping - the whole day is in
*> it and nothing else), counts each department's lookups and rejects,
*> and posts them to the DEPTMTD.DAT month-to-date usage file, one
*> record per department for the current month. The month-to-date
*> total is then measured against the monthly lookup budget on the
*> DEPTMAST.DAT department master, and the DEPTBUD.TXT exception
*> report lists every department over budget, every department past
*> the warning threshold (80 percent unless a DEPTBUDG run-control card
*> carries RC-THRESHOLD-PCT from 1 to 100), and any department the log
*> names that is not on the master at all - so a department hears it
*> is running hot while there is still month left, not when the
*> invoice lands.
*> Each record keeps the last posted day's counts apart from the days
*> before it, so a rerun of the same business day replaces that day's
*> figures instead of counting them twice; the first run in a new month
*> starts every department from zero. The day being posted defaults to
*> today and can be overridden with RC-RUN-DATE when the job is caught
*> up late, and RC-INPUT-FILE-NAME can point it at a saved generation.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
    SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MASTER-FILE-STATUS.
    SELECT MONTH-TO-DATE-FILE ASSIGN TO "DEPTMTD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MTD-FILE-STATUS.
    SELECT BUDGET-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-ARCHIVE-FILE.
01 AUDIT-ARCHIVE-RECORD-IN PIC X(96).

FD  DEPARTMENT-MASTER-FILE.
01 DEPARTMENT-MASTER-RECORD-IN PIC X(40).

FD  MONTH-TO-DATE-FILE.
01 MONTH-TO-DATE-RECORD.
    05 MT-MONTH             PIC X(6).
    05 MT-DEPARTMENT        PIC X(4).
    05 MT-PRIOR-LOOKUPS     PIC 9(7).
    05 MT-PRIOR-REJECTS     PIC 9(7).
    05 MT-DAY-DATE          PIC X(8).
    05 MT-DAY-LOOKUPS       PIC 9(7).
    05 MT-DAY-REJECTS       PIC 9(7).

FD  BUDGET-REPORT-FILE.
01 BUDGET-REPORT-RECORD    PIC X(80).

WORKING-STORAGE SECTION.
COPY AUDITREC.
COPY DEPTREC.
COPY RUNCTLRC.

01 WS-RUNCTL-TAG            PIC X(8) VALUE "DEPTBUDG".
01 WS-RUNCTL-FOUND-FLAG     PIC X(1) VALUE "N".
01 WS-ARCHIVE-FILE-NAME     PIC X(40) VALUE SPACES.
01 WS-REPORT-FILE-NAME      PIC X(40) VALUE "DEPTBUD.TXT".
01 WS-CARD-INPUT-FILE-NAME  PIC X(40) VALUE SPACES.

01 WS-ARCHIVE-FILE-STATUS   PIC X(2).
01 WS-MASTER-FILE-STATUS    PIC X(2).
01 WS-MTD-FILE-STATUS       PIC X(2).
01 WS-REPORT-FILE-STATUS    PIC X(2).
01 WS-END-OF-FILE           PIC X(1) VALUE "N".
    88 WS-NO-MORE-ENTRIES            VALUE "Y".

01 WS-RUN-DATE              PIC X(8).
01 WS-RUN-MONTH             PIC X(6).
01 WS-WARNING-PCT           PIC 9(3) VALUE 80.
01 WS-CARD-THRESHOLD        PIC S9(5).
01 WS-ENTRIES-POSTED        PIC 9(7) VALUE 0.

*> Month-to-date usage for the run month - loaded from DEPTMTD.DAT,
*> posted to, and rewritten in full. Records for an earlier month are
*> simply not carried forward.
01 WS-MTD-COUNT             PIC 9(3) VALUE 0.
01 WS-MTD-IDX               PIC 9(3).
01 WS-MTD-SLOT              PIC 9(3).
01 WS-MTD-TABLE.
    05 WS-MTD-ENTRY OCCURS 100 TIMES.
        10 WS-MTD-DEPARTMENT      PIC X(4).
        10 WS-MTD-PRIOR-LOOKUPS   PIC 9(7).
        10 WS-MTD-PRIOR-REJECTS   PIC 9(7).
        10 WS-MTD-DAY-DATE        PIC X(8).
        10 WS-MTD-DAY-LOOKUPS     PIC 9(7).
        10 WS-MTD-DAY-REJECTS     PIC 9(7).
01 WS-UNPOSTED-COUNT        PIC 9(7) VALUE 0.

*> Department master, held for the exception check.
01 WS-DEPT-COUNT            PIC 9(3) VALUE 0.
01 WS-DEPT-IDX              PIC 9(3).
01 WS-DEPT-SLOT             PIC 9(3).
01 WS-DEPT-TABLE.
    05 WS-DEPT-ENTRY OCCURS 100 TIMES.
        10 WS-DT-RECORD           PIC X(40).

*> Today's counts for one department, gathered before posting.
01 WS-DAY-COUNT             PIC 9(3) VALUE 0.
01 WS-DAY-IDX               PIC 9(3).
01 WS-DAY-SLOT              PIC 9(3).
01 WS-DAY-TABLE.
    05 WS-DAY-ENTRY OCCURS 100 TIMES.
        10 WS-DAY-DEPARTMENT      PIC X(4).
        10 WS-DAY-LOOKUPS         PIC 9(7).
        10 WS-DAY-REJECTS         PIC 9(7).

01 WS-MTD-LOOKUPS           PIC 9(8).
01 WS-MTD-REJECTS           PIC 9(8).
01 WS-PCT-USED              PIC 9(5).
01 WS-EXCEPTION-TEXT        PIC X(14).
01 WS-WARNING-COUNT         PIC 9(3) VALUE 0.
01 WS-OVER-COUNT            PIC 9(3) VALUE 0.
01 WS-UNKNOWN-COUNT         PIC 9(3) VALUE 0.

01 WS-COUNT-DISPLAY         PIC ZZZZZZ9.
01 WS-PCT-DISPLAY           PIC ZZZZ9.
01 WS-THRESHOLD-DISPLAY     PIC ZZ9.

*> Suite-control linkage - this step's name, its declared predecessor
*> on the overnight board, and the verdict CHORD-SUITECTL hands back.
01 WS-SUITE-STEP           PIC X(8) VALUE "DEPTBUDG".
01 WS-SUITE-PREDECESSOR    PIC X(8) VALUE "HOUSEKP".
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
    MOVE WS-RUN-DATE (1:6) TO WS-RUN-MONTH
    *> The day's archive generation, unless the card names a saved one.
    IF WS-CARD-INPUT-FILE-NAME NOT = SPACES
        MOVE WS-CARD-INPUT-FILE-NAME TO WS-ARCHIVE-FILE-NAME
    ELSE
        STRING "AUDARC"    DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".LOG"      DELIMITED BY SIZE
            INTO WS-ARCHIVE-FILE-NAME
    END-IF

    *> Housekeeping must have cut the day before its generation is
    *> read - an uncut day has no archive file yet, or only half of one.
    PERFORM 0060-SUITE-START
    IF WS-SUITE-VERDICT NOT = "Y"
        DISPLAY "PREDECESSOR " WS-SUITE-PREDECESSOR " NOT COMPLETE"
            " CLEAN FOR " WS-RUN-DATE " - RUN REFUSED"
        STOP RUN
    END-IF

    PERFORM 1000-LOAD-DEPARTMENT-MASTER
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "DEPARTMENT MASTER OPEN FAILED - STATUS "
            WS-MASTER-FILE-STATUS
        MOVE "F" TO WS-SUITE-OUTCOME
        PERFORM 0070-SUITE-END
        STOP RUN
    END-IF
    PERFORM 2000-LOAD-MONTH-TO-DATE
    IF WS-MTD-FILE-STATUS NOT = "00" AND WS-MTD-FILE-STATUS NOT = "35"
        *> Rewriting over a file that could not be read would throw
        *> the month's usage away.
        DISPLAY "MONTH-TO-DATE FILE OPEN FAILED - STATUS "
            WS-MTD-FILE-STATUS
        MOVE "F" TO WS-SUITE-OUTCOME
        PERFORM 0070-SUITE-END
        STOP RUN
    END-IF
    PERFORM 3000-TALLY-ARCHIVE
    IF WS-ARCHIVE-FILE-STATUS NOT = "00"
        DISPLAY "AUDIT ARCHIVE OPEN FAILED - STATUS "
            WS-ARCHIVE-FILE-STATUS " - " WS-ARCHIVE-FILE-NAME
        MOVE "F" TO WS-SUITE-OUTCOME
        PERFORM 0070-SUITE-END
        STOP RUN
    END-IF
    PERFORM 4000-POST-DAY
    PERFORM 5000-SAVE-MONTH-TO-DATE
    PERFORM 6000-WRITE-EXCEPTION-REPORT

    MOVE WS-ENTRIES-POSTED TO WS-COUNT-DISPLAY
    DISPLAY "LOOKUPS POSTED FOR " WS-RUN-DATE ": " WS-COUNT-DISPLAY
    MOVE "C" TO WS-SUITE-OUTCOME
    MOVE WS-ENTRIES-POSTED TO WS-SUITE-COUNT
    PERFORM 0070-SUITE-END
    STOP RUN.

0050-LOAD-RUN-CONTROL.
    CALL "CHORD-RUNCTL" USING WS-RUNCTL-TAG RUN-CONTROL-RECORD
        WS-RUNCTL-FOUND-FLAG
    IF WS-RUNCTL-FOUND-FLAG = "Y"
        IF RC-INPUT-FILE-NAME NOT = SPACES
            MOVE RC-INPUT-FILE-NAME TO WS-CARD-INPUT-FILE-NAME
        END-IF
        IF RC-OUTPUT-FILE-NAME NOT = SPACES
            MOVE RC-OUTPUT-FILE-NAME TO WS-REPORT-FILE-NAME
        END-IF
        IF RC-THRESHOLD-PCT NOT = SPACES
            COMPUTE WS-CARD-THRESHOLD =
                FUNCTION NUMVAL (RC-THRESHOLD-PCT)
            IF WS-CARD-THRESHOLD < 1 OR WS-CARD-THRESHOLD > 100
                MOVE WS-WARNING-PCT TO WS-THRESHOLD-DISPLAY
                DISPLAY "THRESHOLD " RC-THRESHOLD-PCT
                    " OUT OF RANGE 1-100 - USING" WS-THRESHOLD-DISPLAY
            ELSE
                MOVE WS-CARD-THRESHOLD TO WS-WARNING-PCT
            END-IF
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

1000-LOAD-DEPARTMENT-MASTER.
    MOVE 0 TO WS-DEPT-COUNT
    MOVE "N" TO WS-END-OF-FILE
    OPEN INPUT DEPARTMENT-MASTER-FILE
    IF WS-MASTER-FILE-STATUS = "00"
        PERFORM UNTIL WS-NO-MORE-ENTRIES
            READ DEPARTMENT-MASTER-FILE
                AT END
                    SET WS-NO-MORE-ENTRIES TO TRUE
                NOT AT END
                    IF WS-DEPT-COUNT < 100
                        ADD 1 TO WS-DEPT-COUNT
                        MOVE DEPARTMENT-MASTER-RECORD-IN
                            TO WS-DT-RECORD (WS-DEPT-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DEPARTMENT-MASTER-FILE
    END-IF.

2000-LOAD-MONTH-TO-DATE.
    MOVE 0 TO WS-MTD-COUNT
    MOVE "N" TO WS-END-OF-FILE
    OPEN INPUT MONTH-TO-DATE-FILE
    IF WS-MTD-FILE-STATUS = "00"
        PERFORM UNTIL WS-NO-MORE-ENTRIES
            READ MONTH-TO-DATE-FILE
                AT END
                    SET WS-NO-MORE-ENTRIES TO TRUE
                NOT AT END
                    *> A record from an earlier month is not carried
                    *> forward - the new month starts from zero.
                    IF MT-MONTH = WS-RUN-MONTH
                            AND WS-MTD-COUNT < 100
                        ADD 1 TO WS-MTD-COUNT
                        MOVE MT-DEPARTMENT
                            TO WS-MTD-DEPARTMENT (WS-MTD-COUNT)
                        MOVE MT-PRIOR-LOOKUPS
                            TO WS-MTD-PRIOR-LOOKUPS (WS-MTD-COUNT)
                        MOVE MT-PRIOR-REJECTS
                            TO WS-MTD-PRIOR-REJECTS (WS-MTD-COUNT)
                        MOVE MT-DAY-DATE
                            TO WS-MTD-DAY-DATE (WS-MTD-COUNT)
                        MOVE MT-DAY-LOOKUPS
                            TO WS-MTD-DAY-LOOKUPS (WS-MTD-COUNT)
                        MOVE MT-DAY-REJECTS
                            TO WS-MTD-DAY-REJECTS (WS-MTD-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MONTH-TO-DATE-FILE
    END-IF.

3000-TALLY-ARCHIVE.
    MOVE 0 TO WS-DAY-COUNT
    MOVE "N" TO WS-END-OF-FILE
    OPEN INPUT AUDIT-ARCHIVE-FILE
    IF WS-ARCHIVE-FILE-STATUS = "00"
        PERFORM UNTIL WS-NO-MORE-ENTRIES
            READ AUDIT-ARCHIVE-FILE INTO AUDIT-LOG-RECORD
                AT END
                    SET WS-NO-MORE-ENTRIES TO TRUE
                NOT AT END
                    *> Header/trailer control brackets are not usage.
                    IF AUD-STATUS NOT = "H" AND AUD-STATUS NOT = "T"
                        PERFORM 3100-TALLY-ONE-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AUDIT-ARCHIVE-FILE
    END-IF.

3100-TALLY-ONE-ENTRY.
    MOVE 0 TO WS-DAY-SLOT
    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
            UNTIL WS-DAY-IDX > WS-DAY-COUNT
        IF WS-DAY-DEPARTMENT (WS-DAY-IDX) = AUD-DEPARTMENT
            MOVE WS-DAY-IDX TO WS-DAY-SLOT
        END-IF
    END-PERFORM
    IF WS-DAY-SLOT = 0 AND WS-DAY-COUNT < 100
        ADD 1 TO WS-DAY-COUNT
        MOVE AUD-DEPARTMENT TO WS-DAY-DEPARTMENT (WS-DAY-COUNT)
        MOVE 0 TO WS-DAY-LOOKUPS (WS-DAY-COUNT)
        MOVE 0 TO WS-DAY-REJECTS (WS-DAY-COUNT)
        MOVE WS-DAY-COUNT TO WS-DAY-SLOT
    END-IF
    IF WS-DAY-SLOT > 0
        ADD 1 TO WS-DAY-LOOKUPS (WS-DAY-SLOT)
        IF AUD-STATUS = "N"
            ADD 1 TO WS-DAY-REJECTS (WS-DAY-SLOT)
        END-IF
        ADD 1 TO WS-ENTRIES-POSTED
    ELSE
        ADD 1 TO WS-UNPOSTED-COUNT
    END-IF.

4000-POST-DAY.
    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
            UNTIL WS-DAY-IDX > WS-DAY-COUNT
        PERFORM 4100-POST-ONE-DEPARTMENT
    END-PERFORM.

4100-POST-ONE-DEPARTMENT.
    MOVE 0 TO WS-MTD-SLOT
    PERFORM VARYING WS-MTD-IDX FROM 1 BY 1
            UNTIL WS-MTD-IDX > WS-MTD-COUNT
        IF WS-MTD-DEPARTMENT (WS-MTD-IDX)
                = WS-DAY-DEPARTMENT (WS-DAY-IDX)
            MOVE WS-MTD-IDX TO WS-MTD-SLOT
        END-IF
    END-PERFORM
    IF WS-MTD-SLOT = 0
        IF WS-MTD-COUNT < 100
            ADD 1 TO WS-MTD-COUNT
            MOVE WS-MTD-COUNT TO WS-MTD-SLOT
            MOVE WS-DAY-DEPARTMENT (WS-DAY-IDX)
                TO WS-MTD-DEPARTMENT (WS-MTD-SLOT)
            MOVE 0 TO WS-MTD-PRIOR-LOOKUPS (WS-MTD-SLOT)
            MOVE 0 TO WS-MTD-PRIOR-REJECTS (WS-MTD-SLOT)
            MOVE 0 TO WS-MTD-DAY-LOOKUPS (WS-MTD-SLOT)
            MOVE 0 TO WS-MTD-DAY-REJECTS (WS-MTD-SLOT)
            MOVE WS-RUN-DATE TO WS-MTD-DAY-DATE (WS-MTD-SLOT)
        ELSE
            ADD WS-DAY-LOOKUPS (WS-DAY-IDX) TO WS-UNPOSTED-COUNT
        END-IF
    END-IF
    IF WS-MTD-SLOT > 0
        *> A different day than the last one posted closes that day
        *> into the prior-days total; the same day again is a rerun,
        *> and its figures are simply replaced.
        IF WS-MTD-DAY-DATE (WS-MTD-SLOT) NOT = WS-RUN-DATE
            ADD WS-MTD-DAY-LOOKUPS (WS-MTD-SLOT)
                TO WS-MTD-PRIOR-LOOKUPS (WS-MTD-SLOT)
            ADD WS-MTD-DAY-REJECTS (WS-MTD-SLOT)
                TO WS-MTD-PRIOR-REJECTS (WS-MTD-SLOT)
            MOVE WS-RUN-DATE TO WS-MTD-DAY-DATE (WS-MTD-SLOT)
        END-IF
        MOVE WS-DAY-LOOKUPS (WS-DAY-IDX)
            TO WS-MTD-DAY-LOOKUPS (WS-MTD-SLOT)
        MOVE WS-DAY-REJECTS (WS-DAY-IDX)
            TO WS-MTD-DAY-REJECTS (WS-MTD-SLOT)
    END-IF.

5000-SAVE-MONTH-TO-DATE.
    OPEN OUTPUT MONTH-TO-DATE-FILE
    PERFORM VARYING WS-MTD-IDX FROM 1 BY 1
            UNTIL WS-MTD-IDX > WS-MTD-COUNT
        MOVE WS-RUN-MONTH TO MT-MONTH
        MOVE WS-MTD-DEPARTMENT (WS-MTD-IDX) TO MT-DEPARTMENT
        MOVE WS-MTD-PRIOR-LOOKUPS (WS-MTD-IDX) TO MT-PRIOR-LOOKUPS
        MOVE WS-MTD-PRIOR-REJECTS (WS-MTD-IDX) TO MT-PRIOR-REJECTS
        MOVE WS-MTD-DAY-DATE (WS-MTD-IDX) TO MT-DAY-DATE
        MOVE WS-MTD-DAY-LOOKUPS (WS-MTD-IDX) TO MT-DAY-LOOKUPS
        MOVE WS-MTD-DAY-REJECTS (WS-MTD-IDX) TO MT-DAY-REJECTS
        WRITE MONTH-TO-DATE-RECORD
    END-PERFORM
    CLOSE MONTH-TO-DATE-FILE.

6000-WRITE-EXCEPTION-REPORT.
    OPEN OUTPUT BUDGET-REPORT-FILE
    MOVE SPACES TO BUDGET-REPORT-RECORD
    MOVE WS-WARNING-PCT TO WS-THRESHOLD-DISPLAY
    STRING "DEPARTMENT BUDGET EXCEPTIONS - MONTH TO DATE "
               DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           "  WARNING AT " DELIMITED BY SIZE
           WS-THRESHOLD-DISPLAY DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
        INTO BUDGET-REPORT-RECORD
    WRITE BUDGET-REPORT-RECORD
    MOVE SPACES TO BUDGET-REPORT-RECORD
    WRITE BUDGET-REPORT-RECORD
    MOVE SPACES TO BUDGET-REPORT-RECORD
    MOVE "DEPT"     TO BUDGET-REPORT-RECORD (1:4)
    MOVE "NAME"     TO BUDGET-REPORT-RECORD (6:4)
    MOVE "COST CTR" TO BUDGET-REPORT-RECORD (27:8)
    MOVE "BUDGET"   TO BUDGET-REPORT-RECORD (37:6)
    MOVE "MTD USED" TO BUDGET-REPORT-RECORD (44:8)
    MOVE "REJECTS"  TO BUDGET-REPORT-RECORD (55:7)
    MOVE "PCT"      TO BUDGET-REPORT-RECORD (65:3)
    MOVE "STATUS"   TO BUDGET-REPORT-RECORD (70:6)
    WRITE BUDGET-REPORT-RECORD
    PERFORM VARYING WS-MTD-IDX FROM 1 BY 1
            UNTIL WS-MTD-IDX > WS-MTD-COUNT
        PERFORM 6100-CHECK-ONE-DEPARTMENT
    END-PERFORM
    MOVE SPACES TO BUDGET-REPORT-RECORD
    WRITE BUDGET-REPORT-RECORD
    MOVE WS-OVER-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO BUDGET-REPORT-RECORD
    STRING "DEPARTMENTS OVER BUDGET:      " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
        INTO BUDGET-REPORT-RECORD
    WRITE BUDGET-REPORT-RECORD
    MOVE WS-WARNING-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO BUDGET-REPORT-RECORD
    STRING "DEPARTMENTS PAST WARNING:     " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
        INTO BUDGET-REPORT-RECORD
    WRITE BUDGET-REPORT-RECORD
    MOVE WS-UNKNOWN-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO BUDGET-REPORT-RECORD
    STRING "DEPARTMENTS NOT ON MASTER:    " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
        INTO BUDGET-REPORT-RECORD
    WRITE BUDGET-REPORT-RECORD
    IF WS-UNPOSTED-COUNT > 0
        MOVE WS-UNPOSTED-COUNT TO WS-COUNT-DISPLAY
        MOVE SPACES TO BUDGET-REPORT-RECORD
        STRING "WARNING - LOOKUPS NOT POSTED (TABLE FULL): "
                   DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
            INTO BUDGET-REPORT-RECORD
        WRITE BUDGET-REPORT-RECORD
    END-IF
    CLOSE BUDGET-REPORT-FILE.

6100-CHECK-ONE-DEPARTMENT.
    COMPUTE WS-MTD-LOOKUPS = WS-MTD-PRIOR-LOOKUPS (WS-MTD-IDX)
        + WS-MTD-DAY-LOOKUPS (WS-MTD-IDX)
    COMPUTE WS-MTD-REJECTS = WS-MTD-PRIOR-REJECTS (WS-MTD-IDX)
        + WS-MTD-DAY-REJECTS (WS-MTD-IDX)
    MOVE 0 TO WS-DEPT-SLOT
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
        MOVE WS-DT-RECORD (WS-DEPT-IDX) TO DEPARTMENT-MASTER-RECORD
        IF DP-DEPARTMENT-CODE = WS-MTD-DEPARTMENT (WS-MTD-IDX)
            MOVE WS-DEPT-IDX TO WS-DEPT-SLOT
        END-IF
    END-PERFORM
    MOVE SPACES TO WS-EXCEPTION-TEXT
    MOVE 0 TO WS-PCT-USED
    IF WS-DEPT-SLOT = 0
        MOVE SPACES TO DEPARTMENT-MASTER-RECORD
        MOVE 0 TO DP-MONTHLY-BUDGET
        MOVE "*NOT ON MASTER*" TO DP-NAME
        MOVE "NO BUDGET" TO WS-EXCEPTION-TEXT
        ADD 1 TO WS-UNKNOWN-COUNT
    ELSE
        MOVE WS-DT-RECORD (WS-DEPT-SLOT) TO DEPARTMENT-MASTER-RECORD
        IF DP-MONTHLY-BUDGET = 0
            *> No budget at all - any usage is over it.
            IF WS-MTD-LOOKUPS > 0
                MOVE "OVER BUDGET" TO WS-EXCEPTION-TEXT
                ADD 1 TO WS-OVER-COUNT
            END-IF
        ELSE
            COMPUTE WS-PCT-USED =
                (WS-MTD-LOOKUPS * 100) / DP-MONTHLY-BUDGET
                ON SIZE ERROR
                    MOVE 99999 TO WS-PCT-USED
            END-COMPUTE
            IF WS-MTD-LOOKUPS > DP-MONTHLY-BUDGET
                MOVE "OVER BUDGET" TO WS-EXCEPTION-TEXT
                ADD 1 TO WS-OVER-COUNT
            ELSE
                IF WS-PCT-USED >= WS-WARNING-PCT
                    MOVE "WARNING" TO WS-EXCEPTION-TEXT
                    ADD 1 TO WS-WARNING-COUNT
                END-IF
            END-IF
        END-IF
    END-IF
    *> Only the exceptions are listed - a department comfortably
    *> inside its budget needs nobody's attention tonight.
    IF WS-EXCEPTION-TEXT NOT = SPACES
        MOVE SPACES TO BUDGET-REPORT-RECORD
        MOVE WS-MTD-DEPARTMENT (WS-MTD-IDX)
            TO BUDGET-REPORT-RECORD (1:4)
        MOVE DP-NAME TO BUDGET-REPORT-RECORD (6:20)
        MOVE DP-COST-CENTER TO BUDGET-REPORT-RECORD (27:8)
        MOVE DP-MONTHLY-BUDGET TO WS-COUNT-DISPLAY
        MOVE WS-COUNT-DISPLAY TO BUDGET-REPORT-RECORD (36:7)
        MOVE WS-MTD-LOOKUPS TO WS-COUNT-DISPLAY
        MOVE WS-COUNT-DISPLAY TO BUDGET-REPORT-RECORD (45:7)
        MOVE WS-MTD-REJECTS TO WS-COUNT-DISPLAY
        MOVE WS-COUNT-DISPLAY TO BUDGET-REPORT-RECORD (55:7)
        IF WS-DEPT-SLOT > 0 AND DP-MONTHLY-BUDGET > 0
            MOVE WS-PCT-USED TO WS-PCT-DISPLAY
            MOVE WS-PCT-DISPLAY TO BUDGET-REPORT-RECORD (63:5)
        END-IF
        MOVE WS-EXCEPTION-TEXT TO BUDGET-REPORT-RECORD (70:11)
        WRITE BUDGET-REPORT-RECORD
    END-IF.
