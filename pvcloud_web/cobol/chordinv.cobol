*> CHORD-AUDVERIF (in AUDGONOGO.DAT, naming this very file) and the
*> AUDVERIF step must show end-clean on the suite board; the card
*> override stands in for both on a deliberate exception run.
*> Each statement and each GLPOST.DAT detail carries the department's
*> name and cost center from the DEPTMAST.DAT department master
*> (through the shared CHORD-DEPARTMENT lookup); a department the log
*> names but the master does not is flagged rather than dropped.
*> RATEMAST.DAT is effective-dated (CHORD-RATEMAINT keeps it), and each
*> audit entry is priced at the rate in effect for its source on its
*> AUD-TIMESTAMP date - not whatever rate is on file the day the run
*> happens. The roll-up is therefore kept per rate period (source tag
*> plus effective date) rather than per source, so when a rate changed
*> within the month the statement and the GLPOST.DAT extract carry one
*> line per period, each showing the date its rate took effect.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 AUDIT-LOG-RECORD-IN     PIC X(96).

FD  RATE-MASTER-FILE.
01 RATE-MASTER-RECORD-IN   PIC X(42).

FD  INVOICE-REPORT-FILE.
01 INVOICE-REPORT-RECORD   PIC X(70).
    05 GN-EXCEPTION-COUNT   PIC 9(5).

FD  GL-POSTING-FILE.
01 GL-POSTING-RECORD-OUT   PIC X(74).

WORKING-STORAGE SECTION.
COPY AUDITREC.
01 WS-END-OF-FILE           PIC X(1) VALUE "N".
    88 WS-NO-MORE-ENTRIES            VALUE "Y".

*> Rate history - every effective-dated record on RATEMAST.DAT, so
*> each entry can be priced at the rate in effect on its own date.
01 WS-RATE-HIST-COUNT       PIC 9(3) VALUE 0.
01 WS-RATE-HIST-IDX         PIC 9(3).
01 WS-RATE-HIST-TABLE.
    05 WS-RATE-HIST-ENTRY OCCURS 400 TIMES.
        10 WS-RH-SOURCE           PIC X(8).
        10 WS-RH-EFFECTIVE-DATE   PIC X(8).
        10 WS-RH-FULL             PIC 9(3)V99.
        10 WS-RH-REJECT           PIC 9(3)V99.
01 WS-RATE-HIST-SLOT        PIC 9(3).
01 WS-ENTRY-DATE            PIC X(8).

*> Rate-period table - one slot per source tag and effective date
*> actually used by the entries billed, built as the log is read;
*> usage for a source with no rate in effect on its date gets a
*> zero-rate slot of its own with a blank effective date.
01 WS-RATE-COUNT            PIC 9(2) VALUE 0.
01 WS-RATE-TABLE.
    05 WS-RATE-ENTRY OCCURS 24 TIMES.
        10 WS-RATE-SOURCE         PIC X(8).
        10 WS-RATE-EFFECTIVE-DATE PIC X(8).
        10 WS-RATE-FULL           PIC 9(3)V99.
        10 WS-RATE-REJECT         PIC 9(3)V99.
        10 WS-RATE-ON-FILE-FLAG   PIC X(1).
*> Print order for the rate-period slots - source tag, then effective
*> date - so a split source's periods print together, oldest first.
01 WS-SLOT-ORDER-TABLE.
    05 WS-SLOT-ORDER OCCURS 24 TIMES PIC 9(2).
01 WS-ORDER-IDX             PIC 9(2).
01 WS-ORDER-SWAP-IDX        PIC 9(2).
01 WS-ORDER-HOLD            PIC 9(2).

*> Usage roll-up - one row per operator seen in the log, with billable
*> and rejected counts kept per rate-period slot.
01 WS-OPER-COUNT            PIC 9(3) VALUE 0.
01 WS-OPER-TABLE.
    05 WS-OPER-ENTRY OCCURS 100 TIMES.
        10 WS-OPER-ID             PIC X(8).
        10 WS-OPER-DEPARTMENT     PIC X(4).
        10 WS-OPER-DEPT-NAME      PIC X(20).
        10 WS-OPER-COST-CENTER    PIC X(8).
        10 WS-OPER-SOURCE-TALLY OCCURS 24 TIMES.
            15 WS-OPER-BILL-COUNT PIC 9(7).
            15 WS-OPER-REJ-COUNT  PIC 9(7).


*> Department roll-up for the general-ledger posting extract - one
*> row per department seen on the statements, with counts and the
*> extended amount kept per rate-period slot, accumulated from
*> exactly the statement lines being printed so the posting file can
*> never say something the paper does not.
01 WS-DEPT-COUNT            PIC 9(2) VALUE 0.
01 WS-DEPT-TABLE.
    05 WS-DEPT-ENTRY OCCURS 40 TIMES.
        10 WS-DEPT-ID             PIC X(4).
        10 WS-DEPT-NAME           PIC X(20).
        10 WS-DEPT-COST-CENTER    PIC X(8).
        10 WS-DEPT-SOURCE-TALLY OCCURS 24 TIMES.
            15 WS-DEPT-BILL-COUNT PIC 9(7).
            15 WS-DEPT-REJ-COUNT  PIC 9(7).
            15 WS-DEPT-AMOUNT     PIC 9(9)V99.
01 WS-GL-TOTAL              PIC 9(9)V99 VALUE 0.
01 WS-GL-UNPOSTED-FLAG      PIC X(1) VALUE "N".

*> CHORD-DEPARTMENT linkage for the name and cost center lookup.
01 WS-LOOKUP-DEPARTMENT     PIC X(4).
01 WS-LOOKUP-DEPT-NAME      PIC X(20).
01 WS-LOOKUP-COST-CENTER    PIC X(8).
01 WS-LOOKUP-BUDGET         PIC 9(7).
01 WS-LOOKUP-DEPT-STATUS    PIC X(1).

01 WS-RATE-IDX              PIC 9(2).
01 WS-OPER-IDX              PIC 9(3).
01 WS-SOURCE-SLOT           PIC 9(2).
    END-IF
    PERFORM 0100-LOAD-RATE-TABLE
    PERFORM 0200-TALLY-AUDIT-LOG
    PERFORM 0400-ORDER-RATE-SLOTS
    PERFORM 0500-PRINT-INVOICES
    PERFORM 0800-WRITE-GL-POSTING
    MOVE "C" TO WS-SUITE-OUTCOME

0100-LOAD-RATE-TABLE.
    MOVE 0 TO WS-RATE-COUNT
    MOVE 0 TO WS-RATE-HIST-COUNT
    OPEN INPUT RATE-MASTER-FILE
    IF WS-RATE-FILE-STATUS = "00"
        PERFORM UNTIL WS-NO-MORE-ENTRIES
                AT END
                    SET WS-NO-MORE-ENTRIES TO TRUE
                NOT AT END
                    IF WS-RATE-HIST-COUNT < 400
                        ADD 1 TO WS-RATE-HIST-COUNT
                        MOVE RT-SOURCE TO
                            WS-RH-SOURCE (WS-RATE-HIST-COUNT)
                        *> An undated record predates effective
                        *> dating - in effect from the beginning.
                        IF RT-EFFECTIVE-DATE = SPACES
                            MOVE "00000000" TO RT-EFFECTIVE-DATE
                        END-IF
                        MOVE RT-EFFECTIVE-DATE TO
                            WS-RH-EFFECTIVE-DATE (WS-RATE-HIST-COUNT)
                        MOVE RT-FULL-RATE TO
                            WS-RH-FULL (WS-RATE-HIST-COUNT)
                        MOVE RT-REJECT-RATE TO
                            WS-RH-REJECT (WS-RATE-HIST-COUNT)
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

0310-FIND-SOURCE-SLOT.
    PERFORM 0315-FIND-RATE-IN-EFFECT
    MOVE 0 TO WS-SOURCE-SLOT
    PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
            UNTIL WS-RATE-IDX > WS-RATE-COUNT
        IF WS-RATE-SOURCE (WS-RATE-IDX) = AUD-SOURCE
                AND WS-RATE-EFFECTIVE-DATE (WS-RATE-IDX)
                    = WS-ENTRY-DATE
            MOVE WS-RATE-IDX TO WS-SOURCE-SLOT
        END-IF
    END-PERFORM
    IF WS-SOURCE-SLOT = 0 AND WS-RATE-COUNT < 24
        ADD 1 TO WS-RATE-COUNT
        MOVE AUD-SOURCE TO WS-RATE-SOURCE (WS-RATE-COUNT)
        MOVE WS-ENTRY-DATE TO WS-RATE-EFFECTIVE-DATE (WS-RATE-COUNT)
        IF WS-RATE-HIST-SLOT > 0
            MOVE WS-RH-FULL (WS-RATE-HIST-SLOT)
                TO WS-RATE-FULL (WS-RATE-COUNT)
            MOVE WS-RH-REJECT (WS-RATE-HIST-SLOT)
                TO WS-RATE-REJECT (WS-RATE-COUNT)
            MOVE "Y" TO WS-RATE-ON-FILE-FLAG (WS-RATE-COUNT)
        ELSE
            *> No rate in effect on the entry's date still gets a slot
            *> - at zero rates - so the usage shows on the statement
            *> instead of vanishing.
            MOVE 0 TO WS-RATE-FULL (WS-RATE-COUNT)
            MOVE 0 TO WS-RATE-REJECT (WS-RATE-COUNT)
            MOVE "N" TO WS-RATE-ON-FILE-FLAG (WS-RATE-COUNT)
        END-IF
        MOVE WS-RATE-COUNT TO WS-SOURCE-SLOT
    END-IF.

0315-FIND-RATE-IN-EFFECT.
    *> The rate in effect on the entry's date is the source's record
    *> with the latest effective date on or before it. WS-ENTRY-DATE
    *> comes back as that effective date - the rate period's key - or
    *> blank when nothing was in effect yet.
    MOVE 0 TO WS-RATE-HIST-SLOT
    PERFORM VARYING WS-RATE-HIST-IDX FROM 1 BY 1
            UNTIL WS-RATE-HIST-IDX > WS-RATE-HIST-COUNT
        IF WS-RH-SOURCE (WS-RATE-HIST-IDX) = AUD-SOURCE
                AND WS-RH-EFFECTIVE-DATE (WS-RATE-HIST-IDX)
                    <= AUD-TIMESTAMP (1:8)
            IF WS-RATE-HIST-SLOT = 0
                MOVE WS-RATE-HIST-IDX TO WS-RATE-HIST-SLOT
            ELSE
                IF WS-RH-EFFECTIVE-DATE (WS-RATE-HIST-IDX)
                        > WS-RH-EFFECTIVE-DATE (WS-RATE-HIST-SLOT)
                    MOVE WS-RATE-HIST-IDX TO WS-RATE-HIST-SLOT
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF WS-RATE-HIST-SLOT > 0
        MOVE WS-RH-EFFECTIVE-DATE (WS-RATE-HIST-SLOT) TO WS-ENTRY-DATE
    ELSE
        MOVE SPACES TO WS-ENTRY-DATE
    END-IF.

0320-FIND-OPER-SLOT.
    MOVE 0 TO WS-OPER-SLOT
    PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
        ADD 1 TO WS-OPER-COUNT
        MOVE AUD-OPERATOR-ID TO WS-OPER-ID (WS-OPER-COUNT)
        MOVE AUD-DEPARTMENT TO WS-OPER-DEPARTMENT (WS-OPER-COUNT)
        PERFORM 0330-LOOKUP-DEPARTMENT
        MOVE WS-LOOKUP-DEPT-NAME
            TO WS-OPER-DEPT-NAME (WS-OPER-COUNT)
        MOVE WS-LOOKUP-COST-CENTER
            TO WS-OPER-COST-CENTER (WS-OPER-COUNT)
        PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                UNTIL WS-RATE-IDX > 24
            MOVE 0 TO WS-OPER-BILL-COUNT
                (WS-OPER-COUNT, WS-RATE-IDX)
            MOVE 0 TO WS-OPER-REJ-COUNT
        MOVE WS-OPER-COUNT TO WS-OPER-SLOT
    END-IF.

0330-LOOKUP-DEPARTMENT.
    MOVE AUD-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
    CALL "CHORD-DEPARTMENT" USING WS-LOOKUP-DEPARTMENT
        WS-LOOKUP-DEPT-NAME WS-LOOKUP-COST-CENTER WS-LOOKUP-BUDGET
        WS-LOOKUP-DEPT-STATUS
    *> A deactivated department still bills under its name - the usage
    *> happened while it was live. Only an unknown code is flagged.
    IF WS-LOOKUP-DEPT-STATUS = "N"
        MOVE "*NOT ON DEPT MASTER*" TO WS-LOOKUP-DEPT-NAME
        MOVE SPACES TO WS-LOOKUP-COST-CENTER
    END-IF.

0400-ORDER-RATE-SLOTS.
    PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
            UNTIL WS-ORDER-IDX > WS-RATE-COUNT
        MOVE WS-ORDER-IDX TO WS-SLOT-ORDER (WS-ORDER-IDX)
    END-PERFORM
    *> A handful of slots at most - a plain exchange sort on the
    *> source tag and then the effective date does the job.
    PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
            UNTIL WS-ORDER-IDX >= WS-RATE-COUNT
        PERFORM VARYING WS-ORDER-SWAP-IDX FROM WS-ORDER-IDX BY 1
                UNTIL WS-ORDER-SWAP-IDX > WS-RATE-COUNT
            IF WS-RATE-SOURCE (WS-SLOT-ORDER (WS-ORDER-SWAP-IDX))
                    < WS-RATE-SOURCE (WS-SLOT-ORDER (WS-ORDER-IDX))
               OR (WS-RATE-SOURCE (WS-SLOT-ORDER (WS-ORDER-SWAP-IDX))
                    = WS-RATE-SOURCE (WS-SLOT-ORDER (WS-ORDER-IDX))
                AND WS-RATE-EFFECTIVE-DATE
                        (WS-SLOT-ORDER (WS-ORDER-SWAP-IDX))
                    < WS-RATE-EFFECTIVE-DATE
                        (WS-SLOT-ORDER (WS-ORDER-IDX)))
                MOVE WS-SLOT-ORDER (WS-ORDER-IDX) TO WS-ORDER-HOLD
                MOVE WS-SLOT-ORDER (WS-ORDER-SWAP-IDX)
                    TO WS-SLOT-ORDER (WS-ORDER-IDX)
                MOVE WS-ORDER-HOLD
                    TO WS-SLOT-ORDER (WS-ORDER-SWAP-IDX)
            END-IF
        END-PERFORM
    END-PERFORM.

0500-PRINT-INVOICES.
    OPEN OUTPUT INVOICE-REPORT-FILE
    MOVE 0 TO WS-GRAND-TOTAL
           WS-OPER-ID (WS-OPER-IDX) DELIMITED BY SIZE
           "  DEPT: " DELIMITED BY SIZE
           WS-OPER-DEPARTMENT (WS-OPER-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-OPER-DEPT-NAME (WS-OPER-IDX) DELIMITED BY SIZE
           "  CC: " DELIMITED BY SIZE
           WS-OPER-COST-CENTER (WS-OPER-IDX) DELIMITED BY SIZE
        INTO INVOICE-REPORT-RECORD
    WRITE INVOICE-REPORT-RECORD
    MOVE "  SOURCE    BILLED    RATE  REJECTED  REJRATE       AMOUNT"
        TO INVOICE-REPORT-RECORD
    MOVE "RATE FROM" TO INVOICE-REPORT-RECORD (62:9)
    WRITE INVOICE-REPORT-RECORD
    MOVE 0 TO WS-OPER-TOTAL
    PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
            UNTIL WS-ORDER-IDX > WS-RATE-COUNT
        MOVE WS-SLOT-ORDER (WS-ORDER-IDX) TO WS-RATE-IDX
        IF WS-OPER-BILL-COUNT (WS-OPER-IDX, WS-RATE-IDX) > 0
                OR WS-OPER-REJ-COUNT (WS-OPER-IDX, WS-RATE-IDX) > 0
            PERFORM 0700-PRINT-SOURCE-LINE
    MOVE WS-RATE-DISPLAY TO INVOICE-REPORT-RECORD (39:6)
    MOVE WS-LINE-AMOUNT TO WS-AMOUNT-DISPLAY
    MOVE WS-AMOUNT-DISPLAY TO INVOICE-REPORT-RECORD (47:12)
    *> The effective date shows which rate period the line is - a
    *> source whose rate changed in the month prints once per period.
    EVALUATE TRUE
        WHEN WS-RATE-ON-FILE-FLAG (WS-RATE-IDX) = "N"
            MOVE "*NO RATE*" TO INVOICE-REPORT-RECORD (62:9)
        WHEN WS-RATE-EFFECTIVE-DATE (WS-RATE-IDX) = "00000000"
            MOVE "INITIAL" TO INVOICE-REPORT-RECORD (62:8)
        WHEN OTHER
            MOVE WS-RATE-EFFECTIVE-DATE (WS-RATE-IDX)
                TO INVOICE-REPORT-RECORD (62:8)
    END-EVALUATE
    WRITE INVOICE-REPORT-RECORD.

0750-TALLY-GL-POSTING.
        ADD 1 TO WS-DEPT-COUNT
        MOVE WS-OPER-DEPARTMENT (WS-OPER-IDX)
            TO WS-DEPT-ID (WS-DEPT-COUNT)
        MOVE WS-OPER-DEPT-NAME (WS-OPER-IDX)
            TO WS-DEPT-NAME (WS-DEPT-COUNT)
        MOVE WS-OPER-COST-CENTER (WS-OPER-IDX)
            TO WS-DEPT-COST-CENTER (WS-DEPT-COUNT)
        PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                UNTIL WS-DEPT-IDX > 24
            MOVE 0 TO WS-DEPT-BILL-COUNT (WS-DEPT-COUNT, WS-DEPT-IDX)
            MOVE 0 TO WS-DEPT-REJ-COUNT (WS-DEPT-COUNT, WS-DEPT-IDX)
            MOVE 0 TO WS-DEPT-AMOUNT (WS-DEPT-COUNT, WS-DEPT-IDX)
    MOVE 0 TO WS-GL-TOTAL
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
        PERFORM VARYING WS-ORDER-IDX FROM 1 BY 1
                UNTIL WS-ORDER-IDX > WS-RATE-COUNT
            MOVE WS-SLOT-ORDER (WS-ORDER-IDX) TO WS-RATE-IDX
            IF WS-DEPT-BILL-COUNT (WS-DEPT-IDX, WS-RATE-IDX) > 0
                    OR WS-DEPT-REJ-COUNT (WS-DEPT-IDX, WS-RATE-IDX)
                        > 0
                MOVE "D" TO GL-RECORD-TYPE
                MOVE WS-DEPT-ID (WS-DEPT-IDX) TO GL-DEPARTMENT
                MOVE WS-DEPT-NAME (WS-DEPT-IDX) TO GL-DEPT-NAME
                MOVE WS-DEPT-COST-CENTER (WS-DEPT-IDX)
                    TO GL-COST-CENTER
                MOVE WS-RATE-SOURCE (WS-RATE-IDX) TO GL-SOURCE
                MOVE WS-RATE-EFFECTIVE-DATE (WS-RATE-IDX)
                    TO GL-EFFECTIVE-DATE
                MOVE WS-DEPT-BILL-COUNT (WS-DEPT-IDX, WS-RATE-IDX)
                    TO GL-BILL-COUNT
                MOVE WS-DEPT-REJ-COUNT (WS-DEPT-IDX, WS-RATE-IDX)
    MOVE "T" TO GL-RECORD-TYPE
    MOVE SPACES TO GL-DEPARTMENT
    MOVE SPACES TO GL-SOURCE
    MOVE SPACES TO GL-DEPT-NAME
    MOVE SPACES TO GL-COST-CENTER
    MOVE SPACES TO GL-EFFECTIVE-DATE
    MOVE 0 TO GL-BILL-COUNT
    MOVE 0 TO GL-REJECT-COUNT
    MOVE WS-GL-TOTAL TO GL-AMOUNT
