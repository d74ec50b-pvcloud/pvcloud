IDENTIFICATION DIVISION.
PROGRAM-ID. CHORD-RATEMAINT.
*> Billback rate maintenance: the program accounting uses to keep
*> RATEMAST.DAT instead of editing it by hand - the same reason
*> CHORD-SECMAINT was written for the operator master. The master holds
*> effective-dated rates, any number per source tag, and CHORD-INVOICE
*> prices each audit entry at the rate in effect on the day it was
*> logged, so a rate change is entered ahead of time with the date it
*> starts and the old rate stays on file for the days it covered.
*> Entry requires accounting ("A") or security-admin ("S") authority
*> through the usual CHORD-OPERATOR check.
*> A rate that has already taken effect is history - what was charged
*> is what the statements say - so it can never be changed or removed
*> here; a correction is a new rate with its own effective date. A
*> new rate may not start before today, and only a rate starting
*> today or later may be corrected or withdrawn.
*> The P function prints RATEHIST.TXT, every rate period per source
*> with the dates it covered and who keyed it, for accounting and the
*> auditors. Like the other line-sequential masters the file is loaded
*> into a table for the session (kept in source and effective-date
*> order) and rewritten in full on the way out.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RATE-MASTER-FILE ASSIGN TO "RATEMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MASTER-FILE-STATUS.
    SELECT RATE-HISTORY-REPORT-FILE ASSIGN TO "RATEHIST.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RATE-MASTER-FILE.
01 RATE-MASTER-RECORD-IO   PIC X(42).

FD  RATE-HISTORY-REPORT-FILE.
01 RATE-HISTORY-REPORT-RECORD PIC X(80).

WORKING-STORAGE SECTION.
COPY RATEREC.
01 WS-MASTER-FILE-STATUS   PIC X(2).
01 WS-MASTER-OPEN-STATUS   PIC X(2).
01 WS-REPORT-FILE-STATUS   PIC X(2).
01 WS-END-OF-FILE          PIC X(1) VALUE "N".
    88 WS-NO-MORE-RATES             VALUE "Y".
01 WS-FUNCTION-CODE        PIC X(1) VALUE SPACES.
    88 WS-FUNCTION-EXIT             VALUE "X".

01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
01 WS-DEPARTMENT           PIC X(4) VALUE SPACES.
01 WS-SIGNON-STATUS        PIC X(1) VALUE "N".
01 WS-AUTHORITY-LEVEL      PIC X(1) VALUE SPACES.

01 WS-TODAY-DATE           PIC X(8).

01 WS-IN-SOURCE            PIC X(8).
01 WS-IN-EFFECTIVE-DATE    PIC X(8).
01 WS-IN-RATE-TEXT         PIC X(8).
01 WS-IN-FULL-RATE         PIC 9(3)V99.
01 WS-IN-REJECT-RATE       PIC 9(3)V99.
01 WS-IN-RATE              PIC 9(3)V99.
01 WS-INPUT-OK-FLAG        PIC X(1) VALUE "N".
    88 WS-INPUT-OK                  VALUE "Y".

*> The whole rate history held for the session, in source then
*> effective-date order - rewritten in full at exit. 400 periods is
*> decades of monthly rate changes across every source the shop runs.
01 WS-RATE-COUNT           PIC 9(3) VALUE 0.
01 WS-RATE-IDX             PIC 9(3).
01 WS-RATE-SLOT            PIC 9(3).
01 WS-NEXT-IDX             PIC 9(3).
01 WS-RATE-TABLE.
    05 WS-RATE-ENTRY OCCURS 400 TIMES.
        10 WS-RT-SOURCE           PIC X(8).
        10 WS-RT-FULL-RATE        PIC 9(3)V99.
        10 WS-RT-REJECT-RATE      PIC 9(3)V99.
        10 WS-RT-EFFECTIVE-DATE   PIC X(8).
        10 WS-RT-ENTERED-BY       PIC X(8).
        10 WS-RT-ENTERED-DATE     PIC X(8).
01 WS-CHANGED-FLAG         PIC X(1) VALUE "N".
    88 WS-MASTER-CHANGED            VALUE "Y".
01 WS-OVERFLOW-FLAG        PIC X(1) VALUE "N".
    88 WS-MASTER-OVERFLOWED         VALUE "Y".

01 WS-LISTED-COUNT         PIC 9(3).
01 WS-PERIOD-STATUS        PIC X(9).
01 WS-THROUGH-DATE         PIC X(8).
01 WS-DATE-WORK            PIC X(8).
01 WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(8).
01 WS-DATE-INTEGER         PIC 9(7).

01 WS-RATE-DISPLAY         PIC ZZ9.99.
01 WS-REJECT-DISPLAY       PIC ZZ9.99.
01 WS-COUNT-DISPLAY        PIC ZZ9.

PROCEDURE DIVISION.
0000-MAIN.
    MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
    DISPLAY "Enter your operator ID: " WITH NO ADVANCING
    ACCEPT WS-OPERATOR-ID
    PERFORM 0100-CHECK-SIGNON
    IF WS-SIGNON-STATUS NOT = "Y"
        IF WS-SIGNON-STATUS = "I"
            DISPLAY "OPERATOR INACTIVE - SIGN-ON REFUSED: "
                WS-OPERATOR-ID
        ELSE
            DISPLAY "OPERATOR NOT ON MASTER - SIGN-ON REFUSED: "
                WS-OPERATOR-ID
        END-IF
        STOP RUN
    END-IF
    IF WS-AUTHORITY-LEVEL NOT = "A" AND WS-AUTHORITY-LEVEL NOT = "S"
        DISPLAY "ACCOUNTING OR SECURITY ADMIN AUTHORITY REQUIRED -"
            " RUN REFUSED: " WS-OPERATOR-ID
        STOP RUN
    END-IF

    PERFORM 1000-LOAD-MASTER
    *> Only a genuinely missing master (35) may start out empty - a
    *> lock or a permissions problem also reads back zero rates, and
    *> exiting through the rewrite would wipe the rate history.
    IF WS-MASTER-OPEN-STATUS NOT = "00"
            AND WS-MASTER-OPEN-STATUS NOT = "35"
        DISPLAY "RATE MASTER OPEN FAILED - STATUS "
            WS-MASTER-OPEN-STATUS " - RUN REFUSED"
        STOP RUN
    END-IF
    IF WS-MASTER-OVERFLOWED
        DISPLAY "RATE MASTER EXCEEDS THE SESSION TABLE - RUN"
            " REFUSED BEFORE ANYTHING COULD BE LOST"
        STOP RUN
    END-IF

    PERFORM UNTIL WS-FUNCTION-EXIT
        DISPLAY "Function (A=add C=correct D=withdraw I=inquire "
            "L=list current P=print history X=exit): "
            WITH NO ADVANCING
        ACCEPT WS-FUNCTION-CODE
        MOVE FUNCTION UPPER-CASE (WS-FUNCTION-CODE)
            TO WS-FUNCTION-CODE
        EVALUATE WS-FUNCTION-CODE
            WHEN "A"
                PERFORM 2000-ADD-RATE
            WHEN "C"
                PERFORM 3000-CORRECT-RATE
            WHEN "D"
                PERFORM 4000-WITHDRAW-RATE
            WHEN "I"
                PERFORM 5000-INQUIRE-SOURCE
            WHEN "L"
                PERFORM 6000-LIST-CURRENT-RATES
            WHEN "P"
                PERFORM 8000-PRINT-RATE-HISTORY
            WHEN "X"
                CONTINUE
            WHEN OTHER
                DISPLAY "UNKNOWN FUNCTION: " WS-FUNCTION-CODE
        END-EVALUATE
    END-PERFORM

    IF WS-MASTER-CHANGED
        PERFORM 7000-REWRITE-MASTER
        DISPLAY "RATE MASTER REWRITTEN - " WS-RATE-COUNT
            " RATE PERIODS ON FILE"
    END-IF
    STOP RUN.

0100-CHECK-SIGNON.
    CALL "CHORD-OPERATOR" USING WS-OPERATOR-ID WS-DEPARTMENT
        WS-SIGNON-STATUS WS-AUTHORITY-LEVEL.

0200-ACCEPT-SOURCE.
    DISPLAY "Source tag: " WITH NO ADVANCING
    ACCEPT WS-IN-SOURCE
    MOVE FUNCTION UPPER-CASE (WS-IN-SOURCE) TO WS-IN-SOURCE.

0210-ACCEPT-EFFECTIVE-DATE.
    MOVE "Y" TO WS-INPUT-OK-FLAG
    DISPLAY "Effective date YYYYMMDD (blank = today): "
        WITH NO ADVANCING
    ACCEPT WS-IN-EFFECTIVE-DATE
    IF WS-IN-EFFECTIVE-DATE = SPACES
        MOVE WS-TODAY-DATE TO WS-IN-EFFECTIVE-DATE
    END-IF
    IF WS-IN-EFFECTIVE-DATE IS NOT NUMERIC
        MOVE "N" TO WS-INPUT-OK-FLAG
    ELSE
        MOVE WS-IN-EFFECTIVE-DATE TO WS-DATE-WORK
        IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-WORK-N) NOT = 0
            MOVE "N" TO WS-INPUT-OK-FLAG
        END-IF
    END-IF
    IF NOT WS-INPUT-OK
        DISPLAY "INVALID EFFECTIVE DATE: " WS-IN-EFFECTIVE-DATE
    END-IF.

0220-ACCEPT-RATES.
    DISPLAY "Full rate per billable lookup: " WITH NO ADVANCING
    PERFORM 0230-ACCEPT-ONE-RATE
    MOVE WS-IN-RATE TO WS-IN-FULL-RATE
    IF WS-INPUT-OK
        DISPLAY "Reject rate per rejected lookup: "
            WITH NO ADVANCING
        PERFORM 0230-ACCEPT-ONE-RATE
        MOVE WS-IN-RATE TO WS-IN-REJECT-RATE
    END-IF.

0230-ACCEPT-ONE-RATE.
    MOVE "Y" TO WS-INPUT-OK-FLAG
    MOVE 0 TO WS-IN-RATE
    ACCEPT WS-IN-RATE-TEXT
    IF WS-IN-RATE-TEXT = SPACES
            OR FUNCTION TEST-NUMVAL (WS-IN-RATE-TEXT) NOT = 0
        MOVE "N" TO WS-INPUT-OK-FLAG
    ELSE
        IF FUNCTION NUMVAL (WS-IN-RATE-TEXT) < 0
                OR FUNCTION NUMVAL (WS-IN-RATE-TEXT) > 999.99
            MOVE "N" TO WS-INPUT-OK-FLAG
        ELSE
            COMPUTE WS-IN-RATE = FUNCTION NUMVAL (WS-IN-RATE-TEXT)
        END-IF
    END-IF
    IF NOT WS-INPUT-OK
        DISPLAY "INVALID RATE: " WS-IN-RATE-TEXT
    END-IF.

0300-FIND-RATE-SLOT.
    MOVE 0 TO WS-RATE-SLOT
    PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
            UNTIL WS-RATE-IDX > WS-RATE-COUNT
        IF WS-RT-SOURCE (WS-RATE-IDX) = WS-IN-SOURCE
                AND WS-RT-EFFECTIVE-DATE (WS-RATE-IDX)
                    = WS-IN-EFFECTIVE-DATE
            MOVE WS-RATE-IDX TO WS-RATE-SLOT
        END-IF
    END-PERFORM.

0400-SET-PERIOD-FIELDS.
    *> Through date is the day before the next effective date for the
    *> same source - the table is in source/date order, so that is
    *> simply the next entry when it carries the same source.
    MOVE "OPEN" TO WS-THROUGH-DATE
    COMPUTE WS-NEXT-IDX = WS-RATE-IDX + 1
    IF WS-NEXT-IDX <= WS-RATE-COUNT
        IF WS-RT-SOURCE (WS-NEXT-IDX) = WS-RT-SOURCE (WS-RATE-IDX)
            MOVE WS-RT-EFFECTIVE-DATE (WS-NEXT-IDX) TO WS-DATE-WORK
            COMPUTE WS-DATE-INTEGER =
                FUNCTION INTEGER-OF-DATE (WS-DATE-WORK-N) - 1
            COMPUTE WS-DATE-WORK-N =
                FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
            MOVE WS-DATE-WORK TO WS-THROUGH-DATE
        END-IF
    END-IF
    EVALUATE TRUE
        WHEN WS-RT-EFFECTIVE-DATE (WS-RATE-IDX) > WS-TODAY-DATE
            MOVE "FUTURE" TO WS-PERIOD-STATUS
        WHEN WS-THROUGH-DATE = "OPEN"
            MOVE "CURRENT" TO WS-PERIOD-STATUS
        WHEN WS-THROUGH-DATE >= WS-TODAY-DATE
            MOVE "CURRENT" TO WS-PERIOD-STATUS
        WHEN OTHER
            MOVE "EXPIRED" TO WS-PERIOD-STATUS
    END-EVALUATE
    MOVE WS-RT-FULL-RATE (WS-RATE-IDX) TO WS-RATE-DISPLAY
    MOVE WS-RT-REJECT-RATE (WS-RATE-IDX) TO WS-REJECT-DISPLAY.

0500-DISPLAY-RATE-PERIOD.
    PERFORM 0400-SET-PERIOD-FIELDS
    DISPLAY WS-RT-SOURCE (WS-RATE-IDX)
        " FROM " WS-RT-EFFECTIVE-DATE (WS-RATE-IDX)
        " THRU " WS-THROUGH-DATE
        " FULL " WS-RATE-DISPLAY
        " REJECT " WS-REJECT-DISPLAY
        " " WS-PERIOD-STATUS.

2000-ADD-RATE.
    PERFORM 0200-ACCEPT-SOURCE
    IF WS-IN-SOURCE = SPACES
        DISPLAY "SOURCE TAG REQUIRED - NOT ADDED"
    ELSE
        PERFORM 0210-ACCEPT-EFFECTIVE-DATE
        IF WS-INPUT-OK
            PERFORM 0300-FIND-RATE-SLOT
            EVALUATE TRUE
                *> A back-dated rate would reprice days already billed.
                WHEN WS-IN-EFFECTIVE-DATE < WS-TODAY-DATE
                    DISPLAY "RATE WOULD BE BACK-DATED - NOT ADDED"
                WHEN WS-RATE-SLOT > 0
                    DISPLAY "RATE ALREADY ON FILE FOR " WS-IN-SOURCE
                        " EFFECTIVE " WS-IN-EFFECTIVE-DATE
                        " - NOT ADDED"
                WHEN WS-RATE-COUNT >= 400
                    DISPLAY "RATE TABLE FULL - NOT ADDED"
                WHEN OTHER
                    PERFORM 0220-ACCEPT-RATES
                    IF WS-INPUT-OK
                        PERFORM 2100-INSERT-RATE
                        PERFORM 2200-CONFIRM-ADD
                    END-IF
            END-EVALUATE
        END-IF
    END-IF.

2100-INSERT-RATE.
    *> Find the first entry that sorts after the new one and open a
    *> gap there, so the table stays in source/effective-date order.
    MOVE 0 TO WS-RATE-SLOT
    PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
            UNTIL WS-RATE-IDX > WS-RATE-COUNT OR WS-RATE-SLOT > 0
        IF WS-RT-SOURCE (WS-RATE-IDX) > WS-IN-SOURCE
                OR (WS-RT-SOURCE (WS-RATE-IDX) = WS-IN-SOURCE
                    AND WS-RT-EFFECTIVE-DATE (WS-RATE-IDX)
                        > WS-IN-EFFECTIVE-DATE)
            MOVE WS-RATE-IDX TO WS-RATE-SLOT
        END-IF
    END-PERFORM
    IF WS-RATE-SLOT = 0
        COMPUTE WS-RATE-SLOT = WS-RATE-COUNT + 1
    END-IF
    PERFORM VARYING WS-RATE-IDX FROM WS-RATE-COUNT BY -1
            UNTIL WS-RATE-IDX < WS-RATE-SLOT
        MOVE WS-RATE-ENTRY (WS-RATE-IDX)
            TO WS-RATE-ENTRY (WS-RATE-IDX + 1)
    END-PERFORM
    ADD 1 TO WS-RATE-COUNT
    MOVE WS-IN-SOURCE TO WS-RT-SOURCE (WS-RATE-SLOT)
    MOVE WS-IN-FULL-RATE TO WS-RT-FULL-RATE (WS-RATE-SLOT)
    MOVE WS-IN-REJECT-RATE TO WS-RT-REJECT-RATE (WS-RATE-SLOT)
    MOVE WS-IN-EFFECTIVE-DATE TO WS-RT-EFFECTIVE-DATE (WS-RATE-SLOT)
    MOVE WS-OPERATOR-ID TO WS-RT-ENTERED-BY (WS-RATE-SLOT)
    MOVE WS-TODAY-DATE TO WS-RT-ENTERED-DATE (WS-RATE-SLOT)
    MOVE "Y" TO WS-CHANGED-FLAG.

2200-CONFIRM-ADD.
    DISPLAY "ADDED " WS-IN-SOURCE " EFFECTIVE " WS-IN-EFFECTIVE-DATE.

3000-CORRECT-RATE.
    PERFORM 0200-ACCEPT-SOURCE
    PERFORM 0210-ACCEPT-EFFECTIVE-DATE
    IF WS-INPUT-OK
        PERFORM 0300-FIND-RATE-SLOT
        IF WS-RATE-SLOT = 0
            DISPLAY "NO RATE ON FILE FOR " WS-IN-SOURCE
                " EFFECTIVE " WS-IN-EFFECTIVE-DATE
        ELSE
            IF WS-IN-EFFECTIVE-DATE < WS-TODAY-DATE
                DISPLAY "RATE ALREADY IN EFFECT - HISTORY CANNOT BE"
                    " CHANGED; ADD A NEW EFFECTIVE DATE INSTEAD"
            ELSE
                PERFORM 0220-ACCEPT-RATES
                IF WS-INPUT-OK
                    MOVE WS-IN-FULL-RATE
                        TO WS-RT-FULL-RATE (WS-RATE-SLOT)
                    MOVE WS-IN-REJECT-RATE
                        TO WS-RT-REJECT-RATE (WS-RATE-SLOT)
                    MOVE WS-OPERATOR-ID
                        TO WS-RT-ENTERED-BY (WS-RATE-SLOT)
                    MOVE WS-TODAY-DATE
                        TO WS-RT-ENTERED-DATE (WS-RATE-SLOT)
                    MOVE "Y" TO WS-CHANGED-FLAG
                    DISPLAY "CORRECTED " WS-IN-SOURCE " EFFECTIVE "
                        WS-IN-EFFECTIVE-DATE
                END-IF
            END-IF
        END-IF
    END-IF.

4000-WITHDRAW-RATE.
    PERFORM 0200-ACCEPT-SOURCE
    PERFORM 0210-ACCEPT-EFFECTIVE-DATE
    IF WS-INPUT-OK
        PERFORM 0300-FIND-RATE-SLOT
        IF WS-RATE-SLOT = 0
            DISPLAY "NO RATE ON FILE FOR " WS-IN-SOURCE
                " EFFECTIVE " WS-IN-EFFECTIVE-DATE
        ELSE
            IF WS-IN-EFFECTIVE-DATE < WS-TODAY-DATE
                DISPLAY "RATE ALREADY IN EFFECT - HISTORY CANNOT BE"
                    " WITHDRAWN"
            ELSE
                PERFORM VARYING WS-RATE-IDX FROM WS-RATE-SLOT BY 1
                        UNTIL WS-RATE-IDX >= WS-RATE-COUNT
                    MOVE WS-RATE-ENTRY (WS-RATE-IDX + 1)
                        TO WS-RATE-ENTRY (WS-RATE-IDX)
                END-PERFORM
                SUBTRACT 1 FROM WS-RATE-COUNT
                MOVE "Y" TO WS-CHANGED-FLAG
                DISPLAY "WITHDRAWN " WS-IN-SOURCE " EFFECTIVE "
                    WS-IN-EFFECTIVE-DATE
            END-IF
        END-IF
    END-IF.

5000-INQUIRE-SOURCE.
    PERFORM 0200-ACCEPT-SOURCE
    MOVE 0 TO WS-LISTED-COUNT
    PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
            UNTIL WS-RATE-IDX > WS-RATE-COUNT
        IF WS-RT-SOURCE (WS-RATE-IDX) = WS-IN-SOURCE
            PERFORM 0500-DISPLAY-RATE-PERIOD
            ADD 1 TO WS-LISTED-COUNT
        END-IF
    END-PERFORM
    IF WS-LISTED-COUNT = 0
        DISPLAY "NO RATES ON FILE FOR " WS-IN-SOURCE
    END-IF.

6000-LIST-CURRENT-RATES.
    MOVE 0 TO WS-LISTED-COUNT
    PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
            UNTIL WS-RATE-IDX > WS-RATE-COUNT
        PERFORM 0400-SET-PERIOD-FIELDS
        IF WS-PERIOD-STATUS = "CURRENT"
            PERFORM 0500-DISPLAY-RATE-PERIOD
            ADD 1 TO WS-LISTED-COUNT
        END-IF
    END-PERFORM
    MOVE WS-LISTED-COUNT TO WS-COUNT-DISPLAY
    DISPLAY WS-COUNT-DISPLAY " SOURCES WITH A RATE IN EFFECT TODAY".

1000-LOAD-MASTER.
    MOVE 0 TO WS-RATE-COUNT
    MOVE "N" TO WS-END-OF-FILE
    OPEN INPUT RATE-MASTER-FILE
    MOVE WS-MASTER-FILE-STATUS TO WS-MASTER-OPEN-STATUS
    IF WS-MASTER-FILE-STATUS = "00"
        PERFORM UNTIL WS-NO-MORE-RATES
            READ RATE-MASTER-FILE INTO RATE-MASTER-RECORD
                AT END
                    SET WS-NO-MORE-RATES TO TRUE
                NOT AT END
                    IF WS-RATE-COUNT < 400
                        PERFORM 1100-LOAD-ONE-RATE
                    ELSE
                        SET WS-MASTER-OVERFLOWED TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RATE-MASTER-FILE
    END-IF.

1100-LOAD-ONE-RATE.
    *> A hand-built record from before rates were effective-dated has
    *> no date - it has been in effect from the beginning, and it goes
    *> back out dated that way so it sorts ahead of any later rate.
    IF RT-EFFECTIVE-DATE = SPACES
        MOVE "00000000" TO RT-EFFECTIVE-DATE
    END-IF
    MOVE RT-SOURCE TO WS-IN-SOURCE
    MOVE RT-EFFECTIVE-DATE TO WS-IN-EFFECTIVE-DATE
    MOVE RT-FULL-RATE TO WS-IN-FULL-RATE
    MOVE RT-REJECT-RATE TO WS-IN-REJECT-RATE
    PERFORM 2100-INSERT-RATE
    MOVE RT-ENTERED-BY TO WS-RT-ENTERED-BY (WS-RATE-SLOT)
    MOVE RT-ENTERED-DATE TO WS-RT-ENTERED-DATE (WS-RATE-SLOT)
    MOVE "N" TO WS-CHANGED-FLAG.

7000-REWRITE-MASTER.
    OPEN OUTPUT RATE-MASTER-FILE
    PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
            UNTIL WS-RATE-IDX > WS-RATE-COUNT
        MOVE WS-RT-SOURCE (WS-RATE-IDX) TO RT-SOURCE
        MOVE WS-RT-FULL-RATE (WS-RATE-IDX) TO RT-FULL-RATE
        MOVE WS-RT-REJECT-RATE (WS-RATE-IDX) TO RT-REJECT-RATE
        MOVE WS-RT-EFFECTIVE-DATE (WS-RATE-IDX) TO RT-EFFECTIVE-DATE
        MOVE WS-RT-ENTERED-BY (WS-RATE-IDX) TO RT-ENTERED-BY
        MOVE WS-RT-ENTERED-DATE (WS-RATE-IDX) TO RT-ENTERED-DATE
        MOVE RATE-MASTER-RECORD TO RATE-MASTER-RECORD-IO
        WRITE RATE-MASTER-RECORD-IO
    END-PERFORM
    CLOSE RATE-MASTER-FILE.

8000-PRINT-RATE-HISTORY.
    OPEN OUTPUT RATE-HISTORY-REPORT-FILE
    MOVE SPACES TO RATE-HISTORY-REPORT-RECORD
    STRING "BILLBACK RATE HISTORY - AS OF " DELIMITED BY SIZE
           WS-TODAY-DATE DELIMITED BY SIZE
        INTO RATE-HISTORY-REPORT-RECORD
    WRITE RATE-HISTORY-REPORT-RECORD
    MOVE SPACES TO RATE-HISTORY-REPORT-RECORD
    WRITE RATE-HISTORY-REPORT-RECORD
    MOVE SPACES TO RATE-HISTORY-REPORT-RECORD
    MOVE "SOURCE"    TO RATE-HISTORY-REPORT-RECORD (1:6)
    MOVE "FROM"      TO RATE-HISTORY-REPORT-RECORD (11:4)
    MOVE "THROUGH"   TO RATE-HISTORY-REPORT-RECORD (21:7)
    MOVE "FULL"      TO RATE-HISTORY-REPORT-RECORD (33:4)
    MOVE "REJECT"    TO RATE-HISTORY-REPORT-RECORD (39:6)
    MOVE "STATUS"    TO RATE-HISTORY-REPORT-RECORD (47:6)
    MOVE "KEYED BY"  TO RATE-HISTORY-REPORT-RECORD (57:8)
    MOVE "ON"        TO RATE-HISTORY-REPORT-RECORD (67:2)
    WRITE RATE-HISTORY-REPORT-RECORD
    PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
            UNTIL WS-RATE-IDX > WS-RATE-COUNT
        PERFORM 0400-SET-PERIOD-FIELDS
        IF WS-RATE-IDX > 1
            IF WS-RT-SOURCE (WS-RATE-IDX)
                    NOT = WS-RT-SOURCE (WS-RATE-IDX - 1)
                MOVE SPACES TO RATE-HISTORY-REPORT-RECORD
                WRITE RATE-HISTORY-REPORT-RECORD
            END-IF
        END-IF
        MOVE SPACES TO RATE-HISTORY-REPORT-RECORD
        MOVE WS-RT-SOURCE (WS-RATE-IDX)
            TO RATE-HISTORY-REPORT-RECORD (1:8)
        IF WS-RT-EFFECTIVE-DATE (WS-RATE-IDX) = "00000000"
            MOVE "INITIAL" TO RATE-HISTORY-REPORT-RECORD (11:8)
        ELSE
            MOVE WS-RT-EFFECTIVE-DATE (WS-RATE-IDX)
                TO RATE-HISTORY-REPORT-RECORD (11:8)
        END-IF
        MOVE WS-THROUGH-DATE TO RATE-HISTORY-REPORT-RECORD (21:8)
        MOVE WS-RATE-DISPLAY TO RATE-HISTORY-REPORT-RECORD (31:6)
        MOVE WS-REJECT-DISPLAY TO RATE-HISTORY-REPORT-RECORD (39:6)
        MOVE WS-PERIOD-STATUS TO RATE-HISTORY-REPORT-RECORD (47:9)
        MOVE WS-RT-ENTERED-BY (WS-RATE-IDX)
            TO RATE-HISTORY-REPORT-RECORD (57:8)
        MOVE WS-RT-ENTERED-DATE (WS-RATE-IDX)
            TO RATE-HISTORY-REPORT-RECORD (67:8)
        WRITE RATE-HISTORY-REPORT-RECORD
    END-PERFORM
    MOVE WS-RATE-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO RATE-HISTORY-REPORT-RECORD
    WRITE RATE-HISTORY-REPORT-RECORD
    MOVE SPACES TO RATE-HISTORY-REPORT-RECORD
    STRING "RATE PERIODS ON FILE: " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
        INTO RATE-HISTORY-REPORT-RECORD
    WRITE RATE-HISTORY-REPORT-RECORD
    CLOSE RATE-HISTORY-REPORT-FILE
    DISPLAY "RATE HISTORY PRINTED TO RATEHIST.TXT".
