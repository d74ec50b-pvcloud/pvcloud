IDENTIFICATION DIVISION.
PROGRAM-ID. CHORD-DEPTMAINT.
*> Department master maintenance: adds, changes, deactivates, and
*> inquires on DEPTMAST.DAT - the department code, its name and cost
*> center for the billback statements and the ledger extract, and the
*> monthly lookup budget the nightly CHORD-DEPTBUDG check measures
*> month-to-date usage against. CHORD-SECMAINT will only file an
*> operator under a department that is active on this master, so the
*> department is set up here first. Entry requires security-admin
*> ("S") authority through the same CHORD-OPERATOR check
*> CHORD-SECMAINT makes - who may bill to which cost center is as much
*> a control as who may sign on.
*> Like the operator master, the file stays line sequential, is loaded
*> into a table for the session and rewritten in full on the way out,
*> and a department is deactivated, never deleted, so old statements
*> and usage history still resolve to a name.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MASTER-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  DEPARTMENT-MASTER-FILE.
01 DEPARTMENT-MASTER-RECORD-IO PIC X(40).

WORKING-STORAGE SECTION.
COPY DEPTREC.
01 WS-MASTER-FILE-STATUS   PIC X(2).
01 WS-MASTER-OPEN-STATUS   PIC X(2).
01 WS-END-OF-FILE          PIC X(1) VALUE "N".
    88 WS-NO-MORE-DEPARTMENTS       VALUE "Y".
01 WS-FUNCTION-CODE        PIC X(1) VALUE SPACES.
    88 WS-FUNCTION-EXIT             VALUE "X".

01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
01 WS-DEPARTMENT           PIC X(4) VALUE SPACES.
01 WS-SIGNON-STATUS        PIC X(1) VALUE "N".
01 WS-AUTHORITY-LEVEL      PIC X(1) VALUE SPACES.

01 WS-IN-DEPARTMENT        PIC X(4).
01 WS-IN-NAME              PIC X(20).
01 WS-IN-COST-CENTER       PIC X(8).
01 WS-IN-BUDGET-TEXT       PIC X(8).
01 WS-IN-BUDGET            PIC 9(7).
01 WS-FIELDS-VALID-FLAG    PIC X(1).
    88 WS-FIELDS-VALID              VALUE "Y".

*> The whole master held for the session - one slot per department,
*> rewritten in full at exit. 100 departments is well past anything
*> the shop's organization chart has ever needed.
01 WS-DEPT-COUNT           PIC 9(3) VALUE 0.
01 WS-DEPT-IDX             PIC 9(3).
01 WS-DEPT-SLOT            PIC 9(3).
01 WS-DEPT-TABLE.
    05 WS-DEPT-ENTRY OCCURS 100 TIMES.
        10 WS-DT-RECORD           PIC X(40).
01 WS-CHANGED-FLAG         PIC X(1) VALUE "N".
    88 WS-MASTER-CHANGED            VALUE "Y".
01 WS-OVERFLOW-FLAG        PIC X(1) VALUE "N".
    88 WS-MASTER-OVERFLOWED         VALUE "Y".

01 WS-BUDGET-DISPLAY       PIC ZZZZZZ9.

PROCEDURE DIVISION.
0000-MAIN.
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
    IF WS-AUTHORITY-LEVEL NOT = "S"
        DISPLAY "SECURITY ADMIN AUTHORITY REQUIRED - RUN"
            " REFUSED: " WS-OPERATOR-ID
        STOP RUN
    END-IF

    PERFORM 1000-LOAD-MASTER
    *> Only a genuinely missing master (35) may start out empty - a
    *> lock or a permissions problem also reads back zero departments,
    *> and exiting through the rewrite would replace the real master
    *> with whatever this session keyed.
    IF WS-MASTER-OPEN-STATUS NOT = "00"
            AND WS-MASTER-OPEN-STATUS NOT = "35"
        DISPLAY "DEPARTMENT MASTER OPEN FAILED - STATUS "
            WS-MASTER-OPEN-STATUS " - RUN REFUSED"
        STOP RUN
    END-IF
    IF WS-MASTER-OVERFLOWED
        DISPLAY "DEPARTMENT MASTER EXCEEDS THE SESSION TABLE - RUN"
            " REFUSED BEFORE ANYTHING COULD BE LOST"
        STOP RUN
    END-IF
    IF WS-DEPT-COUNT = 0
        DISPLAY "DEPARTMENT MASTER IS EMPTY - ADD THE FIRST"
            " DEPARTMENT"
    END-IF

    PERFORM UNTIL WS-FUNCTION-EXIT
        DISPLAY "Function (A=add U=update D=deactivate E=reactivate "
            "I=inquire L=list X=exit): " WITH NO ADVANCING
        ACCEPT WS-FUNCTION-CODE
        MOVE FUNCTION UPPER-CASE (WS-FUNCTION-CODE)
            TO WS-FUNCTION-CODE
        EVALUATE WS-FUNCTION-CODE
            WHEN "A"
                PERFORM 2000-ADD-DEPARTMENT
            WHEN "U"
                PERFORM 3000-UPDATE-DEPARTMENT
            WHEN "D"
                PERFORM 4000-DEACTIVATE-DEPARTMENT
            WHEN "E"
                PERFORM 4500-REACTIVATE-DEPARTMENT
            WHEN "I"
                PERFORM 5000-INQUIRE-DEPARTMENT
            WHEN "L"
                PERFORM 6000-LIST-DEPARTMENTS
            WHEN "X"
                CONTINUE
            WHEN OTHER
                DISPLAY "UNKNOWN FUNCTION: " WS-FUNCTION-CODE
        END-EVALUATE
    END-PERFORM

    IF WS-MASTER-CHANGED
        PERFORM 7000-REWRITE-MASTER
        DISPLAY "DEPARTMENT MASTER REWRITTEN - " WS-DEPT-COUNT
            " DEPARTMENTS ON FILE"
    END-IF
    STOP RUN.

0100-CHECK-SIGNON.
    CALL "CHORD-OPERATOR" USING WS-OPERATOR-ID WS-DEPARTMENT
        WS-SIGNON-STATUS WS-AUTHORITY-LEVEL.

0200-ACCEPT-DEPARTMENT-CODE.
    DISPLAY "Department code: " WITH NO ADVANCING
    ACCEPT WS-IN-DEPARTMENT
    MOVE FUNCTION UPPER-CASE (WS-IN-DEPARTMENT)
        TO WS-IN-DEPARTMENT.

0300-FIND-DEPARTMENT-SLOT.
    MOVE 0 TO WS-DEPT-SLOT
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
        MOVE WS-DT-RECORD (WS-DEPT-IDX) TO DEPARTMENT-MASTER-RECORD
        IF DP-DEPARTMENT-CODE = WS-IN-DEPARTMENT
            MOVE WS-DEPT-IDX TO WS-DEPT-SLOT
        END-IF
    END-PERFORM.

0400-ACCEPT-DEPARTMENT-FIELDS.
    DISPLAY "Name: " WITH NO ADVANCING
    ACCEPT WS-IN-NAME
    DISPLAY "Cost center: " WITH NO ADVANCING
    ACCEPT WS-IN-COST-CENTER
    MOVE FUNCTION UPPER-CASE (WS-IN-COST-CENTER)
        TO WS-IN-COST-CENTER
    DISPLAY "Monthly lookup budget: " WITH NO ADVANCING
    *> Keyed as text and checked before it is filed - "10,000" or a
    *> stray blank line would otherwise file as a garbage or zero
    *> budget and CHORD-DEPTBUDG would measure the month against it.
    MOVE "Y" TO WS-FIELDS-VALID-FLAG
    MOVE 0 TO WS-IN-BUDGET
    ACCEPT WS-IN-BUDGET-TEXT
    IF WS-IN-BUDGET-TEXT = SPACES
            OR FUNCTION TEST-NUMVAL (WS-IN-BUDGET-TEXT) NOT = 0
        MOVE "N" TO WS-FIELDS-VALID-FLAG
    ELSE
        IF FUNCTION NUMVAL (WS-IN-BUDGET-TEXT) < 0
                OR FUNCTION NUMVAL (WS-IN-BUDGET-TEXT) > 9999999
                OR FUNCTION NUMVAL (WS-IN-BUDGET-TEXT) NOT =
                    FUNCTION INTEGER-PART
                        (FUNCTION NUMVAL (WS-IN-BUDGET-TEXT))
            MOVE "N" TO WS-FIELDS-VALID-FLAG
        ELSE
            COMPUTE WS-IN-BUDGET = FUNCTION NUMVAL (WS-IN-BUDGET-TEXT)
        END-IF
    END-IF
    IF NOT WS-FIELDS-VALID
        DISPLAY "BUDGET MUST BE A WHOLE NUMBER 0 THROUGH 9999999: "
            WS-IN-BUDGET-TEXT
    END-IF.

0500-DISPLAY-DEPARTMENT.
    MOVE DP-MONTHLY-BUDGET TO WS-BUDGET-DISPLAY
    DISPLAY DP-DEPARTMENT-CODE " " DP-NAME
        " CC " DP-COST-CENTER
        " BUDGET " WS-BUDGET-DISPLAY
        " ACTIVE " DP-ACTIVE-FLAG.

2000-ADD-DEPARTMENT.
    PERFORM 0200-ACCEPT-DEPARTMENT-CODE
    IF WS-IN-DEPARTMENT = SPACES
        DISPLAY "DEPARTMENT CODE REQUIRED - NOT ADDED"
    ELSE
        PERFORM 0300-FIND-DEPARTMENT-SLOT
        IF WS-DEPT-SLOT > 0
            DISPLAY "DEPARTMENT ALREADY ON MASTER: " WS-IN-DEPARTMENT
        ELSE
            IF WS-DEPT-COUNT >= 100
                DISPLAY "DEPARTMENT TABLE FULL - NOT ADDED"
            ELSE
                PERFORM 0400-ACCEPT-DEPARTMENT-FIELDS
                IF WS-FIELDS-VALID
                    MOVE WS-IN-DEPARTMENT TO DP-DEPARTMENT-CODE
                    MOVE WS-IN-NAME TO DP-NAME
                    MOVE WS-IN-COST-CENTER TO DP-COST-CENTER
                    MOVE WS-IN-BUDGET TO DP-MONTHLY-BUDGET
                    MOVE "Y" TO DP-ACTIVE-FLAG
                    ADD 1 TO WS-DEPT-COUNT
                    MOVE DEPARTMENT-MASTER-RECORD
                        TO WS-DT-RECORD (WS-DEPT-COUNT)
                    MOVE "Y" TO WS-CHANGED-FLAG
                    DISPLAY "ADDED " WS-IN-DEPARTMENT
                ELSE
                    DISPLAY "NOT ADDED: " WS-IN-DEPARTMENT
                END-IF
            END-IF
        END-IF
    END-IF.

3000-UPDATE-DEPARTMENT.
    PERFORM 0200-ACCEPT-DEPARTMENT-CODE
    PERFORM 0300-FIND-DEPARTMENT-SLOT
    IF WS-DEPT-SLOT = 0
        DISPLAY "DEPARTMENT NOT ON MASTER: " WS-IN-DEPARTMENT
    ELSE
        MOVE WS-DT-RECORD (WS-DEPT-SLOT) TO DEPARTMENT-MASTER-RECORD
        PERFORM 0400-ACCEPT-DEPARTMENT-FIELDS
        IF WS-FIELDS-VALID
            MOVE WS-IN-NAME TO DP-NAME
            MOVE WS-IN-COST-CENTER TO DP-COST-CENTER
            MOVE WS-IN-BUDGET TO DP-MONTHLY-BUDGET
            MOVE DEPARTMENT-MASTER-RECORD
                TO WS-DT-RECORD (WS-DEPT-SLOT)
            MOVE "Y" TO WS-CHANGED-FLAG
            DISPLAY "UPDATED " WS-IN-DEPARTMENT
        ELSE
            DISPLAY "NOT UPDATED: " WS-IN-DEPARTMENT
        END-IF
    END-IF.

4000-DEACTIVATE-DEPARTMENT.
    PERFORM 0200-ACCEPT-DEPARTMENT-CODE
    PERFORM 0300-FIND-DEPARTMENT-SLOT
    IF WS-DEPT-SLOT = 0
        DISPLAY "DEPARTMENT NOT ON MASTER: " WS-IN-DEPARTMENT
    ELSE
        *> Deactivate, never delete - operators already filed under the
        *> code, the audit log, and the month-to-date usage file all
        *> still refer to it. CHORD-SECMAINT stops filing anyone new
        *> under it from here on.
        MOVE WS-DT-RECORD (WS-DEPT-SLOT) TO DEPARTMENT-MASTER-RECORD
        MOVE "N" TO DP-ACTIVE-FLAG
        MOVE DEPARTMENT-MASTER-RECORD
            TO WS-DT-RECORD (WS-DEPT-SLOT)
        MOVE "Y" TO WS-CHANGED-FLAG
        DISPLAY "DEACTIVATED " WS-IN-DEPARTMENT
    END-IF.

4500-REACTIVATE-DEPARTMENT.
    PERFORM 0200-ACCEPT-DEPARTMENT-CODE
    PERFORM 0300-FIND-DEPARTMENT-SLOT
    IF WS-DEPT-SLOT = 0
        DISPLAY "DEPARTMENT NOT ON MASTER: " WS-IN-DEPARTMENT
    ELSE
        MOVE WS-DT-RECORD (WS-DEPT-SLOT) TO DEPARTMENT-MASTER-RECORD
        MOVE "Y" TO DP-ACTIVE-FLAG
        MOVE DEPARTMENT-MASTER-RECORD
            TO WS-DT-RECORD (WS-DEPT-SLOT)
        MOVE "Y" TO WS-CHANGED-FLAG
        DISPLAY "REACTIVATED " WS-IN-DEPARTMENT
    END-IF.

5000-INQUIRE-DEPARTMENT.
    PERFORM 0200-ACCEPT-DEPARTMENT-CODE
    PERFORM 0300-FIND-DEPARTMENT-SLOT
    IF WS-DEPT-SLOT = 0
        DISPLAY "DEPARTMENT NOT ON MASTER: " WS-IN-DEPARTMENT
    ELSE
        MOVE WS-DT-RECORD (WS-DEPT-SLOT) TO DEPARTMENT-MASTER-RECORD
        PERFORM 0500-DISPLAY-DEPARTMENT
    END-IF.

6000-LIST-DEPARTMENTS.
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
        MOVE WS-DT-RECORD (WS-DEPT-IDX) TO DEPARTMENT-MASTER-RECORD
        PERFORM 0500-DISPLAY-DEPARTMENT
    END-PERFORM
    DISPLAY WS-DEPT-COUNT " DEPARTMENTS ON MASTER".

1000-LOAD-MASTER.
    MOVE 0 TO WS-DEPT-COUNT
    MOVE "N" TO WS-END-OF-FILE
    OPEN INPUT DEPARTMENT-MASTER-FILE
    MOVE WS-MASTER-FILE-STATUS TO WS-MASTER-OPEN-STATUS
    IF WS-MASTER-FILE-STATUS = "00"
        PERFORM UNTIL WS-NO-MORE-DEPARTMENTS
            READ DEPARTMENT-MASTER-FILE
                AT END
                    SET WS-NO-MORE-DEPARTMENTS TO TRUE
                NOT AT END
                    IF WS-DEPT-COUNT < 100
                        ADD 1 TO WS-DEPT-COUNT
                        MOVE DEPARTMENT-MASTER-RECORD-IO
                            TO WS-DT-RECORD (WS-DEPT-COUNT)
                    ELSE
                        SET WS-MASTER-OVERFLOWED TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DEPARTMENT-MASTER-FILE
    END-IF.

7000-REWRITE-MASTER.
    OPEN OUTPUT DEPARTMENT-MASTER-FILE
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
        MOVE WS-DT-RECORD (WS-DEPT-IDX)
            TO DEPARTMENT-MASTER-RECORD-IO
        WRITE DEPARTMENT-MASTER-RECORD-IO
    END-PERFORM
    CLOSE DEPARTMENT-MASTER-FILE.
