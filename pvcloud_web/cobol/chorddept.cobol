IDENTIFICATION DIVISION.
PROGRAM-ID. CHORD-DEPARTMENT.
*> Department lookup, shared the same way CHORD-OPERATOR is shared for
*> the sign-on check. Looks the supplied department code up in the
*> DEPTMAST.DAT master maintained by CHORD-DEPTMAINT and returns "Y"
*> (known and active - name, cost center, and monthly lookup budget
*> filled in), "I" (known but deactivated - the name and cost center
*> still come back, so old usage can be reported against them), or
*> "N" (unknown, including a missing master file).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MASTER-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  DEPARTMENT-MASTER-FILE.
01 DEPARTMENT-MASTER-RECORD-IN PIC X(40).

WORKING-STORAGE SECTION.
COPY DEPTREC.
01 WS-MASTER-FILE-STATUS   PIC X(2).
01 WS-END-OF-FILE          PIC X(1) VALUE "N".
    88 WS-NO-MORE-DEPARTMENTS       VALUE "Y".

LINKAGE SECTION.
01 LK-DEPARTMENT           PIC X(4).
01 LK-DEPT-NAME            PIC X(20).
01 LK-COST-CENTER          PIC X(8).
01 LK-MONTHLY-BUDGET       PIC 9(7).
01 LK-DEPT-STATUS          PIC X(1).

PROCEDURE DIVISION USING LK-DEPARTMENT LK-DEPT-NAME LK-COST-CENTER
        LK-MONTHLY-BUDGET LK-DEPT-STATUS.

0100-CHECK-DEPARTMENT.
    MOVE SPACES TO LK-DEPT-NAME
    MOVE SPACES TO LK-COST-CENTER
    MOVE 0 TO LK-MONTHLY-BUDGET
    MOVE "N" TO LK-DEPT-STATUS
    MOVE "N" TO WS-END-OF-FILE
    OPEN INPUT DEPARTMENT-MASTER-FILE
    IF WS-MASTER-FILE-STATUS = "00"
        PERFORM UNTIL WS-NO-MORE-DEPARTMENTS
            READ DEPARTMENT-MASTER-FILE
                INTO DEPARTMENT-MASTER-RECORD
                AT END
                    SET WS-NO-MORE-DEPARTMENTS TO TRUE
                NOT AT END
                    IF DP-DEPARTMENT-CODE = LK-DEPARTMENT
                        MOVE DP-NAME TO LK-DEPT-NAME
                        MOVE DP-COST-CENTER TO LK-COST-CENTER
                        MOVE DP-MONTHLY-BUDGET TO LK-MONTHLY-BUDGET
                        IF DP-ACTIVE-FLAG = "Y"
                            MOVE "Y" TO LK-DEPT-STATUS
                        ELSE
                            MOVE "I" TO LK-DEPT-STATUS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DEPARTMENT-MASTER-FILE
    END-IF
    GOBACK.
