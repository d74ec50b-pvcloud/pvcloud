*> The master stays line sequential, so like CHORD-REWORK's queue it
*> is loaded into a table for the session and rewritten in full on
*> the way out - nothing touches the file mid-session.
*> An operator can only be filed under a department that is on the
*> DEPTMAST.DAT department master (CHORD-DEPTMAINT) and active there,
*> checked through the shared CHORD-DEPARTMENT lookup, so usage can
*> never again be billed to a department code somebody mistyped. The
*> bootstrap operator is the one exception: the department master is
*> maintained by a security admin, so on a new installation nobody
*> could set up a department before that first admin exists.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-IN-DEPARTMENT        PIC X(4).
01 WS-IN-AUTHORITY         PIC X(1).

*> Department master check on the department keyed for the operator.
01 WS-DEPT-NAME            PIC X(20).
01 WS-DEPT-COST-CENTER     PIC X(8).
01 WS-DEPT-BUDGET          PIC 9(7).
01 WS-DEPT-STATUS          PIC X(1).
01 WS-DEPT-OK-FLAG         PIC X(1) VALUE "N".
    88 WS-DEPARTMENT-ACCEPTED       VALUE "Y".

*> The whole master held for the session - one slot per operator,
*> rewritten in full at exit. 200 operators is several times the
*> largest master the shop has ever carried.
    ACCEPT WS-IN-DEPARTMENT
    MOVE FUNCTION UPPER-CASE (WS-IN-DEPARTMENT)
        TO WS-IN-DEPARTMENT
    PERFORM 0450-CHECK-DEPARTMENT
    DISPLAY "Authority (L=lookup-only M=maintenance A=accounting "
        "S=security admin): " WITH NO ADVANCING
    ACCEPT WS-IN-AUTHORITY
    MOVE FUNCTION UPPER-CASE (WS-IN-AUTHORITY) TO WS-IN-AUTHORITY
    IF WS-IN-AUTHORITY NOT = "L" AND WS-IN-AUTHORITY NOT = "M"
            AND WS-IN-AUTHORITY NOT = "A"
            AND WS-IN-AUTHORITY NOT = "S"
        DISPLAY "UNKNOWN AUTHORITY - SET TO LOOKUP-ONLY: "
            WS-IN-AUTHORITY
        MOVE "L" TO WS-IN-AUTHORITY
    END-IF.

0450-CHECK-DEPARTMENT.
    MOVE "N" TO WS-DEPT-OK-FLAG
    CALL "CHORD-DEPARTMENT" USING WS-IN-DEPARTMENT WS-DEPT-NAME
        WS-DEPT-COST-CENTER WS-DEPT-BUDGET WS-DEPT-STATUS
    EVALUATE TRUE
        WHEN WS-DEPT-STATUS = "Y"
            SET WS-DEPARTMENT-ACCEPTED TO TRUE
            DISPLAY "DEPARTMENT " WS-IN-DEPARTMENT " " WS-DEPT-NAME
        WHEN WS-OPER-COUNT = 0 AND WS-DEPT-STATUS = "N"
            *> Bootstrap - the first security admin has to exist before
            *> CHORD-DEPTMAINT can be run to set the department up.
            SET WS-DEPARTMENT-ACCEPTED TO TRUE
            DISPLAY "DEPARTMENT " WS-IN-DEPARTMENT " NOT YET ON THE"
                " DEPARTMENT MASTER - ADD IT WITH CHORD-DEPTMAINT"
        WHEN WS-DEPT-STATUS = "I"
            DISPLAY "DEPARTMENT INACTIVE ON DEPARTMENT MASTER: "
                WS-IN-DEPARTMENT
        WHEN OTHER
            DISPLAY "DEPARTMENT NOT ON DEPARTMENT MASTER: "
                WS-IN-DEPARTMENT
    END-EVALUATE.

2000-ADD-OPERATOR.
    PERFORM 0200-ACCEPT-OPERATOR-ID
    PERFORM 0300-FIND-OPERATOR-SLOT
            DISPLAY "OPERATOR TABLE FULL - NOT ADDED"
        ELSE
            PERFORM 0400-ACCEPT-OPERATOR-FIELDS
            IF NOT WS-DEPARTMENT-ACCEPTED
                DISPLAY "OPERATOR NOT ADDED: " WS-IN-OPERATOR-ID
            ELSE
                IF WS-OPER-COUNT = 0
                    *> The bootstrap operator must be able to get back
                    *> in.
                    MOVE "S" TO WS-IN-AUTHORITY
                    DISPLAY "FIRST OPERATOR FORCED TO SECURITY ADMIN"
                END-IF
                MOVE WS-IN-OPERATOR-ID TO OP-OPERATOR-ID
                MOVE WS-IN-NAME TO OP-NAME
                MOVE WS-IN-DEPARTMENT TO OP-DEPARTMENT
                MOVE "Y" TO OP-ACTIVE-FLAG
                MOVE WS-IN-AUTHORITY TO OP-AUTHORITY-LEVEL
                ADD 1 TO WS-OPER-COUNT
                MOVE OPERATOR-MASTER-RECORD
                    TO WS-OT-RECORD (WS-OPER-COUNT)
                MOVE "Y" TO WS-CHANGED-FLAG
                DISPLAY "ADDED " WS-IN-OPERATOR-ID " AUTHORITY "
                    WS-IN-AUTHORITY
            END-IF
        END-IF
    END-IF.

    ELSE
        MOVE WS-OT-RECORD (WS-OPER-SLOT) TO OPERATOR-MASTER-RECORD
        PERFORM 0400-ACCEPT-OPERATOR-FIELDS
        IF NOT WS-DEPARTMENT-ACCEPTED
            DISPLAY "OPERATOR NOT UPDATED: " WS-IN-OPERATOR-ID
        ELSE
            MOVE WS-IN-NAME TO OP-NAME
            MOVE WS-IN-DEPARTMENT TO OP-DEPARTMENT
            MOVE WS-IN-AUTHORITY TO OP-AUTHORITY-LEVEL
            MOVE OPERATOR-MASTER-RECORD
                TO WS-OT-RECORD (WS-OPER-SLOT)
            MOVE "Y" TO WS-CHANGED-FLAG
            DISPLAY "UPDATED " WS-IN-OPERATOR-ID
        END-IF
    END-IF.

4000-DEACTIVATE-OPERATOR.
