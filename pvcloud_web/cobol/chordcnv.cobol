*> matches the old record length (typically because it was already
*> converted) is reported and left alone, so running the job twice
*> cannot damage anything.
*> Every songbook record converted is journaled to SBJRNL.DAT through
*> CHORD-SBJOURNAL as a change, old layout before and new layout
*> after, under the operator ID given on the command line - the old
*> layout is the new one less the stamp, so the before image is a
*> record CHORD-SBRESTORE can put back as it stands. That operator
*> must be active on the operator master with maintenance authority,
*> or nothing is converted.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-QUALITY-COUNT        PIC 9(5) VALUE 0.
01 WS-SONGBOOK-COUNT       PIC 9(7) VALUE 0.
01 WS-RUN-DATE             PIC X(8).
01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
01 WS-DEPARTMENT           PIC X(4) VALUE SPACES.
01 WS-SIGNON-STATUS        PIC X(1) VALUE "N".
01 WS-AUTHORITY-LEVEL      PIC X(1) VALUE SPACES.

*> Change-journal linkage - which master, what was done to the
*> record, and the record as it stood before and after the write.
01 WS-JRNL-PROGRAM-ID      PIC X(16) VALUE "CHORD-CONVERT".
01 WS-JRNL-FILE-CODE       PIC X(1) VALUE "M".
01 WS-JRNL-ACTION          PIC X(1) VALUE "C".
01 WS-JRNL-BEFORE-IMAGE    PIC X(52).
01 WS-JRNL-AFTER-IMAGE     PIC X(52).

PROCEDURE DIVISION.
0000-MAIN.
    ACCEPT WS-OPERATOR-ID FROM COMMAND-LINE
    PERFORM 0100-CHECK-SIGNON
    IF WS-SIGNON-STATUS NOT = "Y"
        IF WS-SIGNON-STATUS = "I"
            DISPLAY "OPERATOR INACTIVE - RUN REFUSED: " WS-OPERATOR-ID
        ELSE
            DISPLAY "OPERATOR NOT ON MASTER - RUN REFUSED: "
                WS-OPERATOR-ID
        END-IF
        STOP RUN
    END-IF
    *> Rewrites both masters and journals every songbook record, so
    *> the run needs the same authority CHORD-SBMAINT requires.
    IF WS-AUTHORITY-LEVEL NOT = "M" AND WS-AUTHORITY-LEVEL NOT = "S"
        DISPLAY "MAINTENANCE AUTHORITY REQUIRED - RUN REFUSED: "
            WS-OPERATOR-ID
        STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
    PERFORM 1000-CONVERT-QUALITY-MASTER
    PERFORM 2000-CONVERT-SONGBOOK-MASTER
        " THE .NEW FILES IN OVER THE OLD MASTERS"
    STOP RUN.

0100-CHECK-SIGNON.
    CALL "CHORD-OPERATOR" USING WS-OPERATOR-ID WS-DEPARTMENT
        WS-SIGNON-STATUS WS-AUTHORITY-LEVEL.

1000-CONVERT-QUALITY-MASTER.
    MOVE "N" TO WS-END-OF-FILE
    OPEN INPUT OLD-QUALITY-FILE
    WRITE SONGBOOK-MASTER-RECORD
    IF WS-NEW-SONGBOOK-STATUS = "00"
        ADD 1 TO WS-SONGBOOK-COUNT
        MOVE OLD-SONGBOOK-RECORD TO WS-JRNL-BEFORE-IMAGE
        MOVE SONGBOOK-MASTER-RECORD TO WS-JRNL-AFTER-IMAGE
        CALL "CHORD-SBJOURNAL" USING WS-JRNL-PROGRAM-ID WS-OPERATOR-ID
            WS-JRNL-FILE-CODE WS-JRNL-ACTION WS-JRNL-BEFORE-IMAGE
            WS-JRNL-AFTER-IMAGE
    ELSE
        DISPLAY "SONGBOOK WRITE FAILED - STATUS "
            WS-NEW-SONGBOOK-STATUS " KEY " OSB-KEY
