
IDENTIFICATION DIVISION.
PROGRAM-ID. CHORD-HOUSEKEEP.
*> Nightly audit-log housekeeping, scheduled right after
*> CHORD-USAGEROLL (which itself follows CHORD-RECON), so the log is
*> reconciled and rolled up into the permanent usage history before
*> it is cut.
*> CHORDAUD.LOG is append-only, so left alone it grows for the life of
*> the system and every reconciliation re-reads the log's entire
*> lifetime just to find today's lines. This job cuts the log into a
*> Suite-control linkage - this step's name, its declared predecessor
*> on the overnight board, and the verdict CHORD-SUITECTL hands back.
01 WS-SUITE-STEP           PIC X(8) VALUE "HOUSEKP".
01 WS-SUITE-PREDECESSOR    PIC X(8) VALUE "USAGROLL".
01 WS-SUITE-FUNCTION       PIC X(1).
01 WS-SUITE-OUTCOME        PIC X(1) VALUE SPACE.
01 WS-SUITE-COUNT          PIC 9(7) VALUE 0.
0000-MAIN.
    PERFORM 0100-SET-RUN-DATE
    *> CHORD-RECON must have reconciled the day before the log it
    *> counted is cut away - housekeeping resets RH-LAST-LINE-COUNT -
    *> and CHORD-USAGEROLL, which runs after it, must have posted the
    *> day to the usage history. Waiting on the rollup covers both.
    PERFORM 0200-SUITE-START
    IF WS-SUITE-VERDICT NOT = "Y"
        DISPLAY "PREDECESSOR " WS-SUITE-PREDECESSOR " NOT COMPLETE"
