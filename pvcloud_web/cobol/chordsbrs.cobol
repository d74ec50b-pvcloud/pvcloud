IDENTIFICATION DIVISION.
PROGRAM-ID. CHORD-SBRESTORE.
*> Point-in-time song restore from the songbook change journal. Takes
*> a song ID and a restore point (date and time) and puts the song's
*> master chords, its SONGSTRC.DAT structure records, and its
*> SBRESULT.DAT entries back the way they stood at that moment - one
*> damaged song repaired without a full restore of SONGBOOK.DAT from
*> backup and without losing every other song's work since. Every
*> journal entry for the song stamped after the restore point is
*> backed out, newest first: the record the entry wrote is taken off
*> the master and the record it replaced or removed is put back.
*> The backing-out writes are themselves journaled (as program
*> CHORD-SBRESTORE), so a restore to the wrong moment can be traced
*> and backed out in its turn.
*> The result file is only partly journaled - the resolve run writes
*> it without journaling - so once the entries are backed out every
*> master chord left in the song is stamped with today's date and
*> any result whose master chord no longer exists is removed. The
*> song is then exactly what an incremental CHORD-SONGBOOK resolve
*> expects: every chord due for re-resolve and no orphan results for
*> CHORD-SBRECON to report.
*> The restore changes the songbook masters, so it needs the same
*> maintenance authority CHORD-SBMAINT requires, and it asks for a
*> confirmation once it knows how many entries it will back out.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SONGBOOK-JOURNAL-FILE ASSIGN TO "SBJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-FILE-STATUS.
    SELECT SONGBOOK-MASTER-FILE ASSIGN TO "SONGBOOK.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SB-KEY
        FILE STATUS IS WS-MASTER-FILE-STATUS.
    SELECT SONG-STRUCTURE-FILE ASSIGN TO "SONGSTRC.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SS-KEY
        FILE STATUS IS WS-STRUCTURE-FILE-STATUS.
    SELECT SONGBOOK-RESULT-FILE ASSIGN TO "SBRESULT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SR-KEY
        FILE STATUS IS WS-RESULT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SONGBOOK-JOURNAL-FILE.
COPY SBJRNLRC.

FD  SONGBOOK-MASTER-FILE.
COPY SNGBKMS.

FD  SONG-STRUCTURE-FILE.
COPY SONGSTRC.

FD  SONGBOOK-RESULT-FILE.
COPY SNGBKRS.

WORKING-STORAGE SECTION.
01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
01 WS-DEPARTMENT           PIC X(4) VALUE SPACES.
01 WS-SIGNON-STATUS        PIC X(1) VALUE "N".
01 WS-AUTHORITY-LEVEL      PIC X(1) VALUE SPACES.
01 WS-JOURNAL-FILE-STATUS  PIC X(2).
01 WS-MASTER-FILE-STATUS   PIC X(2).
01 WS-STRUCTURE-FILE-STATUS PIC X(2).
01 WS-RESULT-FILE-STATUS   PIC X(2).
01 WS-END-OF-FILE          PIC X(1) VALUE "N".
    88 WS-NO-MORE-JOURNAL           VALUE "Y".
01 WS-END-OF-SONG          PIC X(1) VALUE "N".
    88 WS-NO-MORE-SONG-RECORDS      VALUE "Y".

01 WS-IN-SONG-ID           PIC X(6).
01 WS-IN-RESTORE-DATE      PIC X(8).
01 WS-IN-RESTORE-TIME      PIC X(6).
01 WS-CONFIRM-FLAG         PIC X(1).
*> The restore point compared against the journal timestamp's
*> yyyymmddhhmmss - an entry stamped after it is backed out.
01 WS-RESTORE-POINT        PIC X(14).
01 WS-TODAY-DATE           PIC X(8).

*> The song's journal entries since the restore point, held in
*> journal order so they can be backed out newest first. A song with
*> more changes than the table holds is refused rather than half
*> restored.
01 WS-BACKOUT-COUNT        PIC 9(4) VALUE 0.
01 WS-BACKOUT-IDX          PIC 9(4).
01 WS-BACKOUT-OVERFLOW-FLAG PIC X(1) VALUE "N".
    88 WS-BACKOUT-OVERFLOW          VALUE "Y".
01 WS-BACKOUT-TABLE.
    05 WS-BACKOUT-ENTRY OCCURS 2000 TIMES.
        10 WS-BO-FILE-CODE        PIC X(1).
        10 WS-BO-BEFORE-IMAGE     PIC X(52).
        10 WS-BO-AFTER-IMAGE      PIC X(52).
01 WS-PUT-IMAGE            PIC X(52).
01 WS-HELD-RESULT-KEY      PIC X(10).

*> Change-journal linkage - which master, what was done to the
*> record, and the record as it stood before and after the write.
01 WS-JRNL-PROGRAM-ID      PIC X(16) VALUE "CHORD-SBRESTORE".
01 WS-JRNL-FILE-CODE       PIC X(1).
01 WS-JRNL-ACTION          PIC X(1).
01 WS-JRNL-BEFORE-IMAGE    PIC X(52).
01 WS-JRNL-AFTER-IMAGE     PIC X(52).

01 WS-ENTRIES-BACKED-OUT   PIC 9(4) VALUE 0.
01 WS-RECORDS-RESTAMPED    PIC 9(4) VALUE 0.
01 WS-ORPHANS-REMOVED      PIC 9(4) VALUE 0.
01 WS-FAILED-COUNT         PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
0000-MAIN.
    DISPLAY "Enter your operator ID: " WITH NO ADVANCING
    ACCEPT WS-OPERATOR-ID
    PERFORM 0050-CHECK-SIGNON
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
    *> Rewrites songbook master records, so the same authority
    *> CHORD-SBMAINT requires applies here.
    IF WS-AUTHORITY-LEVEL NOT = "M" AND WS-AUTHORITY-LEVEL NOT = "S"
        DISPLAY "MAINTENANCE AUTHORITY REQUIRED - RUN REFUSED: "
            WS-OPERATOR-ID
        STOP RUN
    END-IF

    DISPLAY "Song ID to restore: " WITH NO ADVANCING
    ACCEPT WS-IN-SONG-ID
    DISPLAY "Restore to date (YYYYMMDD): " WITH NO ADVANCING
    ACCEPT WS-IN-RESTORE-DATE
    DISPLAY "Restore to time (HHMMSS, blank=start of day): "
        WITH NO ADVANCING
    ACCEPT WS-IN-RESTORE-TIME
    IF WS-IN-RESTORE-TIME = SPACES
        MOVE "000000" TO WS-IN-RESTORE-TIME
    END-IF
    IF WS-IN-RESTORE-DATE IS NOT NUMERIC
            OR WS-IN-RESTORE-TIME IS NOT NUMERIC
        DISPLAY "INVALID RESTORE POINT - RUN REFUSED: "
            WS-IN-RESTORE-DATE " " WS-IN-RESTORE-TIME
        STOP RUN
    END-IF
    STRING WS-IN-RESTORE-DATE DELIMITED BY SIZE
           WS-IN-RESTORE-TIME DELIMITED BY SIZE
        INTO WS-RESTORE-POINT
    MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE

    PERFORM 1000-LOAD-BACKOUT-ENTRIES
    IF WS-BACKOUT-OVERFLOW
        DISPLAY "MORE THAN 2000 JOURNALED CHANGES TO " WS-IN-SONG-ID
            " SINCE THE RESTORE POINT - RESTORE FROM BACKUP INSTEAD"
        STOP RUN
    END-IF
    IF WS-BACKOUT-COUNT = 0
        DISPLAY "NO JOURNALED CHANGES TO " WS-IN-SONG-ID " SINCE "
            WS-IN-RESTORE-DATE " " WS-IN-RESTORE-TIME
            " - NOTHING TO RESTORE"
        STOP RUN
    END-IF
    DISPLAY WS-BACKOUT-COUNT " JOURNAL ENTRIES TO BACK OUT FOR "
        WS-IN-SONG-ID
    DISPLAY "Proceed with restore (Y/N): " WITH NO ADVANCING
    ACCEPT WS-CONFIRM-FLAG
    MOVE FUNCTION UPPER-CASE (WS-CONFIRM-FLAG) TO WS-CONFIRM-FLAG
    IF WS-CONFIRM-FLAG NOT = "Y"
        DISPLAY "RESTORE CANCELLED - NOTHING CHANGED"
        STOP RUN
    END-IF

    PERFORM 0100-OPEN-MASTERS
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "SONGBOOK MASTER OPEN FAILED - STATUS "
            WS-MASTER-FILE-STATUS
        STOP RUN
    END-IF

    PERFORM VARYING WS-BACKOUT-IDX FROM WS-BACKOUT-COUNT BY -1
            UNTIL WS-BACKOUT-IDX < 1
        PERFORM 2000-BACK-OUT-ONE-ENTRY
    END-PERFORM
    PERFORM 3000-RESTAMP-SONG
    PERFORM 4000-REMOVE-ORPHAN-RESULTS

    CLOSE SONGBOOK-MASTER-FILE
    CLOSE SONG-STRUCTURE-FILE
    CLOSE SONGBOOK-RESULT-FILE

    DISPLAY "SONG " WS-IN-SONG-ID " RESTORED TO "
        WS-IN-RESTORE-DATE " " WS-IN-RESTORE-TIME " - "
        WS-ENTRIES-BACKED-OUT " JOURNAL ENTRIES BACKED OUT"
    DISPLAY "MASTER CHORDS STAMPED FOR RE-RESOLVE: "
        WS-RECORDS-RESTAMPED
    DISPLAY "ORPHAN RESULTS REMOVED: " WS-ORPHANS-REMOVED
    IF WS-FAILED-COUNT > 0
        DISPLAY "WARNING - " WS-FAILED-COUNT " RECORDS COULD NOT BE"
            " PUT BACK - SEE THE MESSAGES ABOVE"
    END-IF
    DISPLAY "RUN AN INCREMENTAL SONGBK RESOLVE TO RE-SPELL THE SONG"
    STOP RUN.

0050-CHECK-SIGNON.
    CALL "CHORD-OPERATOR" USING WS-OPERATOR-ID WS-DEPARTMENT
        WS-SIGNON-STATUS WS-AUTHORITY-LEVEL.

0090-LOG-JOURNAL-ENTRY.
    CALL "CHORD-SBJOURNAL" USING WS-JRNL-PROGRAM-ID WS-OPERATOR-ID
        WS-JRNL-FILE-CODE WS-JRNL-ACTION WS-JRNL-BEFORE-IMAGE
        WS-JRNL-AFTER-IMAGE.

0100-OPEN-MASTERS.
    OPEN I-O SONGBOOK-MASTER-FILE
    IF WS-MASTER-FILE-STATUS = "35"
        OPEN OUTPUT SONGBOOK-MASTER-FILE
        CLOSE SONGBOOK-MASTER-FILE
        OPEN I-O SONGBOOK-MASTER-FILE
    END-IF
    OPEN I-O SONG-STRUCTURE-FILE
    IF WS-STRUCTURE-FILE-STATUS = "35"
        OPEN OUTPUT SONG-STRUCTURE-FILE
        CLOSE SONG-STRUCTURE-FILE
        OPEN I-O SONG-STRUCTURE-FILE
    END-IF
    OPEN I-O SONGBOOK-RESULT-FILE
    IF WS-RESULT-FILE-STATUS = "35"
        OPEN OUTPUT SONGBOOK-RESULT-FILE
        CLOSE SONGBOOK-RESULT-FILE
        OPEN I-O SONGBOOK-RESULT-FILE
    END-IF.

1000-LOAD-BACKOUT-ENTRIES.
    *> The whole journal is read and closed before anything changes -
    *> the backing-out writes are appended to this same file.
    MOVE 0 TO WS-BACKOUT-COUNT
    MOVE "N" TO WS-END-OF-FILE
    OPEN INPUT SONGBOOK-JOURNAL-FILE
    IF WS-JOURNAL-FILE-STATUS NOT = "00"
        SET WS-NO-MORE-JOURNAL TO TRUE
    END-IF
    PERFORM UNTIL WS-NO-MORE-JOURNAL
        READ SONGBOOK-JOURNAL-FILE
            AT END
                SET WS-NO-MORE-JOURNAL TO TRUE
            NOT AT END
                IF SJ-SONG-ID = WS-IN-SONG-ID
                        AND SJ-TIMESTAMP (1:14) > WS-RESTORE-POINT
                    IF WS-BACKOUT-COUNT < 2000
                        ADD 1 TO WS-BACKOUT-COUNT
                        MOVE SJ-FILE-CODE
                            TO WS-BO-FILE-CODE (WS-BACKOUT-COUNT)
                        MOVE SJ-BEFORE-IMAGE
                            TO WS-BO-BEFORE-IMAGE (WS-BACKOUT-COUNT)
                        MOVE SJ-AFTER-IMAGE
                            TO WS-BO-AFTER-IMAGE (WS-BACKOUT-COUNT)
                    ELSE
                        SET WS-BACKOUT-OVERFLOW TO TRUE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF WS-JOURNAL-FILE-STATUS NOT = "35"
        CLOSE SONGBOOK-JOURNAL-FILE
    END-IF.

2000-BACK-OUT-ONE-ENTRY.
    *> The record the entry wrote comes off unless the record it
    *> replaced goes straight back under the same key (a change),
    *> in which case the put-back rewrites it in place.
    EVALUATE WS-BO-FILE-CODE (WS-BACKOUT-IDX)
        WHEN "M"
            IF WS-BO-AFTER-IMAGE (WS-BACKOUT-IDX) NOT = SPACES
                    AND WS-BO-AFTER-IMAGE (WS-BACKOUT-IDX) (1:10)
                        NOT = WS-BO-BEFORE-IMAGE (WS-BACKOUT-IDX) (1:10)
                MOVE WS-BO-AFTER-IMAGE (WS-BACKOUT-IDX)
                    TO SONGBOOK-MASTER-RECORD
                PERFORM 2100-REMOVE-MASTER-RECORD
            END-IF
            IF WS-BO-BEFORE-IMAGE (WS-BACKOUT-IDX) NOT = SPACES
                MOVE WS-BO-BEFORE-IMAGE (WS-BACKOUT-IDX)
                    TO WS-PUT-IMAGE
                PERFORM 2200-PUT-MASTER-RECORD
            END-IF
        WHEN "S"
            IF WS-BO-AFTER-IMAGE (WS-BACKOUT-IDX) NOT = SPACES
                    AND WS-BO-AFTER-IMAGE (WS-BACKOUT-IDX) (1:8)
                        NOT = WS-BO-BEFORE-IMAGE (WS-BACKOUT-IDX) (1:8)
                MOVE WS-BO-AFTER-IMAGE (WS-BACKOUT-IDX)
                    TO SONG-STRUCTURE-RECORD
                PERFORM 2300-REMOVE-STRUCTURE-RECORD
            END-IF
            IF WS-BO-BEFORE-IMAGE (WS-BACKOUT-IDX) NOT = SPACES
                MOVE WS-BO-BEFORE-IMAGE (WS-BACKOUT-IDX)
                    TO WS-PUT-IMAGE
                PERFORM 2400-PUT-STRUCTURE-RECORD
            END-IF
        WHEN "R"
            IF WS-BO-AFTER-IMAGE (WS-BACKOUT-IDX) NOT = SPACES
                    AND WS-BO-AFTER-IMAGE (WS-BACKOUT-IDX) (1:10)
                        NOT = WS-BO-BEFORE-IMAGE (WS-BACKOUT-IDX) (1:10)
                MOVE WS-BO-AFTER-IMAGE (WS-BACKOUT-IDX)
                    TO SONGBOOK-RESULT-RECORD
                PERFORM 2500-REMOVE-RESULT-RECORD
            END-IF
            IF WS-BO-BEFORE-IMAGE (WS-BACKOUT-IDX) NOT = SPACES
                MOVE WS-BO-BEFORE-IMAGE (WS-BACKOUT-IDX)
                    TO WS-PUT-IMAGE
                PERFORM 2600-PUT-RESULT-RECORD
            END-IF
    END-EVALUATE
    ADD 1 TO WS-ENTRIES-BACKED-OUT.

2100-REMOVE-MASTER-RECORD.
    *> A record already gone (a later delete, or a manual repair) is
    *> exactly the state being restored - nothing to do.
    READ SONGBOOK-MASTER-FILE
    IF WS-MASTER-FILE-STATUS = "00"
        MOVE SONGBOOK-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
        DELETE SONGBOOK-MASTER-FILE
        IF WS-MASTER-FILE-STATUS = "00"
            MOVE "M" TO WS-JRNL-FILE-CODE
            MOVE "D" TO WS-JRNL-ACTION
            MOVE SPACES TO WS-JRNL-AFTER-IMAGE
            PERFORM 0090-LOG-JOURNAL-ENTRY
        ELSE
            DISPLAY "MASTER DELETE FAILED - STATUS "
                WS-MASTER-FILE-STATUS " SEQ " SB-CHORD-SEQ
            ADD 1 TO WS-FAILED-COUNT
        END-IF
    END-IF.

2200-PUT-MASTER-RECORD.
    MOVE WS-PUT-IMAGE TO SONGBOOK-MASTER-RECORD
    READ SONGBOOK-MASTER-FILE
    IF WS-MASTER-FILE-STATUS = "00"
        MOVE SONGBOOK-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
        MOVE "C" TO WS-JRNL-ACTION
        MOVE WS-PUT-IMAGE TO SONGBOOK-MASTER-RECORD
        REWRITE SONGBOOK-MASTER-RECORD
    ELSE
        MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
        MOVE "A" TO WS-JRNL-ACTION
        MOVE WS-PUT-IMAGE TO SONGBOOK-MASTER-RECORD
        WRITE SONGBOOK-MASTER-RECORD
    END-IF
    IF WS-MASTER-FILE-STATUS = "00"
        MOVE "M" TO WS-JRNL-FILE-CODE
        MOVE SONGBOOK-MASTER-RECORD TO WS-JRNL-AFTER-IMAGE
        PERFORM 0090-LOG-JOURNAL-ENTRY
    ELSE
        DISPLAY "MASTER RESTORE FAILED - STATUS "
            WS-MASTER-FILE-STATUS " SEQ " SB-CHORD-SEQ
        ADD 1 TO WS-FAILED-COUNT
    END-IF.

2300-REMOVE-STRUCTURE-RECORD.
    READ SONG-STRUCTURE-FILE
    IF WS-STRUCTURE-FILE-STATUS = "00"
        MOVE SONG-STRUCTURE-RECORD TO WS-JRNL-BEFORE-IMAGE
        DELETE SONG-STRUCTURE-FILE
        IF WS-STRUCTURE-FILE-STATUS = "00"
            MOVE "S" TO WS-JRNL-FILE-CODE
            MOVE "D" TO WS-JRNL-ACTION
            MOVE SPACES TO WS-JRNL-AFTER-IMAGE
            PERFORM 0090-LOG-JOURNAL-ENTRY
        ELSE
            DISPLAY "SECTION DELETE FAILED - STATUS "
                WS-STRUCTURE-FILE-STATUS " SEC " SS-SECTION-SEQ
            ADD 1 TO WS-FAILED-COUNT
        END-IF
    END-IF.

2400-PUT-STRUCTURE-RECORD.
    MOVE WS-PUT-IMAGE TO SONG-STRUCTURE-RECORD
    READ SONG-STRUCTURE-FILE
    IF WS-STRUCTURE-FILE-STATUS = "00"
        MOVE SONG-STRUCTURE-RECORD TO WS-JRNL-BEFORE-IMAGE
        MOVE "C" TO WS-JRNL-ACTION
        MOVE WS-PUT-IMAGE TO SONG-STRUCTURE-RECORD
        REWRITE SONG-STRUCTURE-RECORD
    ELSE
        MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
        MOVE "A" TO WS-JRNL-ACTION
        MOVE WS-PUT-IMAGE TO SONG-STRUCTURE-RECORD
        WRITE SONG-STRUCTURE-RECORD
    END-IF
    IF WS-STRUCTURE-FILE-STATUS = "00"
        MOVE "S" TO WS-JRNL-FILE-CODE
        MOVE SONG-STRUCTURE-RECORD TO WS-JRNL-AFTER-IMAGE
        PERFORM 0090-LOG-JOURNAL-ENTRY
    ELSE
        DISPLAY "SECTION RESTORE FAILED - STATUS "
            WS-STRUCTURE-FILE-STATUS " SEC " SS-SECTION-SEQ
        ADD 1 TO WS-FAILED-COUNT
    END-IF.

2500-REMOVE-RESULT-RECORD.
    READ SONGBOOK-RESULT-FILE
    IF WS-RESULT-FILE-STATUS = "00"
        MOVE SONGBOOK-RESULT-RECORD TO WS-JRNL-BEFORE-IMAGE
        DELETE SONGBOOK-RESULT-FILE
        IF WS-RESULT-FILE-STATUS = "00"
            MOVE "R" TO WS-JRNL-FILE-CODE
            MOVE "D" TO WS-JRNL-ACTION
            MOVE SPACES TO WS-JRNL-AFTER-IMAGE
            PERFORM 0090-LOG-JOURNAL-ENTRY
        ELSE
            DISPLAY "RESULT DELETE FAILED - STATUS "
                WS-RESULT-FILE-STATUS " SEQ " SR-CHORD-SEQ
            ADD 1 TO WS-FAILED-COUNT
        END-IF
    END-IF.

2600-PUT-RESULT-RECORD.
    MOVE WS-PUT-IMAGE TO SONGBOOK-RESULT-RECORD
    READ SONGBOOK-RESULT-FILE
    IF WS-RESULT-FILE-STATUS = "00"
        MOVE SONGBOOK-RESULT-RECORD TO WS-JRNL-BEFORE-IMAGE
        MOVE "C" TO WS-JRNL-ACTION
        MOVE WS-PUT-IMAGE TO SONGBOOK-RESULT-RECORD
        REWRITE SONGBOOK-RESULT-RECORD
    ELSE
        MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
        MOVE "A" TO WS-JRNL-ACTION
        MOVE WS-PUT-IMAGE TO SONGBOOK-RESULT-RECORD
        WRITE SONGBOOK-RESULT-RECORD
    END-IF
    IF WS-RESULT-FILE-STATUS = "00"
        MOVE "R" TO WS-JRNL-FILE-CODE
        MOVE SONGBOOK-RESULT-RECORD TO WS-JRNL-AFTER-IMAGE
        PERFORM 0090-LOG-JOURNAL-ENTRY
    ELSE
        DISPLAY "RESULT RESTORE FAILED - STATUS "
            WS-RESULT-FILE-STATUS " SEQ " SR-CHORD-SEQ
        ADD 1 TO WS-FAILED-COUNT
    END-IF.

3000-RESTAMP-SONG.
    *> Every chord the song now holds is stamped with today's date so
    *> the next incremental resolve re-spells all of it - restored
    *> records carry their old stamps, which an incremental run would
    *> otherwise skip past.
    MOVE "N" TO WS-END-OF-SONG
    MOVE WS-IN-SONG-ID TO SB-SONG-ID
    MOVE 0 TO SB-CHORD-SEQ
    START SONGBOOK-MASTER-FILE KEY IS NOT < SB-KEY
    IF WS-MASTER-FILE-STATUS NOT = "00"
        SET WS-NO-MORE-SONG-RECORDS TO TRUE
    END-IF
    PERFORM UNTIL WS-NO-MORE-SONG-RECORDS
        READ SONGBOOK-MASTER-FILE NEXT RECORD
            AT END
                SET WS-NO-MORE-SONG-RECORDS TO TRUE
            NOT AT END
                IF SB-SONG-ID NOT = WS-IN-SONG-ID
                    SET WS-NO-MORE-SONG-RECORDS TO TRUE
                ELSE
                    IF SB-LAST-MAINT-STAMP NOT = WS-TODAY-DATE
                        PERFORM 3100-RESTAMP-ONE-CHORD
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

3100-RESTAMP-ONE-CHORD.
    MOVE SONGBOOK-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
    MOVE WS-TODAY-DATE TO SB-LAST-MAINT-STAMP
    REWRITE SONGBOOK-MASTER-RECORD
    IF WS-MASTER-FILE-STATUS = "00"
        ADD 1 TO WS-RECORDS-RESTAMPED
        MOVE "M" TO WS-JRNL-FILE-CODE
        MOVE "C" TO WS-JRNL-ACTION
        MOVE SONGBOOK-MASTER-RECORD TO WS-JRNL-AFTER-IMAGE
        PERFORM 0090-LOG-JOURNAL-ENTRY
    ELSE
        DISPLAY "RESTAMP REWRITE FAILED - STATUS "
            WS-MASTER-FILE-STATUS " SEQ " SB-CHORD-SEQ
        ADD 1 TO WS-FAILED-COUNT
    END-IF.

4000-REMOVE-ORPHAN-RESULTS.
    *> A result the resolve run wrote after the restore point was
    *> never journaled, so it can outlive the chord it belongs to -
    *> any result left without a master chord is removed here.
    MOVE "N" TO WS-END-OF-SONG
    MOVE WS-IN-SONG-ID TO SR-SONG-ID
    MOVE 0 TO SR-CHORD-SEQ
    START SONGBOOK-RESULT-FILE KEY IS NOT < SR-KEY
    IF WS-RESULT-FILE-STATUS NOT = "00"
        SET WS-NO-MORE-SONG-RECORDS TO TRUE
    END-IF
    PERFORM UNTIL WS-NO-MORE-SONG-RECORDS
        READ SONGBOOK-RESULT-FILE NEXT RECORD
            AT END
                SET WS-NO-MORE-SONG-RECORDS TO TRUE
            NOT AT END
                IF SR-SONG-ID NOT = WS-IN-SONG-ID
                    SET WS-NO-MORE-SONG-RECORDS TO TRUE
                ELSE
                    MOVE SR-SONG-ID TO SB-SONG-ID
                    MOVE SR-CHORD-SEQ TO SB-CHORD-SEQ
                    READ SONGBOOK-MASTER-FILE
                    IF WS-MASTER-FILE-STATUS = "23"
                        PERFORM 4100-REMOVE-ONE-ORPHAN
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

4100-REMOVE-ONE-ORPHAN.
    MOVE SR-KEY TO WS-HELD-RESULT-KEY
    MOVE SONGBOOK-RESULT-RECORD TO WS-JRNL-BEFORE-IMAGE
    DELETE SONGBOOK-RESULT-FILE
    IF WS-RESULT-FILE-STATUS = "00"
        ADD 1 TO WS-ORPHANS-REMOVED
        MOVE "R" TO WS-JRNL-FILE-CODE
        MOVE "D" TO WS-JRNL-ACTION
        MOVE SPACES TO WS-JRNL-AFTER-IMAGE
        PERFORM 0090-LOG-JOURNAL-ENTRY
    ELSE
        DISPLAY "ORPHAN RESULT DELETE FAILED - STATUS "
            WS-RESULT-FILE-STATUS " SEQ " SR-CHORD-SEQ
        ADD 1 TO WS-FAILED-COUNT
    END-IF
    *> Re-anchor the read position just past the deleted key.
    MOVE WS-HELD-RESULT-KEY TO SR-KEY
    START SONGBOOK-RESULT-FILE KEY IS GREATER THAN SR-KEY
    IF WS-RESULT-FILE-STATUS NOT = "00"
        SET WS-NO-MORE-SONG-RECORDS TO TRUE
    END-IF.
