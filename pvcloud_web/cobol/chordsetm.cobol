IDENTIFICATION DIVISION.
PROGRAM-ID. CHORD-SETMAINT.
*> Set-list master maintenance: adds, changes, deletes, and lists the
*> SETLIST.DAT entries the bands build their gigs from - one entry per
*> song in running order, each naming a song on SONGBOOK.DAT and how
*> it is played on the night. A performance key or a semitone shift
*> on the entry is all CHORD-GIGPACKET needs to chart the song in a
*> different key, so nobody has to run CHORD-SBXPOSE and leave a
*> one-off transposed copy behind in the songbook.
*> The song must already be on the songbook master, and the key must
*> be one the chromatic table knows (either spelling is taken; the
*> entry keeps the sharp spelling the master uses), so a bad entry is
*> refused here instead of printing as a hole in the gig packet.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SET-LIST-FILE ASSIGN TO "SETLIST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SL-KEY
        FILE STATUS IS WS-SETLIST-FILE-STATUS.
    SELECT SONGBOOK-MASTER-FILE ASSIGN TO "SONGBOOK.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SB-KEY
        FILE STATUS IS WS-MASTER-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SET-LIST-FILE.
COPY SETLSTRC.

FD  SONGBOOK-MASTER-FILE.
COPY SNGBKMS.

WORKING-STORAGE SECTION.
COPY CHRDTAB1.

01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
01 WS-DEPARTMENT           PIC X(4) VALUE SPACES.
01 WS-SIGNON-STATUS        PIC X(1) VALUE "N".
01 WS-AUTHORITY-LEVEL      PIC X(1) VALUE SPACES.
01 WS-SETLIST-FILE-STATUS  PIC X(2).
01 WS-MASTER-FILE-STATUS   PIC X(2).
01 WS-FUNCTION-CODE        PIC X(1) VALUE SPACES.
    88 WS-FUNCTION-EXIT             VALUE "X".
01 WS-END-OF-SET           PIC X(1) VALUE "N".
    88 WS-NO-MORE-SET-ENTRIES       VALUE "Y".

01 WS-IN-SET-ID            PIC X(6).
01 WS-IN-RUNNING-ORDER     PIC 9(3).
01 WS-IN-SONG-ID           PIC X(6).
01 WS-IN-PERFORMANCE-KEY   PIC X(2).
01 WS-IN-SEMITONE-SHIFT    PIC X(3).

*> Entry validation - the key as the master will hold it, the shift
*> as a number and back in its stored "+nn" form, and the verdict.
01 WS-ENTRY-OK-FLAG        PIC X(1) VALUE "N".
    88 WS-ENTRY-ACCEPTED            VALUE "Y".
01 WS-SONG-FOUND-FLAG      PIC X(1) VALUE "N".
    88 WS-SONG-ON-MASTER            VALUE "Y".
01 WS-SHARP-KEY            PIC X(2).
01 WS-SHIFT-VALUE          PIC S9(2) VALUE 0.
01 WS-SHIFT-EDITED         PIC +99.
01 WS-SET-ENTRY-COUNT      PIC 9(3) VALUE 0.
01 WS-HOW-PLAYED           PIC X(20).

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
    *> A set list is a master like the songbook it points into, so
    *> the same maintenance authority applies.
    IF WS-AUTHORITY-LEVEL NOT = "M" AND WS-AUTHORITY-LEVEL NOT = "S"
        DISPLAY "MAINTENANCE AUTHORITY REQUIRED - RUN REFUSED: "
            WS-OPERATOR-ID
        STOP RUN
    END-IF

    PERFORM 0100-OPEN-MASTERS
    IF WS-SETLIST-FILE-STATUS NOT = "00"
        DISPLAY "SET-LIST MASTER OPEN FAILED - STATUS "
            WS-SETLIST-FILE-STATUS
        STOP RUN
    END-IF
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "SONGBOOK MASTER OPEN FAILED - STATUS "
            WS-MASTER-FILE-STATUS
        CLOSE SET-LIST-FILE
        STOP RUN
    END-IF

    PERFORM UNTIL WS-FUNCTION-EXIT
        DISPLAY "Function (A=add U=update D=delete I=inquire "
            "L=list set X=exit): " WITH NO ADVANCING
        ACCEPT WS-FUNCTION-CODE
        MOVE FUNCTION UPPER-CASE (WS-FUNCTION-CODE)
            TO WS-FUNCTION-CODE
        EVALUATE WS-FUNCTION-CODE
            WHEN "A"
                PERFORM 1000-ADD-ENTRY
            WHEN "U"
                PERFORM 2000-UPDATE-ENTRY
            WHEN "D"
                PERFORM 3000-DELETE-ENTRY
            WHEN "I"
                PERFORM 4000-INQUIRE-ENTRY
            WHEN "L"
                PERFORM 5000-LIST-SET
            WHEN "X"
                CONTINUE
            WHEN OTHER
                DISPLAY "UNKNOWN FUNCTION: " WS-FUNCTION-CODE
        END-EVALUATE
    END-PERFORM

    CLOSE SET-LIST-FILE
    CLOSE SONGBOOK-MASTER-FILE
    STOP RUN.

0050-CHECK-SIGNON.
    CALL "CHORD-OPERATOR" USING WS-OPERATOR-ID WS-DEPARTMENT
        WS-SIGNON-STATUS WS-AUTHORITY-LEVEL.

0100-OPEN-MASTERS.
    OPEN I-O SET-LIST-FILE
    IF WS-SETLIST-FILE-STATUS = "35"
        OPEN OUTPUT SET-LIST-FILE
        CLOSE SET-LIST-FILE
        OPEN I-O SET-LIST-FILE
    END-IF
    *> Read-only here - the songbook is only consulted to prove the
    *> song named on an entry exists.
    OPEN INPUT SONGBOOK-MASTER-FILE.

0200-ACCEPT-KEY.
    DISPLAY "Set ID: " WITH NO ADVANCING
    ACCEPT WS-IN-SET-ID
    DISPLAY "Running order: " WITH NO ADVANCING
    ACCEPT WS-IN-RUNNING-ORDER.

0300-ACCEPT-ENTRY-FIELDS.
    DISPLAY "Song ID: " WITH NO ADVANCING
    ACCEPT WS-IN-SONG-ID
    DISPLAY "Performance key (blank=none, e.g. D or Bb): "
        WITH NO ADVANCING
    ACCEPT WS-IN-PERFORMANCE-KEY
    MOVE SPACES TO WS-IN-SEMITONE-SHIFT
    IF WS-IN-PERFORMANCE-KEY = SPACES
        DISPLAY "Semitone shift (blank=as written, e.g. +2 or -3): "
            WITH NO ADVANCING
        ACCEPT WS-IN-SEMITONE-SHIFT
    END-IF.

0400-VALIDATE-ENTRY.
    MOVE "Y" TO WS-ENTRY-OK-FLAG
    PERFORM 0450-CHECK-SONG-ON-MASTER
    IF NOT WS-SONG-ON-MASTER
        DISPLAY "SONG NOT ON SONGBOOK MASTER - NOT WRITTEN: "
            WS-IN-SONG-ID
        MOVE "N" TO WS-ENTRY-OK-FLAG
    END-IF

    MOVE SPACES TO WS-SHARP-KEY
    IF WS-ENTRY-ACCEPTED AND WS-IN-PERFORMANCE-KEY NOT = SPACES
        *> Either spelling is taken at the console; the master keeps
        *> the sharp spelling, like SB-CHORD-ROOT.
        MOVE FUNCTION UPPER-CASE (WS-IN-PERFORMANCE-KEY (1:1))
            TO WS-IN-PERFORMANCE-KEY (1:1)
        PERFORM VARYING CHR-IDX FROM 1 BY 1 UNTIL CHR-IDX > 12
            IF CHR-SHARP-NAME (CHR-IDX) = WS-IN-PERFORMANCE-KEY
                    OR CHR-FLAT-NAME (CHR-IDX)
                        = WS-IN-PERFORMANCE-KEY
                MOVE CHR-SHARP-NAME (CHR-IDX) TO WS-SHARP-KEY
            END-IF
        END-PERFORM
        IF WS-SHARP-KEY = SPACES
            DISPLAY "INVALID PERFORMANCE KEY - NOT WRITTEN: "
                WS-IN-PERFORMANCE-KEY
            MOVE "N" TO WS-ENTRY-OK-FLAG
        END-IF
    END-IF

    IF WS-ENTRY-ACCEPTED AND WS-IN-SEMITONE-SHIFT NOT = SPACES
        IF FUNCTION TEST-NUMVAL (WS-IN-SEMITONE-SHIFT) NOT = 0
            DISPLAY "INVALID SEMITONE SHIFT - NOT WRITTEN: "
                WS-IN-SEMITONE-SHIFT
            MOVE "N" TO WS-ENTRY-OK-FLAG
        ELSE
            COMPUTE WS-SHIFT-VALUE =
                FUNCTION NUMVAL (WS-IN-SEMITONE-SHIFT)
            IF WS-SHIFT-VALUE < -11 OR WS-SHIFT-VALUE > 11
                DISPLAY "SEMITONE SHIFT MUST BE -11 TO +11 - NOT "
                    "WRITTEN: " WS-IN-SEMITONE-SHIFT
                MOVE "N" TO WS-ENTRY-OK-FLAG
            ELSE
                *> A zero shift is the song as written - stored blank
                *> so the entry reads the same as one keyed that way.
                IF WS-SHIFT-VALUE = 0
                    MOVE SPACES TO WS-IN-SEMITONE-SHIFT
                ELSE
                    MOVE WS-SHIFT-VALUE TO WS-SHIFT-EDITED
                    MOVE WS-SHIFT-EDITED TO WS-IN-SEMITONE-SHIFT
                END-IF
            END-IF
        END-IF
    END-IF.

0450-CHECK-SONG-ON-MASTER.
    MOVE "N" TO WS-SONG-FOUND-FLAG
    MOVE WS-IN-SONG-ID TO SB-SONG-ID
    MOVE 0 TO SB-CHORD-SEQ
    START SONGBOOK-MASTER-FILE KEY IS NOT < SB-KEY
    IF WS-MASTER-FILE-STATUS = "00"
        READ SONGBOOK-MASTER-FILE NEXT RECORD
            AT END
                CONTINUE
            NOT AT END
                IF SB-SONG-ID = WS-IN-SONG-ID
                    SET WS-SONG-ON-MASTER TO TRUE
                END-IF
        END-READ
    END-IF
    *> A START past the last key leaves a non-zero status behind;
    *> the file has to stay usable for the next entry's check.
    MOVE "00" TO WS-MASTER-FILE-STATUS.

0500-DISPLAY-ENTRY.
    EVALUATE TRUE
        WHEN SL-PERFORMANCE-KEY NOT = SPACES
            MOVE SPACES TO WS-HOW-PLAYED
            STRING "IN " DELIMITED BY SIZE
                   SL-PERFORMANCE-KEY DELIMITED BY SPACE
                INTO WS-HOW-PLAYED
        WHEN SL-SEMITONE-SHIFT NOT = SPACES
            MOVE SPACES TO WS-HOW-PLAYED
            STRING "SHIFT " DELIMITED BY SIZE
                   SL-SEMITONE-SHIFT DELIMITED BY SIZE
                INTO WS-HOW-PLAYED
        WHEN OTHER
            MOVE "AS WRITTEN" TO WS-HOW-PLAYED
    END-EVALUATE
    DISPLAY SL-SET-ID " ORDER " SL-RUNNING-ORDER
        " SONG " SL-SONG-ID " " WS-HOW-PLAYED
        " CHANGED " SL-LAST-MAINT-STAMP.

1000-ADD-ENTRY.
    PERFORM 0200-ACCEPT-KEY
    PERFORM 0300-ACCEPT-ENTRY-FIELDS
    PERFORM 0400-VALIDATE-ENTRY
    IF WS-ENTRY-ACCEPTED
        MOVE WS-IN-SET-ID TO SL-SET-ID
        MOVE WS-IN-RUNNING-ORDER TO SL-RUNNING-ORDER
        MOVE WS-IN-SONG-ID TO SL-SONG-ID
        MOVE WS-SHARP-KEY TO SL-PERFORMANCE-KEY
        MOVE WS-IN-SEMITONE-SHIFT TO SL-SEMITONE-SHIFT
        MOVE FUNCTION CURRENT-DATE (1:8) TO SL-LAST-MAINT-STAMP
        WRITE SET-LIST-RECORD
        EVALUATE WS-SETLIST-FILE-STATUS
            WHEN "00"
                DISPLAY "ADDED " WS-IN-SET-ID " ORDER "
                    WS-IN-RUNNING-ORDER
            WHEN "22"
                DISPLAY "ENTRY ALREADY ON FILE: " WS-IN-SET-ID
                    " ORDER " WS-IN-RUNNING-ORDER
            WHEN OTHER
                DISPLAY "WRITE FAILED - STATUS "
                    WS-SETLIST-FILE-STATUS
        END-EVALUATE
    END-IF.

2000-UPDATE-ENTRY.
    PERFORM 0200-ACCEPT-KEY
    MOVE WS-IN-SET-ID TO SL-SET-ID
    MOVE WS-IN-RUNNING-ORDER TO SL-RUNNING-ORDER
    READ SET-LIST-FILE
    IF WS-SETLIST-FILE-STATUS NOT = "00"
        DISPLAY "ENTRY NOT ON FILE: " WS-IN-SET-ID
            " ORDER " WS-IN-RUNNING-ORDER
    ELSE
        PERFORM 0500-DISPLAY-ENTRY
        PERFORM 0300-ACCEPT-ENTRY-FIELDS
        PERFORM 0400-VALIDATE-ENTRY
        IF WS-ENTRY-ACCEPTED
            MOVE WS-IN-SONG-ID TO SL-SONG-ID
            MOVE WS-SHARP-KEY TO SL-PERFORMANCE-KEY
            MOVE WS-IN-SEMITONE-SHIFT TO SL-SEMITONE-SHIFT
            MOVE FUNCTION CURRENT-DATE (1:8) TO SL-LAST-MAINT-STAMP
            REWRITE SET-LIST-RECORD
            IF WS-SETLIST-FILE-STATUS = "00"
                DISPLAY "UPDATED " WS-IN-SET-ID " ORDER "
                    WS-IN-RUNNING-ORDER
            ELSE
                DISPLAY "REWRITE FAILED - STATUS "
                    WS-SETLIST-FILE-STATUS
            END-IF
        END-IF
    END-IF.

3000-DELETE-ENTRY.
    PERFORM 0200-ACCEPT-KEY
    MOVE WS-IN-SET-ID TO SL-SET-ID
    MOVE WS-IN-RUNNING-ORDER TO SL-RUNNING-ORDER
    DELETE SET-LIST-FILE
    IF WS-SETLIST-FILE-STATUS = "00"
        DISPLAY "DELETED " WS-IN-SET-ID " ORDER " WS-IN-RUNNING-ORDER
    ELSE
        DISPLAY "ENTRY NOT ON FILE: " WS-IN-SET-ID
            " ORDER " WS-IN-RUNNING-ORDER
    END-IF.

4000-INQUIRE-ENTRY.
    PERFORM 0200-ACCEPT-KEY
    MOVE WS-IN-SET-ID TO SL-SET-ID
    MOVE WS-IN-RUNNING-ORDER TO SL-RUNNING-ORDER
    READ SET-LIST-FILE
    IF WS-SETLIST-FILE-STATUS = "00"
        PERFORM 0500-DISPLAY-ENTRY
    ELSE
        DISPLAY "ENTRY NOT ON FILE: " WS-IN-SET-ID
            " ORDER " WS-IN-RUNNING-ORDER
    END-IF.

5000-LIST-SET.
    DISPLAY "Set ID: " WITH NO ADVANCING
    ACCEPT WS-IN-SET-ID
    MOVE 0 TO WS-SET-ENTRY-COUNT
    MOVE "N" TO WS-END-OF-SET
    MOVE WS-IN-SET-ID TO SL-SET-ID
    MOVE 0 TO SL-RUNNING-ORDER
    START SET-LIST-FILE KEY IS NOT < SL-KEY
    IF WS-SETLIST-FILE-STATUS NOT = "00"
        SET WS-NO-MORE-SET-ENTRIES TO TRUE
    END-IF
    PERFORM UNTIL WS-NO-MORE-SET-ENTRIES
        READ SET-LIST-FILE NEXT RECORD
            AT END
                SET WS-NO-MORE-SET-ENTRIES TO TRUE
            NOT AT END
                IF SL-SET-ID NOT = WS-IN-SET-ID
                    SET WS-NO-MORE-SET-ENTRIES TO TRUE
                ELSE
                    ADD 1 TO WS-SET-ENTRY-COUNT
                    PERFORM 0500-DISPLAY-ENTRY
                END-IF
        END-READ
    END-PERFORM
    MOVE "00" TO WS-SETLIST-FILE-STATUS
    IF WS-SET-ENTRY-COUNT = 0
        DISPLAY "NO ENTRIES ON FILE FOR SET " WS-IN-SET-ID
    ELSE
        DISPLAY WS-SET-ENTRY-COUNT " SONGS IN SET " WS-IN-SET-ID
    END-IF.
