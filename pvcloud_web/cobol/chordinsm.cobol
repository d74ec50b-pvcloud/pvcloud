IDENTIFICATION DIVISION.
PROGRAM-ID. CHORD-INSTMAINT.
*> Instrument master maintenance: adds, changes, deactivates, and
*> inquires on INSTMAST.DAT - the fretted instruments (guitar,
*> ukulele, mandolin, ...) the lead sheet's fingering appendix works
*> out chord shapes for: the instrument code a LEADSHT run-control
*> card names, the number of strings, each string's open pitch, and
*> the widest fret span one hand is expected to cover. Open pitches
*> are keyed the way players say them - note name and octave, "E2"
*> for a guitar's low string, sharp or flat spelling - and held as
*> MIDI note numbers. S seeds an empty master with standard-tuned
*> guitar, ukulele, and mandolin so the first thing music staff do
*> is adjust, not retype. Entry requires maintenance ("M") or
*> security-admin ("S") authority, the same as the chord catalog.
*> Like the department master, the file stays line sequential, is
*> loaded into a table for the session and rewritten in full on the
*> way out, and an instrument is deactivated, never deleted.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INSTRUMENT-MASTER-FILE ASSIGN TO "INSTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MASTER-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  INSTRUMENT-MASTER-FILE.
01 INSTRUMENT-MASTER-RECORD-IO PIC X(51).

WORKING-STORAGE SECTION.
COPY INSTREC.
COPY CHRDTAB1.
01 WS-MASTER-FILE-STATUS   PIC X(2).
01 WS-MASTER-OPEN-STATUS   PIC X(2).
01 WS-END-OF-FILE          PIC X(1) VALUE "N".
    88 WS-NO-MORE-INSTRUMENTS       VALUE "Y".
01 WS-FUNCTION-CODE        PIC X(1) VALUE SPACES.
    88 WS-FUNCTION-EXIT             VALUE "X".

01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
01 WS-DEPARTMENT           PIC X(4) VALUE SPACES.
01 WS-SIGNON-STATUS        PIC X(1) VALUE "N".
01 WS-AUTHORITY-LEVEL      PIC X(1) VALUE SPACES.

01 WS-IN-INSTRUMENT        PIC X(4).
01 WS-IN-NAME              PIC X(20).
01 WS-IN-STRING-COUNT      PIC X(1).
01 WS-IN-SPAN              PIC X(1).
01 WS-IN-PITCH-TEXT        PIC X(4).
01 WS-IN-PITCH-TABLE.
    05 WS-IN-PITCH OCCURS 8 TIMES PIC 9(3).
01 WS-FIELDS-VALID-FLAG    PIC X(1).
    88 WS-FIELDS-VALID              VALUE "Y".

*> Note-and-octave parsing - "E2", "F#3", "Bb3" - into a MIDI number,
*> octave 4 being the middle-C octave (C4 = 60).
01 WS-PITCH-LENGTH         PIC 9(1).
01 WS-PITCH-NOTE           PIC X(2).
01 WS-PITCH-OCTAVE         PIC X(1).
01 WS-PITCH-SEMITONE       PIC 9(2).
01 WS-PITCH-VALID-FLAG     PIC X(1).
    88 WS-PITCH-VALID               VALUE "Y".
01 WS-PITCH-NUMBER         PIC 9(3).
01 WS-PITCH-NAME           PIC X(4).
01 WS-PITCH-NAME-PTR       PIC 9(2).
01 WS-OCTAVE-NUMBER        PIC 9(1).

*> The whole master held for the session - one slot per instrument,
*> rewritten in full at exit.
01 WS-INST-COUNT           PIC 9(2) VALUE 0.
01 WS-INST-IDX             PIC 9(2).
01 WS-INST-SLOT            PIC 9(2).
01 WS-INST-TABLE.
    05 WS-INST-ENTRY OCCURS 50 TIMES.
        10 WS-IT-RECORD           PIC X(51).
01 WS-STRING-IDX           PIC 9(1).
01 WS-CHANGED-FLAG         PIC X(1) VALUE "N".
    88 WS-MASTER-CHANGED            VALUE "Y".
01 WS-OVERFLOW-FLAG        PIC X(1) VALUE "N".
    88 WS-MASTER-OVERFLOWED         VALUE "Y".

01 WS-TUNING-LINE          PIC X(40).
01 WS-TUNING-PTR           PIC 9(2).

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
    IF WS-AUTHORITY-LEVEL NOT = "M" AND WS-AUTHORITY-LEVEL NOT = "S"
        DISPLAY "MAINTENANCE AUTHORITY REQUIRED - RUN REFUSED: "
            WS-OPERATOR-ID
        STOP RUN
    END-IF

    PERFORM 1000-LOAD-MASTER
    *> Only a genuinely missing master (35) may start out empty - a
    *> lock or a permissions problem also reads back zero
    *> instruments, and exiting through the rewrite would replace the
    *> real master with whatever this session keyed.
    IF WS-MASTER-OPEN-STATUS NOT = "00"
            AND WS-MASTER-OPEN-STATUS NOT = "35"
        DISPLAY "INSTRUMENT MASTER OPEN FAILED - STATUS "
            WS-MASTER-OPEN-STATUS " - RUN REFUSED"
        STOP RUN
    END-IF
    IF WS-MASTER-OVERFLOWED
        DISPLAY "INSTRUMENT MASTER EXCEEDS THE SESSION TABLE - RUN"
            " REFUSED BEFORE ANYTHING COULD BE LOST"
        STOP RUN
    END-IF
    IF WS-INST-COUNT = 0
        DISPLAY "INSTRUMENT MASTER IS EMPTY - S SEEDS THE STANDARD"
            " TUNINGS"
    END-IF

    PERFORM UNTIL WS-FUNCTION-EXIT
        DISPLAY "Function (A=add U=update D=deactivate E=reactivate "
            "I=inquire L=list S=seed X=exit): " WITH NO ADVANCING
        ACCEPT WS-FUNCTION-CODE
        MOVE FUNCTION UPPER-CASE (WS-FUNCTION-CODE)
            TO WS-FUNCTION-CODE
        EVALUATE WS-FUNCTION-CODE
            WHEN "A"
                PERFORM 2000-ADD-INSTRUMENT
            WHEN "U"
                PERFORM 3000-UPDATE-INSTRUMENT
            WHEN "D"
                PERFORM 4000-DEACTIVATE-INSTRUMENT
            WHEN "E"
                PERFORM 4500-REACTIVATE-INSTRUMENT
            WHEN "I"
                PERFORM 5000-INQUIRE-INSTRUMENT
            WHEN "L"
                PERFORM 6000-LIST-INSTRUMENTS
            WHEN "S"
                PERFORM 6500-SEED-STANDARD-TUNINGS
            WHEN "X"
                CONTINUE
            WHEN OTHER
                DISPLAY "UNKNOWN FUNCTION: " WS-FUNCTION-CODE
        END-EVALUATE
    END-PERFORM

    IF WS-MASTER-CHANGED
        PERFORM 7000-REWRITE-MASTER
        DISPLAY "INSTRUMENT MASTER REWRITTEN - " WS-INST-COUNT
            " INSTRUMENTS ON FILE"
    END-IF
    STOP RUN.

0100-CHECK-SIGNON.
    CALL "CHORD-OPERATOR" USING WS-OPERATOR-ID WS-DEPARTMENT
        WS-SIGNON-STATUS WS-AUTHORITY-LEVEL.

0200-ACCEPT-INSTRUMENT-CODE.
    DISPLAY "Instrument code: " WITH NO ADVANCING
    ACCEPT WS-IN-INSTRUMENT
    MOVE FUNCTION UPPER-CASE (WS-IN-INSTRUMENT)
        TO WS-IN-INSTRUMENT.

0300-FIND-INSTRUMENT-SLOT.
    MOVE 0 TO WS-INST-SLOT
    PERFORM VARYING WS-INST-IDX FROM 1 BY 1
            UNTIL WS-INST-IDX > WS-INST-COUNT
        MOVE WS-IT-RECORD (WS-INST-IDX) TO INSTRUMENT-MASTER-RECORD
        IF IM-INSTRUMENT-CODE = WS-IN-INSTRUMENT
            MOVE WS-INST-IDX TO WS-INST-SLOT
        END-IF
    END-PERFORM.

0400-ACCEPT-INSTRUMENT-FIELDS.
    *> Nothing is filed unless every field checks out - a wrong
    *> string count or an unreadable pitch would put impossible
    *> shapes on every chart printed for the instrument.
    MOVE "Y" TO WS-FIELDS-VALID-FLAG
    MOVE 0 TO WS-IN-PITCH (1) WS-IN-PITCH (2) WS-IN-PITCH (3)
        WS-IN-PITCH (4) WS-IN-PITCH (5) WS-IN-PITCH (6)
        WS-IN-PITCH (7) WS-IN-PITCH (8)
    DISPLAY "Name: " WITH NO ADVANCING
    ACCEPT WS-IN-NAME
    DISPLAY "Number of strings (4-8): " WITH NO ADVANCING
    ACCEPT WS-IN-STRING-COUNT
    IF WS-IN-STRING-COUNT < "4" OR WS-IN-STRING-COUNT > "8"
        DISPLAY "STRING COUNT MUST BE 4 THROUGH 8: "
            WS-IN-STRING-COUNT
        MOVE "N" TO WS-FIELDS-VALID-FLAG
    ELSE
        PERFORM VARYING WS-STRING-IDX FROM 1 BY 1
                UNTIL WS-STRING-IDX > FUNCTION NUMVAL
                    (WS-IN-STRING-COUNT)
                    OR NOT WS-FIELDS-VALID
            DISPLAY "Open pitch, string " WS-STRING-IDX
                " (bass side first, e.g. E2): " WITH NO ADVANCING
            ACCEPT WS-IN-PITCH-TEXT
            PERFORM 0450-PARSE-PITCH
            IF WS-PITCH-VALID
                MOVE WS-PITCH-NUMBER TO WS-IN-PITCH (WS-STRING-IDX)
            ELSE
                DISPLAY "NOT A NOTE AND OCTAVE: " WS-IN-PITCH-TEXT
                MOVE "N" TO WS-FIELDS-VALID-FLAG
            END-IF
        END-PERFORM
    END-IF
    IF WS-FIELDS-VALID
        DISPLAY "Maximum fret span (2-6): " WITH NO ADVANCING
        ACCEPT WS-IN-SPAN
        IF WS-IN-SPAN < "2" OR WS-IN-SPAN > "6"
            DISPLAY "FRET SPAN MUST BE 2 THROUGH 6: " WS-IN-SPAN
            MOVE "N" TO WS-FIELDS-VALID-FLAG
        END-IF
    END-IF.

0450-PARSE-PITCH.
    MOVE "N" TO WS-PITCH-VALID-FLAG
    MOVE FUNCTION UPPER-CASE (WS-IN-PITCH-TEXT) TO WS-IN-PITCH-TEXT
    MOVE 0 TO WS-PITCH-LENGTH
    INSPECT WS-IN-PITCH-TEXT TALLYING WS-PITCH-LENGTH
        FOR CHARACTERS BEFORE INITIAL SPACE
    IF WS-PITCH-LENGTH = 2 OR WS-PITCH-LENGTH = 3
        MOVE SPACES TO WS-PITCH-NOTE
        MOVE WS-IN-PITCH-TEXT (1:WS-PITCH-LENGTH - 1)
            TO WS-PITCH-NOTE
        MOVE WS-IN-PITCH-TEXT (WS-PITCH-LENGTH:1) TO WS-PITCH-OCTAVE
        *> Flats are keyed with a B ("BB3" once upper-cased), the way
        *> the chromatic table's flat names are spelled.
        IF WS-PITCH-NOTE (2:1) = "B"
            MOVE "b" TO WS-PITCH-NOTE (2:1)
        END-IF
        IF WS-PITCH-OCTAVE >= "0" AND WS-PITCH-OCTAVE <= "8"
            PERFORM VARYING CHR-IDX FROM 1 BY 1 UNTIL CHR-IDX > 12
                IF CHR-SHARP-NAME (CHR-IDX) = WS-PITCH-NOTE
                        OR CHR-FLAT-NAME (CHR-IDX) = WS-PITCH-NOTE
                    MOVE CHR-SEMITONE-IDX (CHR-IDX)
                        TO WS-PITCH-SEMITONE
                    MOVE "Y" TO WS-PITCH-VALID-FLAG
                END-IF
            END-PERFORM
        END-IF
    END-IF
    IF WS-PITCH-VALID
        MOVE WS-PITCH-OCTAVE TO WS-OCTAVE-NUMBER
        COMPUTE WS-PITCH-NUMBER =
            (WS-OCTAVE-NUMBER + 1) * 12 + WS-PITCH-SEMITONE
    END-IF.

0480-NAME-PITCH.
    *> MIDI number back to note and octave for the displays.
    MOVE SPACES TO WS-PITCH-NAME
    MOVE 1 TO WS-PITCH-NAME-PTR
    COMPUTE WS-PITCH-SEMITONE = FUNCTION MOD (WS-PITCH-NUMBER, 12)
    COMPUTE WS-OCTAVE-NUMBER = (WS-PITCH-NUMBER / 12) - 1
    PERFORM VARYING CHR-IDX FROM 1 BY 1 UNTIL CHR-IDX > 12
        IF CHR-SEMITONE-IDX (CHR-IDX) = WS-PITCH-SEMITONE
            STRING CHR-SHARP-NAME (CHR-IDX) DELIMITED BY SPACE
                INTO WS-PITCH-NAME
                WITH POINTER WS-PITCH-NAME-PTR
        END-IF
    END-PERFORM
    STRING WS-OCTAVE-NUMBER DELIMITED BY SIZE
        INTO WS-PITCH-NAME
        WITH POINTER WS-PITCH-NAME-PTR.

0500-DISPLAY-INSTRUMENT.
    MOVE SPACES TO WS-TUNING-LINE
    MOVE 1 TO WS-TUNING-PTR
    PERFORM VARYING WS-STRING-IDX FROM 1 BY 1
            UNTIL WS-STRING-IDX > IM-STRING-COUNT
        MOVE IM-OPEN-PITCH (WS-STRING-IDX) TO WS-PITCH-NUMBER
        PERFORM 0480-NAME-PITCH
        STRING WS-PITCH-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
            INTO WS-TUNING-LINE
            WITH POINTER WS-TUNING-PTR
    END-PERFORM
    DISPLAY IM-INSTRUMENT-CODE " " IM-NAME
        " STRINGS " IM-STRING-COUNT
        " TUNING " WS-TUNING-LINE (1:WS-TUNING-PTR)
        "SPAN " IM-MAX-FRET-SPAN
        " ACTIVE " IM-ACTIVE-FLAG.

0600-FILE-FIELDS.
    MOVE WS-IN-NAME TO IM-NAME
    MOVE WS-IN-STRING-COUNT TO IM-STRING-COUNT
    PERFORM VARYING WS-STRING-IDX FROM 1 BY 1
            UNTIL WS-STRING-IDX > 8
        MOVE WS-IN-PITCH (WS-STRING-IDX)
            TO IM-OPEN-PITCH (WS-STRING-IDX)
    END-PERFORM
    MOVE WS-IN-SPAN TO IM-MAX-FRET-SPAN.

2000-ADD-INSTRUMENT.
    PERFORM 0200-ACCEPT-INSTRUMENT-CODE
    IF WS-IN-INSTRUMENT = SPACES
        DISPLAY "INSTRUMENT CODE REQUIRED - NOT ADDED"
    ELSE
        PERFORM 0300-FIND-INSTRUMENT-SLOT
        IF WS-INST-SLOT > 0
            DISPLAY "INSTRUMENT ALREADY ON MASTER: " WS-IN-INSTRUMENT
        ELSE
            IF WS-INST-COUNT >= 50
                DISPLAY "INSTRUMENT TABLE FULL - NOT ADDED"
            ELSE
                PERFORM 0400-ACCEPT-INSTRUMENT-FIELDS
                IF WS-FIELDS-VALID
                    MOVE WS-IN-INSTRUMENT TO IM-INSTRUMENT-CODE
                    PERFORM 0600-FILE-FIELDS
                    MOVE "Y" TO IM-ACTIVE-FLAG
                    ADD 1 TO WS-INST-COUNT
                    MOVE INSTRUMENT-MASTER-RECORD
                        TO WS-IT-RECORD (WS-INST-COUNT)
                    MOVE "Y" TO WS-CHANGED-FLAG
                    DISPLAY "ADDED " WS-IN-INSTRUMENT
                ELSE
                    DISPLAY "NOT ADDED: " WS-IN-INSTRUMENT
                END-IF
            END-IF
        END-IF
    END-IF.

3000-UPDATE-INSTRUMENT.
    PERFORM 0200-ACCEPT-INSTRUMENT-CODE
    PERFORM 0300-FIND-INSTRUMENT-SLOT
    IF WS-INST-SLOT = 0
        DISPLAY "INSTRUMENT NOT ON MASTER: " WS-IN-INSTRUMENT
    ELSE
        MOVE WS-IT-RECORD (WS-INST-SLOT) TO INSTRUMENT-MASTER-RECORD
        PERFORM 0500-DISPLAY-INSTRUMENT
        PERFORM 0400-ACCEPT-INSTRUMENT-FIELDS
        IF WS-FIELDS-VALID
            PERFORM 0600-FILE-FIELDS
            MOVE INSTRUMENT-MASTER-RECORD
                TO WS-IT-RECORD (WS-INST-SLOT)
            MOVE "Y" TO WS-CHANGED-FLAG
            DISPLAY "UPDATED " WS-IN-INSTRUMENT
        ELSE
            DISPLAY "NOT UPDATED: " WS-IN-INSTRUMENT
        END-IF
    END-IF.

4000-DEACTIVATE-INSTRUMENT.
    PERFORM 0200-ACCEPT-INSTRUMENT-CODE
    PERFORM 0300-FIND-INSTRUMENT-SLOT
    IF WS-INST-SLOT = 0
        DISPLAY "INSTRUMENT NOT ON MASTER: " WS-IN-INSTRUMENT
    ELSE
        *> Deactivate, never delete - a lead-sheet card naming the
        *> code gets a plain "inactive" message, not a silent miss.
        MOVE WS-IT-RECORD (WS-INST-SLOT) TO INSTRUMENT-MASTER-RECORD
        MOVE "N" TO IM-ACTIVE-FLAG
        MOVE INSTRUMENT-MASTER-RECORD TO WS-IT-RECORD (WS-INST-SLOT)
        MOVE "Y" TO WS-CHANGED-FLAG
        DISPLAY "DEACTIVATED " WS-IN-INSTRUMENT
    END-IF.

4500-REACTIVATE-INSTRUMENT.
    PERFORM 0200-ACCEPT-INSTRUMENT-CODE
    PERFORM 0300-FIND-INSTRUMENT-SLOT
    IF WS-INST-SLOT = 0
        DISPLAY "INSTRUMENT NOT ON MASTER: " WS-IN-INSTRUMENT
    ELSE
        MOVE WS-IT-RECORD (WS-INST-SLOT) TO INSTRUMENT-MASTER-RECORD
        MOVE "Y" TO IM-ACTIVE-FLAG
        MOVE INSTRUMENT-MASTER-RECORD TO WS-IT-RECORD (WS-INST-SLOT)
        MOVE "Y" TO WS-CHANGED-FLAG
        DISPLAY "REACTIVATED " WS-IN-INSTRUMENT
    END-IF.

5000-INQUIRE-INSTRUMENT.
    PERFORM 0200-ACCEPT-INSTRUMENT-CODE
    PERFORM 0300-FIND-INSTRUMENT-SLOT
    IF WS-INST-SLOT = 0
        DISPLAY "INSTRUMENT NOT ON MASTER: " WS-IN-INSTRUMENT
    ELSE
        MOVE WS-IT-RECORD (WS-INST-SLOT) TO INSTRUMENT-MASTER-RECORD
        PERFORM 0500-DISPLAY-INSTRUMENT
    END-IF.

6000-LIST-INSTRUMENTS.
    PERFORM VARYING WS-INST-IDX FROM 1 BY 1
            UNTIL WS-INST-IDX > WS-INST-COUNT
        MOVE WS-IT-RECORD (WS-INST-IDX) TO INSTRUMENT-MASTER-RECORD
        PERFORM 0500-DISPLAY-INSTRUMENT
    END-PERFORM
    DISPLAY WS-INST-COUNT " INSTRUMENTS ON MASTER".

6500-SEED-STANDARD-TUNINGS.
    *> Only onto an empty master - seeding over instruments music
    *> staff have already tuned would quietly undo their work.
    IF WS-INST-COUNT > 0
        DISPLAY "MASTER ALREADY HAS " WS-INST-COUNT
            " INSTRUMENTS - NOT SEEDED"
    ELSE
        INITIALIZE INSTRUMENT-MASTER-RECORD
        MOVE "GTR " TO IM-INSTRUMENT-CODE
        MOVE "GUITAR EADGBE" TO IM-NAME
        MOVE 6 TO IM-STRING-COUNT
        MOVE 040 TO IM-OPEN-PITCH (1)
        MOVE 045 TO IM-OPEN-PITCH (2)
        MOVE 050 TO IM-OPEN-PITCH (3)
        MOVE 055 TO IM-OPEN-PITCH (4)
        MOVE 059 TO IM-OPEN-PITCH (5)
        MOVE 064 TO IM-OPEN-PITCH (6)
        MOVE 4 TO IM-MAX-FRET-SPAN
        MOVE "Y" TO IM-ACTIVE-FLAG
        ADD 1 TO WS-INST-COUNT
        MOVE INSTRUMENT-MASTER-RECORD TO WS-IT-RECORD (WS-INST-COUNT)
        INITIALIZE INSTRUMENT-MASTER-RECORD
        MOVE "UKE " TO IM-INSTRUMENT-CODE
        MOVE "UKULELE GCEA" TO IM-NAME
        MOVE 4 TO IM-STRING-COUNT
        MOVE 067 TO IM-OPEN-PITCH (1)
        MOVE 060 TO IM-OPEN-PITCH (2)
        MOVE 064 TO IM-OPEN-PITCH (3)
        MOVE 069 TO IM-OPEN-PITCH (4)
        MOVE 4 TO IM-MAX-FRET-SPAN
        MOVE "Y" TO IM-ACTIVE-FLAG
        ADD 1 TO WS-INST-COUNT
        MOVE INSTRUMENT-MASTER-RECORD TO WS-IT-RECORD (WS-INST-COUNT)
        INITIALIZE INSTRUMENT-MASTER-RECORD
        MOVE "MAND" TO IM-INSTRUMENT-CODE
        MOVE "MANDOLIN GDAE" TO IM-NAME
        MOVE 4 TO IM-STRING-COUNT
        MOVE 055 TO IM-OPEN-PITCH (1)
        MOVE 062 TO IM-OPEN-PITCH (2)
        MOVE 069 TO IM-OPEN-PITCH (3)
        MOVE 076 TO IM-OPEN-PITCH (4)
        MOVE 5 TO IM-MAX-FRET-SPAN
        MOVE "Y" TO IM-ACTIVE-FLAG
        ADD 1 TO WS-INST-COUNT
        MOVE INSTRUMENT-MASTER-RECORD TO WS-IT-RECORD (WS-INST-COUNT)
        MOVE "Y" TO WS-CHANGED-FLAG
        DISPLAY "SEEDED GTR, UKE, MAND"
    END-IF.

1000-LOAD-MASTER.
    MOVE 0 TO WS-INST-COUNT
    MOVE "N" TO WS-END-OF-FILE
    OPEN INPUT INSTRUMENT-MASTER-FILE
    MOVE WS-MASTER-FILE-STATUS TO WS-MASTER-OPEN-STATUS
    IF WS-MASTER-FILE-STATUS = "00"
        PERFORM UNTIL WS-NO-MORE-INSTRUMENTS
            READ INSTRUMENT-MASTER-FILE
                AT END
                    SET WS-NO-MORE-INSTRUMENTS TO TRUE
                NOT AT END
                    IF WS-INST-COUNT < 50
                        ADD 1 TO WS-INST-COUNT
                        MOVE INSTRUMENT-MASTER-RECORD-IO
                            TO WS-IT-RECORD (WS-INST-COUNT)
                    ELSE
                        SET WS-MASTER-OVERFLOWED TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INSTRUMENT-MASTER-FILE
    END-IF.

7000-REWRITE-MASTER.
    OPEN OUTPUT INSTRUMENT-MASTER-FILE
    PERFORM VARYING WS-INST-IDX FROM 1 BY 1
            UNTIL WS-INST-IDX > WS-INST-COUNT
        MOVE WS-IT-RECORD (WS-INST-IDX)
            TO INSTRUMENT-MASTER-RECORD-IO
        WRITE INSTRUMENT-MASTER-RECORD-IO
    END-PERFORM
    CLOSE INSTRUMENT-MASTER-FILE.
