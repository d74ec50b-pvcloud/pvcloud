*> nothing keyed into the songbook ever falls off the chart.
*> A LEADSHT run-control card can redirect the folio list and the
*> chart file.
*> When the card's selection key names an instrument on INSTMAST.DAT
*> (GTR, UKE, MAND, ...), every chart is followed by a fingering
*> appendix for that instrument: each distinct chord in the song
*> spelled through CHORD-LOOKUP, fingered by CHORD-FINGERING, and
*> drawn as a text fret diagram. The appendix suggests the capo fret
*> (none through the seventh) that leaves the fewest chords
*> unplayable and the most in open position, relabels the chords as
*> the shapes the player makes with that capo on, and lists every
*> chord with no playable fingering as an exception instead of
*> leaving it out. No selection key, no appendix - the chart prints
*> exactly as before.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    SELECT LEAD-SHEET-FILE ASSIGN TO DYNAMIC WS-CHART-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHART-FILE-STATUS.
    SELECT INSTRUMENT-MASTER-FILE ASSIGN TO "INSTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INSTRUMENT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  LEAD-SHEET-FILE.
01 LEAD-SHEET-RECORD       PIC X(120).

FD  INSTRUMENT-MASTER-FILE.
01 INSTRUMENT-MASTER-RECORD-IN PIC X(51).

WORKING-STORAGE SECTION.
COPY CHRDTAB1.
COPY RUNCTLRC.
COPY CHRDTONE.
COPY CHRDFING.

01 WS-RUNCTL-TAG           PIC X(8) VALUE "LEADSHT".
01 WS-RUNCTL-FOUND-FLAG    PIC X(1) VALUE "N".
01 WS-STRUCTURE-FILE-STATUS PIC X(2).
01 WS-RESULT-FILE-STATUS   PIC X(2).
01 WS-CHART-FILE-STATUS    PIC X(2).
01 WS-INSTRUMENT-FILE-STATUS PIC X(2).
01 WS-END-OF-FILE          PIC X(1) VALUE "N".
    88 WS-NO-MORE-SONGS             VALUE "Y".
01 WS-END-OF-SONG          PIC X(1) VALUE "N".
01 WS-SYMBOL-PTR           PIC 9(2).
01 WS-ROOT-DISPLAY         PIC X(2).
01 WS-SONGS-PRINTED        PIC 9(5) VALUE 0.

*> Fingering appendix - the instrument the card asked for, held for
*> the run once it is found active on the instrument master.
01 WS-INSTRUMENT-CODE      PIC X(4) VALUE SPACES.
01 WS-END-OF-INSTRUMENTS   PIC X(1) VALUE "N".
    88 WS-NO-MORE-INSTRUMENTS       VALUE "Y".
01 WS-APPENDIX-FLAG        PIC X(1) VALUE "N".
    88 WS-APPENDIX-WANTED           VALUE "Y".
01 WS-INSTRUMENT-FOUND-FLAG PIC X(1) VALUE "N".
    88 WS-INSTRUMENT-FOUND          VALUE "Y".
COPY INSTREC.
01 WS-APPENDICES-PRINTED   PIC 9(5) VALUE 0.

*> CHORD-LOOKUP linkage for spelling each distinct chord.
01 WS-LOOKUP-VOICING       PIC X(1) VALUE SPACE.
01 WS-VALID-FLAG           PIC X(1) VALUE "N".
01 WS-RESULT-LINE          PIC X(40) VALUE SPACES.
01 WS-REASON-CODE          PIC X(1) VALUE SPACES.

*> The song's distinct chords in order of first appearance, with the
*> tones CHORD-LOOKUP spelled and how each fingers at the capo fret
*> being tried.
01 WS-DISTINCT-COUNT       PIC 9(2) VALUE 0.
01 WS-DISTINCT-IDX         PIC 9(2).
01 WS-DISTINCT-OVERFLOW-FLAG PIC X(1).
01 WS-DISTINCT-TABLE.
    05 WS-DISTINCT-ENTRY OCCURS 60 TIMES.
        10 WS-DC-ROOT             PIC X(2).
        10 WS-DC-QUALITY          PIC X(4).
        10 WS-DC-ENHARM           PIC X(1).
        10 WS-DC-SPELLED-FLAG     PIC X(1).
        10 WS-DC-LOOKUP-REASON    PIC X(1).
        10 WS-DC-TONE-COUNT       PIC 9(1).
        10 WS-DC-TONE OCCURS 6 TIMES PIC 9(2).
01 WS-TONE-IDX             PIC 9(1).
01 WS-CHORD-FOUND-FLAG     PIC X(1).

*> Capo search - none through the seventh fret; the best capo leaves
*> the fewest chords unplayable, then puts the most in open
*> position, then sits lowest on the neck.
01 WS-CAPO-LIMIT           PIC 9(2) VALUE 7.
01 WS-CAPO                 PIC 9(2).
01 WS-BEST-CAPO            PIC 9(2).
01 WS-OPEN-SHAPES          PIC 9(2).
01 WS-UNPLAYABLE           PIC 9(2).
01 WS-BEST-OPEN-SHAPES     PIC 9(2).
01 WS-BEST-UNPLAYABLE      PIC 9(2).
01 WS-NO-CAPO-OPEN-SHAPES  PIC 9(2).
01 WS-SPELLED-COUNT        PIC 9(2).
01 WS-EXCEPTION-COUNT      PIC 9(2).

*> Chord and shape names for the appendix.
01 WS-APX-ROOT-SEMITONE    PIC 9(2).
01 WS-APX-SHAPE-SEMITONE   PIC 9(2).
01 WS-APX-NAME-SEMITONE    PIC 9(2).
01 WS-APX-ENHARM           PIC X(1).
01 WS-APX-QUALITY          PIC X(4).
01 WS-APX-SYMBOL           PIC X(8).
01 WS-APX-SHAPE-SYMBOL     PIC X(8).
01 WS-APX-NAME             PIC X(8).
01 WS-APX-NAME-PTR         PIC 9(2).
01 WS-APX-CELL-TITLE       PIC X(18).
01 WS-APX-LINE-PTR         PIC 9(3).
01 WS-APX-EDIT-2           PIC Z9.

*> Diagrams are laid side by side across the print line - one cell
*> per chord, as many cells as fit, the lines of a row of cells
*> built up here and written together.
01 WS-DIAGRAM-LINE-TABLE.
    05 WS-DIAGRAM-LINE OCCURS 10 TIMES PIC X(120).
01 WS-DIAGRAM-LINE-COUNT   PIC 9(2).
01 WS-DIAGRAM-LINE-IDX     PIC 9(2).
01 WS-CELL-WIDTH           PIC 9(3).
01 WS-CELLS-PER-ROW        PIC 9(2).
01 WS-CELLS-ON-ROW         PIC 9(2).
01 WS-CELL-COLUMN          PIC 9(3).
01 WS-STRING-COLUMN        PIC 9(3).
01 WS-STRING-IDX           PIC 9(1).
01 WS-GRID-WIDTH           PIC 9(2).
01 WS-START-FRET           PIC 9(2).
01 WS-ROW-FRET             PIC 9(2).
01 WS-ROW-IDX              PIC 9(1).
01 WS-RUN-DATE             PIC X(8).

*> Suite-control linkage - this step's name, its declared predecessor
        DISPLAY "NO RESULT FILE - EVERY CHORD WILL CARRY THE ? MARK"
    END-IF
    OPEN OUTPUT LEAD-SHEET-FILE
    IF WS-INSTRUMENT-CODE NOT = SPACES
        PERFORM 0080-LOAD-INSTRUMENT
    END-IF

    PERFORM UNTIL WS-NO-MORE-SONGS
        READ FOLIO-REQUEST-FILE
    PERFORM 0070-SUITE-END
    DISPLAY "LEAD SHEETS PRINTED: " WS-SONGS-PRINTED
        " TO " WS-CHART-FILE-NAME
    IF WS-APPENDIX-WANTED
        DISPLAY "FINGERING APPENDICES PRINTED: " WS-APPENDICES-PRINTED
            " FOR " WS-INSTRUMENT-CODE
    END-IF
    STOP RUN.

0060-SUITE-START.
        IF RC-OVERRIDE-FLAG = "Y"
            MOVE "Y" TO WS-SUITE-OVERRIDE
        END-IF
        IF RC-SELECT-KEY NOT = SPACES
            MOVE FUNCTION UPPER-CASE (RC-SELECT-KEY (1:4))
                TO WS-INSTRUMENT-CODE
        END-IF
    END-IF.

0080-LOAD-INSTRUMENT.
    *> A card naming an instrument that is missing or deactivated
    *> still gets its charts - just without the appendix, and with
    *> the reason on the console.
    MOVE "N" TO WS-END-OF-INSTRUMENTS
    MOVE "N" TO WS-INSTRUMENT-FOUND-FLAG
    OPEN INPUT INSTRUMENT-MASTER-FILE
    IF WS-INSTRUMENT-FILE-STATUS NOT = "00"
        DISPLAY "INSTRUMENT MASTER OPEN FAILED - STATUS "
            WS-INSTRUMENT-FILE-STATUS " - NO FINGERING APPENDIX"
    ELSE
        PERFORM UNTIL WS-NO-MORE-INSTRUMENTS
            READ INSTRUMENT-MASTER-FILE INTO INSTRUMENT-MASTER-RECORD
                AT END
                    SET WS-NO-MORE-INSTRUMENTS TO TRUE
                NOT AT END
                    IF IM-INSTRUMENT-CODE = WS-INSTRUMENT-CODE
                        SET WS-INSTRUMENT-FOUND TO TRUE
                        SET WS-NO-MORE-INSTRUMENTS TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INSTRUMENT-MASTER-FILE
        IF NOT WS-INSTRUMENT-FOUND
            DISPLAY "INSTRUMENT NOT ON MASTER: " WS-INSTRUMENT-CODE
                " - NO FINGERING APPENDIX"
        ELSE
            IF IM-ACTIVE-FLAG NOT = "Y"
                DISPLAY "INSTRUMENT INACTIVE: " WS-INSTRUMENT-CODE
                    " - NO FINGERING APPENDIX"
            ELSE
                SET WS-APPENDIX-WANTED TO TRUE
            END-IF
        END-IF
    END-IF.

1000-CHART-ONE-SONG.
            END-PERFORM
            PERFORM 3500-CHECK-UNCLAIMED
        END-IF
        IF WS-APPENDIX-WANTED
            PERFORM 5000-PRINT-FINGERING-APPENDIX
        END-IF
        ADD 1 TO WS-SONGS-PRINTED
    END-IF.

            INTO WS-CHORD-SYMBOL
            WITH POINTER WS-SYMBOL-PTR
    END-IF.

5000-PRINT-FINGERING-APPENDIX.
    PERFORM 5100-COLLECT-DISTINCT-CHORDS
    PERFORM 5200-CHOOSE-CAPO
    PERFORM 5300-WRITE-APPENDIX-HEADER
    IF WS-BEST-CAPO > 0
        PERFORM 5400-WRITE-RELABELLED-CHORDS
    END-IF
    PERFORM 5500-DRAW-DIAGRAMS
    PERFORM 5600-LIST-EXCEPTIONS
    ADD 1 TO WS-APPENDICES-PRINTED.

5100-COLLECT-DISTINCT-CHORDS.
    *> Root and quality make a chord distinct; the first time a chord
    *> appears decides how its root is spelled in the appendix.
    MOVE 0 TO WS-DISTINCT-COUNT
    MOVE "N" TO WS-DISTINCT-OVERFLOW-FLAG
    PERFORM VARYING WS-SONG-CHORD-IDX FROM 1 BY 1
            UNTIL WS-SONG-CHORD-IDX > WS-SONG-CHORD-COUNT
        MOVE "N" TO WS-CHORD-FOUND-FLAG
        PERFORM VARYING WS-DISTINCT-IDX FROM 1 BY 1
                UNTIL WS-DISTINCT-IDX > WS-DISTINCT-COUNT
            IF WS-DC-ROOT (WS-DISTINCT-IDX)
                    = WS-SCT-ROOT (WS-SONG-CHORD-IDX)
                    AND WS-DC-QUALITY (WS-DISTINCT-IDX)
                    = WS-SCT-QUALITY (WS-SONG-CHORD-IDX)
                MOVE "Y" TO WS-CHORD-FOUND-FLAG
            END-IF
        END-PERFORM
        IF WS-CHORD-FOUND-FLAG = "N"
            IF WS-DISTINCT-COUNT < 60
                ADD 1 TO WS-DISTINCT-COUNT
                PERFORM 5150-SPELL-DISTINCT-CHORD
            ELSE
                MOVE "Y" TO WS-DISTINCT-OVERFLOW-FLAG
            END-IF
        END-IF
    END-PERFORM.

5150-SPELL-DISTINCT-CHORD.
    MOVE WS-SCT-ROOT (WS-SONG-CHORD-IDX)
        TO WS-DC-ROOT (WS-DISTINCT-COUNT)
    MOVE WS-SCT-QUALITY (WS-SONG-CHORD-IDX)
        TO WS-DC-QUALITY (WS-DISTINCT-COUNT)
    MOVE WS-SCT-ENHARM (WS-SONG-CHORD-IDX)
        TO WS-DC-ENHARM (WS-DISTINCT-COUNT)
    *> Root position, so the first tone back is the root the
    *> fingering has to put in the bass.
    MOVE SPACE TO WS-LOOKUP-VOICING
    CALL "CHORD-LOOKUP" USING WS-SCT-ROOT (WS-SONG-CHORD-IDX)
        WS-SCT-QUALITY (WS-SONG-CHORD-IDX) WS-LOOKUP-VOICING
        WS-SCT-ENHARM (WS-SONG-CHORD-IDX) WS-VALID-FLAG
        WS-RESULT-LINE WS-REASON-CODE CHORD-TONE-LIST
    IF WS-VALID-FLAG = "Y"
        MOVE "Y" TO WS-DC-SPELLED-FLAG (WS-DISTINCT-COUNT)
        MOVE SPACE TO WS-DC-LOOKUP-REASON (WS-DISTINCT-COUNT)
        MOVE CT-TONE-COUNT TO WS-DC-TONE-COUNT (WS-DISTINCT-COUNT)
        PERFORM VARYING WS-TONE-IDX FROM 1 BY 1
                UNTIL WS-TONE-IDX > 6
            MOVE CT-TONE-SEMITONE (WS-TONE-IDX)
                TO WS-DC-TONE (WS-DISTINCT-COUNT, WS-TONE-IDX)
        END-PERFORM
    ELSE
        MOVE "N" TO WS-DC-SPELLED-FLAG (WS-DISTINCT-COUNT)
        MOVE WS-REASON-CODE TO WS-DC-LOOKUP-REASON (WS-DISTINCT-COUNT)
        MOVE 0 TO WS-DC-TONE-COUNT (WS-DISTINCT-COUNT)
    END-IF.

5200-CHOOSE-CAPO.
    MOVE 0 TO WS-BEST-CAPO
    MOVE 99 TO WS-BEST-UNPLAYABLE
    MOVE 0 TO WS-BEST-OPEN-SHAPES
    PERFORM VARYING WS-CAPO FROM 0 BY 1
            UNTIL WS-CAPO > WS-CAPO-LIMIT
        MOVE 0 TO WS-OPEN-SHAPES
        MOVE 0 TO WS-UNPLAYABLE
        PERFORM VARYING WS-DISTINCT-IDX FROM 1 BY 1
                UNTIL WS-DISTINCT-IDX > WS-DISTINCT-COUNT
            IF WS-DC-SPELLED-FLAG (WS-DISTINCT-IDX) = "Y"
                PERFORM 5700-FINGER-DISTINCT-CHORD
                IF CF-VALID-FLAG NOT = "Y"
                    ADD 1 TO WS-UNPLAYABLE
                END-IF
                IF CF-OPEN-SHAPE-FLAG = "Y"
                    ADD 1 TO WS-OPEN-SHAPES
                END-IF
            END-IF
        END-PERFORM
        IF WS-CAPO = 0
            MOVE WS-OPEN-SHAPES TO WS-NO-CAPO-OPEN-SHAPES
        END-IF
        IF WS-UNPLAYABLE < WS-BEST-UNPLAYABLE
                OR (WS-UNPLAYABLE = WS-BEST-UNPLAYABLE
                    AND WS-OPEN-SHAPES > WS-BEST-OPEN-SHAPES)
            MOVE WS-CAPO TO WS-BEST-CAPO
            MOVE WS-UNPLAYABLE TO WS-BEST-UNPLAYABLE
            MOVE WS-OPEN-SHAPES TO WS-BEST-OPEN-SHAPES
        END-IF
    END-PERFORM.

5300-WRITE-APPENDIX-HEADER.
    MOVE 0 TO WS-SPELLED-COUNT
    PERFORM VARYING WS-DISTINCT-IDX FROM 1 BY 1
            UNTIL WS-DISTINCT-IDX > WS-DISTINCT-COUNT
        IF WS-DC-SPELLED-FLAG (WS-DISTINCT-IDX) = "Y"
            ADD 1 TO WS-SPELLED-COUNT
        END-IF
    END-PERFORM
    MOVE ALL "-" TO LEAD-SHEET-RECORD
    WRITE LEAD-SHEET-RECORD
    MOVE SPACES TO LEAD-SHEET-RECORD
    STRING "FINGERING APPENDIX - SONG " DELIMITED BY SIZE
           WS-IN-SONG-ID DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           IM-INSTRUMENT-CODE DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           IM-NAME DELIMITED BY SIZE
        INTO LEAD-SHEET-RECORD
    WRITE LEAD-SHEET-RECORD
    MOVE SPACES TO LEAD-SHEET-RECORD
    MOVE 1 TO WS-APX-LINE-PTR
    IF WS-BEST-CAPO = 0
        STRING "NO CAPO" DELIMITED BY SIZE
            INTO LEAD-SHEET-RECORD
            WITH POINTER WS-APX-LINE-PTR
    ELSE
        MOVE WS-BEST-CAPO TO WS-APX-EDIT-2
        STRING "SUGGESTED CAPO: FRET " DELIMITED BY SIZE
               WS-APX-EDIT-2 DELIMITED BY SIZE
            INTO LEAD-SHEET-RECORD
            WITH POINTER WS-APX-LINE-PTR
    END-IF
    MOVE WS-BEST-OPEN-SHAPES TO WS-APX-EDIT-2
    STRING " - " DELIMITED BY SIZE
           WS-APX-EDIT-2 DELIMITED BY SIZE
           " OF " DELIMITED BY SIZE
        INTO LEAD-SHEET-RECORD
        WITH POINTER WS-APX-LINE-PTR
    MOVE WS-SPELLED-COUNT TO WS-APX-EDIT-2
    STRING WS-APX-EDIT-2 DELIMITED BY SIZE
           " CHORDS IN OPEN POSITION" DELIMITED BY SIZE
        INTO LEAD-SHEET-RECORD
        WITH POINTER WS-APX-LINE-PTR
    IF WS-BEST-CAPO > 0
        MOVE WS-NO-CAPO-OPEN-SHAPES TO WS-APX-EDIT-2
        STRING ", " DELIMITED BY SIZE
               WS-APX-EDIT-2 DELIMITED BY SIZE
               " WITHOUT IT" DELIMITED BY SIZE
            INTO LEAD-SHEET-RECORD
            WITH POINTER WS-APX-LINE-PTR
    END-IF
    WRITE LEAD-SHEET-RECORD
    IF WS-DISTINCT-OVERFLOW-FLAG = "Y"
        MOVE SPACES TO LEAD-SHEET-RECORD
        STRING "MORE THAN 60 DISTINCT CHORDS - THE FIRST 60 ARE"
                   DELIMITED BY SIZE
               " SHOWN" DELIMITED BY SIZE
            INTO LEAD-SHEET-RECORD
        WRITE LEAD-SHEET-RECORD
    END-IF
    MOVE SPACES TO LEAD-SHEET-RECORD
    WRITE LEAD-SHEET-RECORD.

5400-WRITE-RELABELLED-CHORDS.
    *> With the capo on, each chord is played as the shape that
    *> many semitones lower - D with the capo at 2 is the C shape.
    MOVE SPACES TO LEAD-SHEET-RECORD
    MOVE WS-BEST-CAPO TO WS-APX-EDIT-2
    MOVE 1 TO WS-APX-LINE-PTR
    STRING "PLAY AS (CAPO " DELIMITED BY SIZE
           WS-APX-EDIT-2 DELIMITED BY SIZE
           "):" DELIMITED BY SIZE
        INTO LEAD-SHEET-RECORD
        WITH POINTER WS-APX-LINE-PTR
    MOVE WS-BEST-CAPO TO WS-CAPO
    PERFORM VARYING WS-DISTINCT-IDX FROM 1 BY 1
            UNTIL WS-DISTINCT-IDX > WS-DISTINCT-COUNT
        IF WS-DC-SPELLED-FLAG (WS-DISTINCT-IDX) = "Y"
            PERFORM 5800-NAME-DISTINCT-CHORD
            IF WS-APX-LINE-PTR > 100
                WRITE LEAD-SHEET-RECORD
                MOVE SPACES TO LEAD-SHEET-RECORD
                MOVE 15 TO WS-APX-LINE-PTR
            END-IF
            STRING "  " DELIMITED BY SIZE
                   WS-APX-SYMBOL DELIMITED BY SPACE
                   "=" DELIMITED BY SIZE
                   WS-APX-SHAPE-SYMBOL DELIMITED BY SPACE
                INTO LEAD-SHEET-RECORD
                WITH POINTER WS-APX-LINE-PTR
        END-IF
    END-PERFORM
    WRITE LEAD-SHEET-RECORD
    MOVE SPACES TO LEAD-SHEET-RECORD
    WRITE LEAD-SHEET-RECORD.

5500-DRAW-DIAGRAMS.
    *> One cell per playable chord: the name (and the shape under
    *> the capo), an x or o over each muted or open string, the nut
    *> (or a plain line and the starting fret when the shape sits up
    *> the neck), a row per fret of the hand's span, and a note when
    *> the fifth has been left out.
    COMPUTE WS-GRID-WIDTH = (2 * IM-STRING-COUNT) - 1
    COMPUTE WS-CELL-WIDTH = WS-GRID-WIDTH + 6
    IF WS-CELL-WIDTH < 18
        MOVE 18 TO WS-CELL-WIDTH
    END-IF
    COMPUTE WS-CELLS-PER-ROW = 120 / WS-CELL-WIDTH
    COMPUTE WS-DIAGRAM-LINE-COUNT = IM-MAX-FRET-SPAN + 4
    MOVE SPACES TO WS-DIAGRAM-LINE-TABLE
    MOVE 0 TO WS-CELLS-ON-ROW
    MOVE WS-BEST-CAPO TO WS-CAPO
    PERFORM VARYING WS-DISTINCT-IDX FROM 1 BY 1
            UNTIL WS-DISTINCT-IDX > WS-DISTINCT-COUNT
        IF WS-DC-SPELLED-FLAG (WS-DISTINCT-IDX) = "Y"
            PERFORM 5700-FINGER-DISTINCT-CHORD
            IF CF-VALID-FLAG = "Y"
                PERFORM 5510-DRAW-ONE-DIAGRAM
            END-IF
        END-IF
    END-PERFORM
    IF WS-CELLS-ON-ROW > 0
        PERFORM 5550-WRITE-DIAGRAM-ROW
    END-IF.

5510-DRAW-ONE-DIAGRAM.
    IF WS-CELLS-ON-ROW >= WS-CELLS-PER-ROW
        PERFORM 5550-WRITE-DIAGRAM-ROW
    END-IF
    COMPUTE WS-CELL-COLUMN = (WS-CELLS-ON-ROW * WS-CELL-WIDTH) + 1
    ADD 1 TO WS-CELLS-ON-ROW
    PERFORM 5800-NAME-DISTINCT-CHORD
    MOVE SPACES TO WS-APX-CELL-TITLE
    IF WS-CAPO = 0
        MOVE WS-APX-SYMBOL TO WS-APX-CELL-TITLE
    ELSE
        STRING WS-APX-SYMBOL DELIMITED BY SPACE
               " (" DELIMITED BY SIZE
               WS-APX-SHAPE-SYMBOL DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
            INTO WS-APX-CELL-TITLE
    END-IF
    MOVE WS-APX-CELL-TITLE
        TO WS-DIAGRAM-LINE (1) (WS-CELL-COLUMN:18)

    *> Shapes that fit under the span from the nut are drawn from the
    *> nut; anything higher starts at its lowest fretted fret.
    IF CF-HIGH-FRET <= IM-MAX-FRET-SPAN
        MOVE 1 TO WS-START-FRET
        MOVE ALL "=" TO WS-DIAGRAM-LINE (3)
            (WS-CELL-COLUMN:WS-GRID-WIDTH)
    ELSE
        MOVE CF-LOW-FRET TO WS-START-FRET
        MOVE ALL "-" TO WS-DIAGRAM-LINE (3)
            (WS-CELL-COLUMN:WS-GRID-WIDTH)
        MOVE WS-START-FRET TO WS-APX-EDIT-2
        COMPUTE WS-STRING-COLUMN = WS-CELL-COLUMN + WS-GRID-WIDTH + 1
        STRING WS-APX-EDIT-2 DELIMITED BY SIZE
               "fr" DELIMITED BY SIZE
            INTO WS-DIAGRAM-LINE (4) (WS-STRING-COLUMN:4)
    END-IF
    PERFORM VARYING WS-STRING-IDX FROM 1 BY 1
            UNTIL WS-STRING-IDX > IM-STRING-COUNT
        COMPUTE WS-STRING-COLUMN =
            WS-CELL-COLUMN + (2 * (WS-STRING-IDX - 1))
        IF CF-STRING-MUTED-FLAG (WS-STRING-IDX) = "Y"
            MOVE "x" TO WS-DIAGRAM-LINE (2) (WS-STRING-COLUMN:1)
        ELSE
            IF CF-STRING-FRET (WS-STRING-IDX) = 0
                MOVE "o" TO WS-DIAGRAM-LINE (2) (WS-STRING-COLUMN:1)
            END-IF
        END-IF
        PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                UNTIL WS-ROW-IDX > IM-MAX-FRET-SPAN
            COMPUTE WS-ROW-FRET = WS-START-FRET + WS-ROW-IDX - 1
            IF CF-STRING-MUTED-FLAG (WS-STRING-IDX) NOT = "Y"
                    AND CF-STRING-FRET (WS-STRING-IDX) = WS-ROW-FRET
                MOVE "O" TO WS-DIAGRAM-LINE (WS-ROW-IDX + 3)
                    (WS-STRING-COLUMN:1)
            ELSE
                MOVE "|" TO WS-DIAGRAM-LINE (WS-ROW-IDX + 3)
                    (WS-STRING-COLUMN:1)
            END-IF
        END-PERFORM
    END-PERFORM
    IF CF-FIFTH-OMITTED-FLAG = "Y"
        MOVE "(NO 5TH)" TO WS-DIAGRAM-LINE (WS-DIAGRAM-LINE-COUNT)
            (WS-CELL-COLUMN:8)
    END-IF.

5550-WRITE-DIAGRAM-ROW.
    PERFORM VARYING WS-DIAGRAM-LINE-IDX FROM 1 BY 1
            UNTIL WS-DIAGRAM-LINE-IDX > WS-DIAGRAM-LINE-COUNT
        MOVE WS-DIAGRAM-LINE (WS-DIAGRAM-LINE-IDX)
            TO LEAD-SHEET-RECORD
        WRITE LEAD-SHEET-RECORD
    END-PERFORM
    MOVE SPACES TO LEAD-SHEET-RECORD
    WRITE LEAD-SHEET-RECORD
    MOVE SPACES TO WS-DIAGRAM-LINE-TABLE
    MOVE 0 TO WS-CELLS-ON-ROW.

5600-LIST-EXCEPTIONS.
    *> Every chord the instrument cannot play is named here - the
    *> player needs to know to fake it or sit it out, not discover
    *> a missing diagram in rehearsal.
    MOVE 0 TO WS-EXCEPTION-COUNT
    MOVE WS-BEST-CAPO TO WS-CAPO
    MOVE SPACES TO LEAD-SHEET-RECORD
    STRING "EXCEPTIONS - NO PLAYABLE FINGERING ON "
               DELIMITED BY SIZE
           IM-INSTRUMENT-CODE DELIMITED BY SPACE
           ":" DELIMITED BY SIZE
        INTO LEAD-SHEET-RECORD
    WRITE LEAD-SHEET-RECORD
    PERFORM VARYING WS-DISTINCT-IDX FROM 1 BY 1
            UNTIL WS-DISTINCT-IDX > WS-DISTINCT-COUNT
        MOVE "Y" TO CF-VALID-FLAG
        MOVE SPACE TO CF-REASON-CODE
        IF WS-DC-SPELLED-FLAG (WS-DISTINCT-IDX) = "Y"
            PERFORM 5700-FINGER-DISTINCT-CHORD
        ELSE
            MOVE "N" TO CF-VALID-FLAG
            MOVE "C" TO CF-REASON-CODE
        END-IF
        IF CF-VALID-FLAG NOT = "Y"
            ADD 1 TO WS-EXCEPTION-COUNT
            PERFORM 5800-NAME-DISTINCT-CHORD
            MOVE SPACES TO LEAD-SHEET-RECORD
            MOVE WS-APX-SYMBOL TO LEAD-SHEET-RECORD (3:8)
            EVALUATE CF-REASON-CODE
                WHEN "T"
                    MOVE "MORE CHORD TONES THAN THE INSTRUMENT HAS"
                        TO LEAD-SHEET-RECORD (13:40)
                    MOVE " STRINGS" TO LEAD-SHEET-RECORD (53:8)
                WHEN "R"
                    MOVE IM-MAX-FRET-SPAN TO WS-APX-EDIT-2
                    STRING "NO FINGERING WITHIN A" DELIMITED BY SIZE
                           WS-APX-EDIT-2 DELIMITED BY SIZE
                           "-FRET REACH" DELIMITED BY SIZE
                        INTO LEAD-SHEET-RECORD (13:40)
                WHEN OTHER
                    STRING "NOT SPELLED BY THE CHORD LOOKUP - REASON "
                               DELIMITED BY SIZE
                           WS-DC-LOOKUP-REASON (WS-DISTINCT-IDX)
                               DELIMITED BY SIZE
                        INTO LEAD-SHEET-RECORD (13:60)
            END-EVALUATE
            WRITE LEAD-SHEET-RECORD
        END-IF
    END-PERFORM
    IF WS-EXCEPTION-COUNT = 0
        MOVE SPACES TO LEAD-SHEET-RECORD
        MOVE "NONE" TO LEAD-SHEET-RECORD (3:4)
        WRITE LEAD-SHEET-RECORD
    END-IF
    MOVE SPACES TO LEAD-SHEET-RECORD
    WRITE LEAD-SHEET-RECORD.

5700-FINGER-DISTINCT-CHORD.
    MOVE IM-STRING-COUNT TO CF-STRING-COUNT
    PERFORM VARYING WS-STRING-IDX FROM 1 BY 1
            UNTIL WS-STRING-IDX > 8
        MOVE IM-OPEN-PITCH (WS-STRING-IDX)
            TO CF-OPEN-PITCH (WS-STRING-IDX)
    END-PERFORM
    MOVE IM-MAX-FRET-SPAN TO CF-MAX-FRET-SPAN
    MOVE WS-CAPO TO CF-CAPO-FRET
    MOVE WS-DC-TONE-COUNT (WS-DISTINCT-IDX) TO CT-TONE-COUNT
    PERFORM VARYING WS-TONE-IDX FROM 1 BY 1
            UNTIL WS-TONE-IDX > 6
        MOVE WS-DC-TONE (WS-DISTINCT-IDX, WS-TONE-IDX)
            TO CT-TONE-SEMITONE (WS-TONE-IDX)
    END-PERFORM
    CALL "CHORD-FINGERING" USING CHORD-FINGERING-BLOCK
        CHORD-TONE-LIST.

5800-NAME-DISTINCT-CHORD.
    *> The chord as written, and the shape it is played as under the
    *> capo, both spelled the way the chord's enharmonic preference
    *> asks.
    MOVE 0 TO WS-APX-ROOT-SEMITONE
    PERFORM VARYING CHR-IDX FROM 1 BY 1 UNTIL CHR-IDX > 12
        IF CHR-SHARP-NAME (CHR-IDX) = WS-DC-ROOT (WS-DISTINCT-IDX)
            MOVE CHR-SEMITONE-IDX (CHR-IDX) TO WS-APX-ROOT-SEMITONE
        END-IF
    END-PERFORM
    MOVE WS-DC-ENHARM (WS-DISTINCT-IDX) TO WS-APX-ENHARM
    MOVE WS-DC-QUALITY (WS-DISTINCT-IDX) TO WS-APX-QUALITY
    MOVE WS-APX-ROOT-SEMITONE TO WS-APX-NAME-SEMITONE
    PERFORM 5850-BUILD-APPENDIX-SYMBOL
    MOVE WS-APX-NAME TO WS-APX-SYMBOL
    COMPUTE WS-APX-SHAPE-SEMITONE =
        FUNCTION MOD (WS-APX-ROOT-SEMITONE + 12 - WS-CAPO, 12)
    MOVE WS-APX-SHAPE-SEMITONE TO WS-APX-NAME-SEMITONE
    PERFORM 5850-BUILD-APPENDIX-SYMBOL
    MOVE WS-APX-NAME TO WS-APX-SHAPE-SYMBOL.

5850-BUILD-APPENDIX-SYMBOL.
    MOVE SPACES TO WS-APX-NAME
    MOVE 1 TO WS-APX-NAME-PTR
    PERFORM VARYING CHR-IDX FROM 1 BY 1 UNTIL CHR-IDX > 12
        IF CHR-SEMITONE-IDX (CHR-IDX) = WS-APX-NAME-SEMITONE
            IF WS-APX-ENHARM = "F"
                STRING CHR-FLAT-NAME (CHR-IDX) DELIMITED BY SPACE
                    INTO WS-APX-NAME
                    WITH POINTER WS-APX-NAME-PTR
            ELSE
                STRING CHR-SHARP-NAME (CHR-IDX) DELIMITED BY SPACE
                    INTO WS-APX-NAME
                    WITH POINTER WS-APX-NAME-PTR
            END-IF
        END-IF
    END-PERFORM
    STRING WS-APX-QUALITY DELIMITED BY SPACE
        INTO WS-APX-NAME
        WITH POINTER WS-APX-NAME-PTR.
