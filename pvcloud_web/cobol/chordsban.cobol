IDENTIFICATION DIVISION.
PROGRAM-ID. CHORD-SBANALYZE.
*> Songbook harmonic analysis: for each song on a folio list (the
*> same one-song-ID-per-record layout CHORD-LEADSHEET takes as
*> LEADREQ.DAT), reads the song's chords from SONGBOOK.DAT in SB-KEY
*> order and picks the most likely major or minor key - every one of
*> the 24 keys is scored against the chords, two points for a chord
*> that is diatonic in root and quality, one for a chord whose root
*> is on the scale with another quality, and a bonus when the song
*> opens or closes on the tonic, so a relative major and minor are
*> told apart the way a musician would tell them apart. Every chord
*> is then labelled with its Roman-numeral degree from the same
*> degree tables CHORD-KEYCHART prints, and chords outside the key
*> are flagged - a secondary dominant is named as one (V/ii, V/V),
*> an altered quality on a scale degree and a chromatic root are
*> called out separately - so a mis-keyed chord is caught before the
*> song reaches CHORD-LEADSHEET. The key's sharp or flat side (the
*> same flat-side pitch classes CHORD-SBXPOSE uses, taken from the
*> relative major for a minor key) is checked against each chord's
*> SB-ENHARM-PREF: a preference that disagrees is flagged, and a
*> blank one gets the key's side printed as the suggestion.
*> The chord qualities are classified through CHORD-LOOKUP's tone
*> list (major, minor, or diminished triad underneath), so a quality
*> music staff add to CHORDQUAL.DAT is analyzed without a change
*> here. The report is for the librarians; nothing is written back
*> to the songbook and nothing is audited.
*> An SBANALYZ run-control card can redirect the song list and the
*> report file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FOLIO-REQUEST-FILE ASSIGN TO DYNAMIC WS-FOLIO-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FOLIO-FILE-STATUS.
    SELECT SONGBOOK-MASTER-FILE ASSIGN TO "SONGBOOK.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SB-KEY
        FILE STATUS IS WS-MASTER-FILE-STATUS.
    SELECT ANALYSIS-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  FOLIO-REQUEST-FILE.
01 FOLIO-REQUEST-RECORD.
    05 FR-SONG-ID           PIC X(6).

FD  SONGBOOK-MASTER-FILE.
COPY SNGBKMS.

FD  ANALYSIS-REPORT-FILE.
01 ANALYSIS-REPORT-RECORD  PIC X(100).

WORKING-STORAGE SECTION.
COPY CHRDTAB1.
COPY RUNCTLRC.

COPY DEGRTAB.

01 WS-RUNCTL-TAG           PIC X(8) VALUE "SBANALYZ".
01 WS-RUNCTL-FOUND-FLAG    PIC X(1) VALUE "N".
01 WS-FOLIO-FILE-NAME      PIC X(40) VALUE "SBANLREQ.DAT".
01 WS-REPORT-FILE-NAME     PIC X(40) VALUE "SBANLRPT.TXT".

01 WS-FOLIO-FILE-STATUS    PIC X(2).
01 WS-MASTER-FILE-STATUS   PIC X(2).
01 WS-REPORT-FILE-STATUS   PIC X(2).
01 WS-END-OF-FILE          PIC X(1) VALUE "N".
    88 WS-NO-MORE-SONGS             VALUE "Y".
01 WS-END-OF-SONG          PIC X(1) VALUE "N".
    88 WS-NO-MORE-SONG-CHORDS       VALUE "Y".

01 WS-IN-SONG-ID           PIC X(6).

*> One song's chords in SB-KEY order, each with its root as a
*> semitone and the triad family underneath its quality - MAJ, M,
*> DIM, or OTH for anything else (sus, augmented) - as classified
*> from the tones CHORD-LOOKUP spells for it.
01 WS-SONG-CHORD-COUNT     PIC 9(3) VALUE 0.
01 WS-SONG-CHORD-IDX       PIC 9(3).
01 WS-SONG-CHORD-TABLE.
    05 WS-SONG-CHORD-ENTRY OCCURS 500 TIMES.
        10 WS-SCT-SEQ             PIC 9(4).
        10 WS-SCT-ROOT            PIC X(2).
        10 WS-SCT-QUALITY         PIC X(4).
        10 WS-SCT-ENHARM          PIC X(1).
        10 WS-SCT-SEMITONE        PIC 9(2).
        10 WS-SCT-FAMILY          PIC X(4).
        10 WS-SCT-VALID-FLAG      PIC X(1).
01 WS-VALID-CHORD-COUNT    PIC 9(3).
01 WS-FIRST-VALID-IDX      PIC 9(3).
01 WS-LAST-VALID-IDX       PIC 9(3).

01 WS-LOOKUP-VOICING       PIC X(1) VALUE SPACE.
01 WS-LOOKUP-ENHARM        PIC X(1) VALUE "S".
01 WS-VALID-FLAG           PIC X(1) VALUE "N".
01 WS-RESULT-LINE          PIC X(40) VALUE SPACES.
01 WS-REASON-CODE          PIC X(1) VALUE SPACES.
COPY CHRDTONE.
01 WS-THIRD-INTERVAL       PIC 9(2).
01 WS-FIFTH-INTERVAL       PIC 9(2).

*> Key scoring - every root in both modes is tried and the best
*> score kept; a tie keeps the first key tried, major before minor.
01 WS-TRY-KEY              PIC 9(2).
01 WS-TRY-MODE             PIC X(3).
01 WS-TRY-SCORE            PIC 9(5).
01 WS-BEST-SCORE           PIC 9(5).
01 WS-KEY-SEMITONE         PIC 9(2).
01 WS-KEY-MODE             PIC X(3).
01 WS-KEY-FOUND-FLAG       PIC X(1).
    88 WS-KEY-FOUND                 VALUE "Y".
01 WS-KEY-SIDE             PIC X(1).
01 WS-SIDE-SEMITONE        PIC 9(2).
01 WS-KEY-NAME             PIC X(2).

*> One chord placed against a key - its offset from the tonic, the
*> degree that offset lands on (0 when it lands on none), and the
*> label and quality the degree table gives that degree.
01 WS-DEGREE-MODE          PIC X(3).
01 WS-CHORD-OFFSET         PIC 9(2).
01 WS-DEGREE-IDX           PIC 9(1).
01 WS-DEGREE-SLOT          PIC 9(1).
01 WS-DEGREE-LABEL         PIC X(4).
01 WS-DEGREE-QUALITY       PIC X(4).
01 WS-TARGET-OFFSET        PIC 9(2).
01 WS-TARGET-LABEL         PIC X(4).
01 WS-SECONDARY-FLAG       PIC X(1).
    88 WS-SECONDARY-DOMINANT        VALUE "Y".
01 WS-ROMAN-LABEL          PIC X(8).
01 WS-ROMAN-PTR            PIC 9(2).
01 WS-KEY-NOTE             PIC X(40).

01 WS-CHORD-SYMBOL         PIC X(8).
01 WS-SYMBOL-PTR           PIC 9(2).
01 WS-ROOT-DISPLAY         PIC X(2).

01 WS-OUT-OF-KEY-COUNT     PIC 9(3).
01 WS-ENHARM-CONFLICT-COUNT PIC 9(3).
01 WS-ENHARM-BLANK-COUNT   PIC 9(3).
01 WS-COUNT-DISPLAY        PIC ZZ9.
01 WS-SONGS-ANALYZED       PIC 9(5) VALUE 0.
01 WS-RUN-DATE             PIC X(8).

*> Suite-control linkage - this step's name, its declared predecessor
*> on the overnight board, and the verdict CHORD-SUITECTL hands back.
01 WS-SUITE-STEP           PIC X(8) VALUE "SBANALYZ".
01 WS-SUITE-PREDECESSOR    PIC X(8) VALUE SPACES.
01 WS-SUITE-FUNCTION       PIC X(1).
01 WS-SUITE-OUTCOME        PIC X(1) VALUE SPACE.
01 WS-SUITE-COUNT          PIC 9(7) VALUE 0.
01 WS-SUITE-OVERRIDE       PIC X(1) VALUE "N".
01 WS-SUITE-VERDICT        PIC X(1).


PROCEDURE DIVISION.
0000-MAIN.
    PERFORM 0050-LOAD-RUN-CONTROL
    MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
    IF WS-RUNCTL-FOUND-FLAG = "Y" AND RC-RUN-DATE NOT = SPACES
        MOVE RC-RUN-DATE TO WS-RUN-DATE
    END-IF
    PERFORM 0060-SUITE-START
    IF WS-SUITE-VERDICT NOT = "Y"
        DISPLAY "PREDECESSOR " WS-SUITE-PREDECESSOR " NOT COMPLETE"
            " CLEAN FOR " WS-RUN-DATE " - RUN REFUSED"
        STOP RUN
    END-IF

    OPEN INPUT FOLIO-REQUEST-FILE
    IF WS-FOLIO-FILE-STATUS NOT = "00"
        DISPLAY "SONG LIST OPEN FAILED - STATUS "
            WS-FOLIO-FILE-STATUS
        MOVE "F" TO WS-SUITE-OUTCOME
        PERFORM 0070-SUITE-END
        STOP RUN
    END-IF
    OPEN INPUT SONGBOOK-MASTER-FILE
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "SONGBOOK MASTER OPEN FAILED - STATUS "
            WS-MASTER-FILE-STATUS
        MOVE "F" TO WS-SUITE-OUTCOME
        PERFORM 0070-SUITE-END
        STOP RUN
    END-IF
    OPEN OUTPUT ANALYSIS-REPORT-FILE

    PERFORM UNTIL WS-NO-MORE-SONGS
        READ FOLIO-REQUEST-FILE
            AT END
                SET WS-NO-MORE-SONGS TO TRUE
            NOT AT END
                MOVE FR-SONG-ID TO WS-IN-SONG-ID
                PERFORM 1000-ANALYZE-ONE-SONG
        END-READ
    END-PERFORM

    CLOSE FOLIO-REQUEST-FILE
    CLOSE SONGBOOK-MASTER-FILE
    CLOSE ANALYSIS-REPORT-FILE
    MOVE "C" TO WS-SUITE-OUTCOME
    MOVE WS-SONGS-ANALYZED TO WS-SUITE-COUNT
    PERFORM 0070-SUITE-END
    DISPLAY "SONGS ANALYZED: " WS-SONGS-ANALYZED
        " TO " WS-REPORT-FILE-NAME
    STOP RUN.

0050-LOAD-RUN-CONTROL.
    CALL "CHORD-RUNCTL" USING WS-RUNCTL-TAG RUN-CONTROL-RECORD
        WS-RUNCTL-FOUND-FLAG
    IF WS-RUNCTL-FOUND-FLAG = "Y"
        IF RC-INPUT-FILE-NAME NOT = SPACES
            MOVE RC-INPUT-FILE-NAME TO WS-FOLIO-FILE-NAME
        END-IF
        IF RC-OUTPUT-FILE-NAME NOT = SPACES
            MOVE RC-OUTPUT-FILE-NAME TO WS-REPORT-FILE-NAME
        END-IF
        IF RC-OVERRIDE-FLAG = "Y"
            MOVE "Y" TO WS-SUITE-OVERRIDE
        END-IF
    END-IF.

0060-SUITE-START.
    MOVE "S" TO WS-SUITE-FUNCTION
    MOVE SPACE TO WS-SUITE-OUTCOME
    CALL "CHORD-SUITECTL" USING WS-SUITE-STEP WS-RUN-DATE
        WS-SUITE-FUNCTION WS-SUITE-OUTCOME WS-SUITE-COUNT
        WS-SUITE-PREDECESSOR WS-SUITE-OVERRIDE WS-SUITE-VERDICT.

0070-SUITE-END.
    MOVE "E" TO WS-SUITE-FUNCTION
    CALL "CHORD-SUITECTL" USING WS-SUITE-STEP WS-RUN-DATE
        WS-SUITE-FUNCTION WS-SUITE-OUTCOME WS-SUITE-COUNT
        WS-SUITE-PREDECESSOR WS-SUITE-OVERRIDE WS-SUITE-VERDICT.

1000-ANALYZE-ONE-SONG.
    PERFORM 2000-LOAD-SONG-CHORDS
    IF WS-SONG-CHORD-COUNT = 0
        MOVE SPACES TO ANALYSIS-REPORT-RECORD
        STRING "SONG NOT ON FILE: " DELIMITED BY SIZE
               WS-IN-SONG-ID DELIMITED BY SIZE
            INTO ANALYSIS-REPORT-RECORD
        WRITE ANALYSIS-REPORT-RECORD
    ELSE
        PERFORM 3000-DETECT-KEY
        PERFORM 4000-WRITE-SONG-HEADER
        IF WS-KEY-FOUND
            MOVE 0 TO WS-OUT-OF-KEY-COUNT
            MOVE 0 TO WS-ENHARM-CONFLICT-COUNT
            MOVE 0 TO WS-ENHARM-BLANK-COUNT
            PERFORM VARYING WS-SONG-CHORD-IDX FROM 1 BY 1
                    UNTIL WS-SONG-CHORD-IDX > WS-SONG-CHORD-COUNT
                PERFORM 5000-ANALYZE-ONE-CHORD
            END-PERFORM
            PERFORM 6000-WRITE-SONG-TOTALS
        END-IF
        ADD 1 TO WS-SONGS-ANALYZED
    END-IF.

2000-LOAD-SONG-CHORDS.
    MOVE 0 TO WS-SONG-CHORD-COUNT
    MOVE 0 TO WS-VALID-CHORD-COUNT
    MOVE 0 TO WS-FIRST-VALID-IDX
    MOVE 0 TO WS-LAST-VALID-IDX
    MOVE "N" TO WS-END-OF-SONG
    MOVE WS-IN-SONG-ID TO SB-SONG-ID
    MOVE 0 TO SB-CHORD-SEQ
    START SONGBOOK-MASTER-FILE KEY IS NOT < SB-KEY
    IF WS-MASTER-FILE-STATUS NOT = "00"
        SET WS-NO-MORE-SONG-CHORDS TO TRUE
    END-IF
    PERFORM UNTIL WS-NO-MORE-SONG-CHORDS
        READ SONGBOOK-MASTER-FILE NEXT RECORD
            AT END
                SET WS-NO-MORE-SONG-CHORDS TO TRUE
            NOT AT END
                IF SB-SONG-ID NOT = WS-IN-SONG-ID
                    SET WS-NO-MORE-SONG-CHORDS TO TRUE
                ELSE
                    IF WS-SONG-CHORD-COUNT < 500
                        ADD 1 TO WS-SONG-CHORD-COUNT
                        MOVE SB-CHORD-SEQ TO
                            WS-SCT-SEQ (WS-SONG-CHORD-COUNT)
                        MOVE SB-CHORD-ROOT TO
                            WS-SCT-ROOT (WS-SONG-CHORD-COUNT)
                        MOVE SB-CHORD-QUALITY TO
                            WS-SCT-QUALITY (WS-SONG-CHORD-COUNT)
                        MOVE SB-ENHARM-PREF TO
                            WS-SCT-ENHARM (WS-SONG-CHORD-COUNT)
                        PERFORM 2100-CLASSIFY-CHORD
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

2100-CLASSIFY-CHORD.
    *> Root position, so the tone list comes back in catalog order -
    *> root, third, fifth - and the triad underneath any quality can
    *> be read off the first three tones.
    CALL "CHORD-LOOKUP" USING SB-CHORD-ROOT SB-CHORD-QUALITY
        WS-LOOKUP-VOICING WS-LOOKUP-ENHARM WS-VALID-FLAG
        WS-RESULT-LINE WS-REASON-CODE CHORD-TONE-LIST
    MOVE WS-VALID-FLAG TO WS-SCT-VALID-FLAG (WS-SONG-CHORD-COUNT)
    MOVE "OTH " TO WS-SCT-FAMILY (WS-SONG-CHORD-COUNT)
    MOVE 0 TO WS-SCT-SEMITONE (WS-SONG-CHORD-COUNT)
    IF WS-VALID-FLAG = "Y"
        MOVE CT-TONE-SEMITONE (1)
            TO WS-SCT-SEMITONE (WS-SONG-CHORD-COUNT)
        COMPUTE WS-THIRD-INTERVAL = FUNCTION MOD
            (CT-TONE-SEMITONE (2) - CT-TONE-SEMITONE (1) + 12, 12)
        COMPUTE WS-FIFTH-INTERVAL = FUNCTION MOD
            (CT-TONE-SEMITONE (3) - CT-TONE-SEMITONE (1) + 12, 12)
        EVALUATE TRUE
            WHEN WS-THIRD-INTERVAL = 4 AND WS-FIFTH-INTERVAL = 7
                MOVE "MAJ " TO WS-SCT-FAMILY (WS-SONG-CHORD-COUNT)
            WHEN WS-THIRD-INTERVAL = 3 AND WS-FIFTH-INTERVAL = 7
                MOVE "M   " TO WS-SCT-FAMILY (WS-SONG-CHORD-COUNT)
            WHEN WS-THIRD-INTERVAL = 3 AND WS-FIFTH-INTERVAL = 6
                MOVE "DIM " TO WS-SCT-FAMILY (WS-SONG-CHORD-COUNT)
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        ADD 1 TO WS-VALID-CHORD-COUNT
        IF WS-FIRST-VALID-IDX = 0
            MOVE WS-SONG-CHORD-COUNT TO WS-FIRST-VALID-IDX
        END-IF
        MOVE WS-SONG-CHORD-COUNT TO WS-LAST-VALID-IDX
    END-IF.

3000-DETECT-KEY.
    MOVE "N" TO WS-KEY-FOUND-FLAG
    MOVE 0 TO WS-BEST-SCORE
    IF WS-VALID-CHORD-COUNT > 0
        PERFORM VARYING WS-TRY-KEY FROM 0 BY 1 UNTIL WS-TRY-KEY > 11
            MOVE "MAJ" TO WS-TRY-MODE
            PERFORM 3100-SCORE-ONE-KEY
            MOVE "MIN" TO WS-TRY-MODE
            PERFORM 3100-SCORE-ONE-KEY
        END-PERFORM
    END-IF
    IF WS-KEY-FOUND
        *> A minor key reads in its relative major's signature.
        IF WS-KEY-MODE = "MIN"
            COMPUTE WS-SIDE-SEMITONE =
                FUNCTION MOD (WS-KEY-SEMITONE + 3, 12)
        ELSE
            MOVE WS-KEY-SEMITONE TO WS-SIDE-SEMITONE
        END-IF
        MOVE "S" TO WS-KEY-SIDE
        IF WS-SIDE-SEMITONE = 01 OR WS-SIDE-SEMITONE = 03
                OR WS-SIDE-SEMITONE = 05 OR WS-SIDE-SEMITONE = 08
                OR WS-SIDE-SEMITONE = 10
            MOVE "F" TO WS-KEY-SIDE
        END-IF
        PERFORM VARYING CHR-IDX FROM 1 BY 1 UNTIL CHR-IDX > 12
            IF CHR-SEMITONE-IDX (CHR-IDX) = WS-KEY-SEMITONE
                IF WS-KEY-SIDE = "F"
                    MOVE CHR-FLAT-NAME (CHR-IDX) TO WS-KEY-NAME
                ELSE
                    MOVE CHR-SHARP-NAME (CHR-IDX) TO WS-KEY-NAME
                END-IF
            END-IF
        END-PERFORM
    END-IF.

3100-SCORE-ONE-KEY.
    MOVE 0 TO WS-TRY-SCORE
    PERFORM VARYING WS-SONG-CHORD-IDX FROM 1 BY 1
            UNTIL WS-SONG-CHORD-IDX > WS-SONG-CHORD-COUNT
        IF WS-SCT-VALID-FLAG (WS-SONG-CHORD-IDX) = "Y"
            MOVE WS-TRY-MODE TO WS-DEGREE-MODE
            COMPUTE WS-CHORD-OFFSET = FUNCTION MOD
                (WS-SCT-SEMITONE (WS-SONG-CHORD-IDX)
                - WS-TRY-KEY + 12, 12)
            PERFORM 3200-FIND-DEGREE
            IF WS-DEGREE-SLOT > 0
                IF WS-DEGREE-QUALITY
                        = WS-SCT-FAMILY (WS-SONG-CHORD-IDX)
                    ADD 2 TO WS-TRY-SCORE
                    IF WS-DEGREE-SLOT = 1
                            AND (WS-SONG-CHORD-IDX = WS-FIRST-VALID-IDX
                            OR WS-SONG-CHORD-IDX = WS-LAST-VALID-IDX)
                        ADD 2 TO WS-TRY-SCORE
                    END-IF
                ELSE
                    ADD 1 TO WS-TRY-SCORE
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF WS-TRY-SCORE > WS-BEST-SCORE
        MOVE WS-TRY-SCORE TO WS-BEST-SCORE
        MOVE WS-TRY-KEY TO WS-KEY-SEMITONE
        MOVE WS-TRY-MODE TO WS-KEY-MODE
        SET WS-KEY-FOUND TO TRUE
    END-IF.

3200-FIND-DEGREE.
    MOVE 0 TO WS-DEGREE-SLOT
    MOVE SPACES TO WS-DEGREE-LABEL
    MOVE SPACES TO WS-DEGREE-QUALITY
    PERFORM VARYING WS-DEGREE-IDX FROM 1 BY 1 UNTIL WS-DEGREE-IDX > 7
        IF WS-DEGREE-MODE = "MIN"
            IF WS-MIN-DEG-OFFSET (WS-DEGREE-IDX) = WS-CHORD-OFFSET
                MOVE WS-DEGREE-IDX TO WS-DEGREE-SLOT
                MOVE WS-MIN-DEG-LABEL (WS-DEGREE-IDX)
                    TO WS-DEGREE-LABEL
                MOVE WS-MIN-DEG-QUALITY (WS-DEGREE-IDX)
                    TO WS-DEGREE-QUALITY
            END-IF
        ELSE
            IF WS-MAJ-DEG-OFFSET (WS-DEGREE-IDX) = WS-CHORD-OFFSET
                MOVE WS-DEGREE-IDX TO WS-DEGREE-SLOT
                MOVE WS-MAJ-DEG-LABEL (WS-DEGREE-IDX)
                    TO WS-DEGREE-LABEL
                MOVE WS-MAJ-DEG-QUALITY (WS-DEGREE-IDX)
                    TO WS-DEGREE-QUALITY
            END-IF
        END-IF
    END-PERFORM.

4000-WRITE-SONG-HEADER.
    MOVE ALL "=" TO ANALYSIS-REPORT-RECORD
    WRITE ANALYSIS-REPORT-RECORD
    MOVE SPACES TO ANALYSIS-REPORT-RECORD
    IF WS-KEY-FOUND
        IF WS-KEY-MODE = "MIN"
            STRING "HARMONIC ANALYSIS - SONG " DELIMITED BY SIZE
                   WS-IN-SONG-ID DELIMITED BY SIZE
                   "   DETECTED KEY: " DELIMITED BY SIZE
                   WS-KEY-NAME DELIMITED BY SPACE
                   " MINOR   KEY SIDE: " DELIMITED BY SIZE
                   WS-KEY-SIDE DELIMITED BY SIZE
                INTO ANALYSIS-REPORT-RECORD
        ELSE
            STRING "HARMONIC ANALYSIS - SONG " DELIMITED BY SIZE
                   WS-IN-SONG-ID DELIMITED BY SIZE
                   "   DETECTED KEY: " DELIMITED BY SIZE
                   WS-KEY-NAME DELIMITED BY SPACE
                   " MAJOR   KEY SIDE: " DELIMITED BY SIZE
                   WS-KEY-SIDE DELIMITED BY SIZE
                INTO ANALYSIS-REPORT-RECORD
        END-IF
        WRITE ANALYSIS-REPORT-RECORD
        MOVE "SEQ   CHORD     DEGREE    NOTES"
            TO ANALYSIS-REPORT-RECORD
    ELSE
        STRING "HARMONIC ANALYSIS - SONG " DELIMITED BY SIZE
               WS-IN-SONG-ID DELIMITED BY SIZE
               "   KEY NOT DETECTED - NO VALID CHORDS"
                   DELIMITED BY SIZE
            INTO ANALYSIS-REPORT-RECORD
    END-IF
    WRITE ANALYSIS-REPORT-RECORD.

5000-ANALYZE-ONE-CHORD.
    PERFORM 5100-BUILD-CHORD-SYMBOL
    MOVE SPACES TO WS-ROMAN-LABEL
    MOVE SPACES TO WS-KEY-NOTE
    IF WS-SCT-VALID-FLAG (WS-SONG-CHORD-IDX) NOT = "Y"
        MOVE "INVALID CHORD - NOT ANALYZED" TO WS-KEY-NOTE
        ADD 1 TO WS-OUT-OF-KEY-COUNT
    ELSE
        MOVE WS-KEY-MODE TO WS-DEGREE-MODE
        COMPUTE WS-CHORD-OFFSET = FUNCTION MOD
            (WS-SCT-SEMITONE (WS-SONG-CHORD-IDX)
            - WS-KEY-SEMITONE + 12, 12)
        PERFORM 3200-FIND-DEGREE
        IF WS-DEGREE-SLOT > 0 AND WS-DEGREE-QUALITY
                = WS-SCT-FAMILY (WS-SONG-CHORD-IDX)
            MOVE WS-DEGREE-LABEL TO WS-ROMAN-LABEL
        ELSE
            ADD 1 TO WS-OUT-OF-KEY-COUNT
            PERFORM 5200-LABEL-OUT-OF-KEY
        END-IF
    END-IF
    MOVE SPACES TO ANALYSIS-REPORT-RECORD
    MOVE WS-SCT-SEQ (WS-SONG-CHORD-IDX)
        TO ANALYSIS-REPORT-RECORD (1:4)
    MOVE WS-CHORD-SYMBOL TO ANALYSIS-REPORT-RECORD (7:8)
    MOVE WS-ROMAN-LABEL TO ANALYSIS-REPORT-RECORD (17:8)
    MOVE WS-KEY-NOTE TO ANALYSIS-REPORT-RECORD (27:40)
    PERFORM 5300-CHECK-ENHARM-PREF
    WRITE ANALYSIS-REPORT-RECORD.

5100-BUILD-CHORD-SYMBOL.
    MOVE WS-SCT-ROOT (WS-SONG-CHORD-IDX) TO WS-ROOT-DISPLAY
    IF WS-SCT-ENHARM (WS-SONG-CHORD-IDX) = "F"
        PERFORM VARYING CHR-IDX FROM 1 BY 1 UNTIL CHR-IDX > 12
            IF CHR-SHARP-NAME (CHR-IDX)
                    = WS-SCT-ROOT (WS-SONG-CHORD-IDX)
                MOVE CHR-FLAT-NAME (CHR-IDX) TO WS-ROOT-DISPLAY
            END-IF
        END-PERFORM
    END-IF
    MOVE SPACES TO WS-CHORD-SYMBOL
    MOVE 1 TO WS-SYMBOL-PTR
    STRING WS-ROOT-DISPLAY DELIMITED BY SPACE
        INTO WS-CHORD-SYMBOL
        WITH POINTER WS-SYMBOL-PTR
    STRING WS-SCT-QUALITY (WS-SONG-CHORD-IDX) DELIMITED BY SPACE
        INTO WS-CHORD-SYMBOL
        WITH POINTER WS-SYMBOL-PTR.

5200-LABEL-OUT-OF-KEY.
    *> A major-family chord a fifth above a scale degree other than
    *> the tonic is read as that degree's secondary dominant; a root
    *> on the scale with the wrong quality keeps the degree numeral,
    *> cased for the quality it actually has; anything else is a
    *> chromatic root, named flat from the degree above in major and
    *> sharp from the degree below in minor (the Neapolitan bII
    *> excepted), the way the numerals are usually written.
    MOVE "N" TO WS-SECONDARY-FLAG
    IF WS-SCT-FAMILY (WS-SONG-CHORD-IDX) = "MAJ "
        COMPUTE WS-TARGET-OFFSET =
            FUNCTION MOD (WS-CHORD-OFFSET + 5, 12)
        MOVE WS-TARGET-OFFSET TO WS-CHORD-OFFSET
        PERFORM 3200-FIND-DEGREE
        IF WS-DEGREE-SLOT > 1 AND WS-DEGREE-QUALITY NOT = "DIM "
            MOVE WS-DEGREE-LABEL TO WS-TARGET-LABEL
            MOVE 1 TO WS-ROMAN-PTR
            STRING "V/" DELIMITED BY SIZE
                   WS-TARGET-LABEL DELIMITED BY SPACE
                INTO WS-ROMAN-LABEL
                WITH POINTER WS-ROMAN-PTR
            MOVE "OUT OF KEY - SECONDARY DOMINANT" TO WS-KEY-NOTE
            SET WS-SECONDARY-DOMINANT TO TRUE
        END-IF
        COMPUTE WS-CHORD-OFFSET = FUNCTION MOD
            (WS-SCT-SEMITONE (WS-SONG-CHORD-IDX)
            - WS-KEY-SEMITONE + 12, 12)
        PERFORM 3200-FIND-DEGREE
    END-IF
    IF NOT WS-SECONDARY-DOMINANT
        IF WS-DEGREE-SLOT > 0
            MOVE WS-DEGREE-LABEL TO WS-TARGET-LABEL
            MOVE "OUT OF KEY - ALTERED QUALITY ON SCALE DEGREE"
                TO WS-KEY-NOTE
            MOVE SPACES TO WS-ROMAN-LABEL
            MOVE 1 TO WS-ROMAN-PTR
        ELSE
            IF WS-KEY-MODE = "MIN" AND WS-CHORD-OFFSET NOT = 1
                SUBTRACT 1 FROM WS-CHORD-OFFSET
                PERFORM 3200-FIND-DEGREE
                MOVE SPACES TO WS-ROMAN-LABEL
                MOVE "#" TO WS-ROMAN-LABEL
            ELSE
                ADD 1 TO WS-CHORD-OFFSET
                PERFORM 3200-FIND-DEGREE
                MOVE SPACES TO WS-ROMAN-LABEL
                MOVE "b" TO WS-ROMAN-LABEL
            END-IF
            MOVE WS-DEGREE-LABEL TO WS-TARGET-LABEL
            MOVE "OUT OF KEY - CHROMATIC ROOT" TO WS-KEY-NOTE
            MOVE 2 TO WS-ROMAN-PTR
        END-IF
        IF WS-SCT-FAMILY (WS-SONG-CHORD-IDX) = "MAJ "
            MOVE FUNCTION UPPER-CASE (WS-TARGET-LABEL)
                TO WS-TARGET-LABEL
        ELSE
            IF WS-SCT-FAMILY (WS-SONG-CHORD-IDX) = "M   "
                    OR WS-SCT-FAMILY (WS-SONG-CHORD-IDX) = "DIM "
                MOVE FUNCTION LOWER-CASE (WS-TARGET-LABEL)
                    TO WS-TARGET-LABEL
            END-IF
        END-IF
        STRING WS-TARGET-LABEL DELIMITED BY SPACE
            INTO WS-ROMAN-LABEL
            WITH POINTER WS-ROMAN-PTR
        IF WS-SCT-FAMILY (WS-SONG-CHORD-IDX) = "DIM "
            STRING "o" DELIMITED BY SIZE
                INTO WS-ROMAN-LABEL
                WITH POINTER WS-ROMAN-PTR
        END-IF
    END-IF.

5300-CHECK-ENHARM-PREF.
    IF WS-SCT-ENHARM (WS-SONG-CHORD-IDX) = SPACE
        ADD 1 TO WS-ENHARM-BLANK-COUNT
        MOVE SPACES TO ANALYSIS-REPORT-RECORD (68:33)
        STRING "ENHARM BLANK - SUGGEST " DELIMITED BY SIZE
               WS-KEY-SIDE DELIMITED BY SIZE
            INTO ANALYSIS-REPORT-RECORD (68:33)
    ELSE
        IF WS-SCT-ENHARM (WS-SONG-CHORD-IDX) NOT = WS-KEY-SIDE
            ADD 1 TO WS-ENHARM-CONFLICT-COUNT
            MOVE SPACES TO ANALYSIS-REPORT-RECORD (68:33)
            STRING "ENHARM " DELIMITED BY SIZE
                   WS-SCT-ENHARM (WS-SONG-CHORD-IDX)
                       DELIMITED BY SIZE
                   " DISAGREES WITH KEY " DELIMITED BY SIZE
                   WS-KEY-SIDE DELIMITED BY SIZE
                INTO ANALYSIS-REPORT-RECORD (68:33)
        END-IF
    END-IF.

6000-WRITE-SONG-TOTALS.
    MOVE SPACES TO ANALYSIS-REPORT-RECORD
    WRITE ANALYSIS-REPORT-RECORD
    MOVE WS-OUT-OF-KEY-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO ANALYSIS-REPORT-RECORD
    STRING "CHORDS OUT OF KEY: " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
        INTO ANALYSIS-REPORT-RECORD
    WRITE ANALYSIS-REPORT-RECORD
    MOVE WS-ENHARM-CONFLICT-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO ANALYSIS-REPORT-RECORD
    STRING "ENHARMONIC PREFERENCES AGAINST THE KEY: "
               DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
        INTO ANALYSIS-REPORT-RECORD
    WRITE ANALYSIS-REPORT-RECORD
    MOVE WS-ENHARM-BLANK-COUNT TO WS-COUNT-DISPLAY
    MOVE SPACES TO ANALYSIS-REPORT-RECORD
    STRING "ENHARMONIC PREFERENCES LEFT BLANK: " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
        INTO ANALYSIS-REPORT-RECORD
    WRITE ANALYSIS-REPORT-RECORD.
