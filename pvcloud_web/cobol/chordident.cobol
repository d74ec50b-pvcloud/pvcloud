IDENTIFICATION DIVISION.
PROGRAM-ID. CHORD-IDENTIFY.
*> Shared chord-identification engine - CHORD-LOOKUP run backwards.
*> Given the three to six notes a player is holding (or the synth
*> desk read back), in sharp or flat spelling with the bass note
*> first, tries every active quality in the CHORDQUAL.DAT catalog at
*> every one of the twelve roots and hands back each root/quality/
*> inversion whose tones account for the notes, ranked so the most
*> likely name comes first: complete chords ahead of chords with the
*> fifth left out, root position ahead of inversions, and smaller
*> chords ahead of taller ones, so C E G comes back as C major before
*> anything with an extension. Ties keep catalog order.
*> The catalog is loaded once, on the first call, the same way
*> CHORD-LOOKUP loads it - active qualities only, and the original
*> built-in qualities when no catalog can be opened - so a quality
*> music staff add or retire is named here the same day it spells
*> there. Shared by the CHORD-IDBATCH batch driver and the session
*> menu's identify option.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CHORD-QUALITY-FILE ASSIGN TO "CHORDQUAL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CQ-QUALITY-CODE
        FILE STATUS IS WS-QUALITY-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CHORD-QUALITY-FILE.
COPY CHQLMS.

WORKING-STORAGE SECTION.
COPY CHRDTAB1.

01 WS-QUALITY-FILE-STATUS PIC X(2).
01 WS-CATALOG-LOADED-FLAG PIC X(1) VALUE "N".
    88 WS-CATALOG-LOADED            VALUE "Y".
01 WS-END-OF-CATALOG      PIC X(1) VALUE "N".
    88 WS-NO-MORE-QUALITIES         VALUE "Y".
01 WS-QUALITY-COUNT       PIC 9(2) VALUE 0.
01 WS-QUALITY-TABLE.
    05 WS-QUALITY-ENTRY OCCURS 50 TIMES.
        10 WS-QT-CODE         PIC X(4).
        10 WS-QT-THIRD        PIC 9(2).
        10 WS-QT-FIFTH        PIC 9(2).
        10 WS-QT-FOURTH       PIC 9(2).
        10 WS-QT-TONE5        PIC 9(2).
        10 WS-QT-TONE6        PIC 9(2).
01 WS-QUALITY-IDX         PIC 9(2).

*> The notes as entered, reduced to distinct pitch classes in the
*> order given - a doubled note (the root an octave up) counts once.
01 WS-NOTE-IDX            PIC 9(1).
01 WS-NOTE-UC             PIC X(2).
01 WS-NOTE-SEMITONE       PIC 9(2).
01 WS-NOTE-FOUND-FLAG     PIC X(1).
    88 WS-NOTE-FOUND                VALUE "Y".
01 WS-BASS-SEMITONE       PIC 9(2).
01 WS-BASS-SET-FLAG       PIC X(1).
    88 WS-BASS-SET                  VALUE "Y".
01 WS-FLAT-SPELLED-FLAG   PIC X(1).
    88 WS-FLAT-SPELLED              VALUE "Y".
01 WS-INPUT-PC-COUNT      PIC 9(1).
01 WS-INPUT-PC-TABLE.
    05 WS-INPUT-PC OCCURS 6 TIMES PIC 9(2).
01 WS-PC-IDX              PIC 9(1).
01 WS-PC-FOUND-FLAG       PIC X(1).
    88 WS-PC-FOUND                  VALUE "Y".

*> One candidate chord - a root tried against a catalog quality,
*> spelled as distinct pitch classes in catalog tone order (so the
*> position of the bass note in the list is the inversion).
01 WS-ROOT-SEMITONE       PIC 9(2).
01 WS-CAND-TONE-COUNT     PIC 9(1).
01 WS-CAND-TONE-TABLE.
    05 WS-CAND-TONE OCCURS 6 TIMES PIC 9(2).
01 WS-CAND-IDX            PIC 9(1).
01 WS-NEW-TONE            PIC 9(2).
01 WS-FIFTH-TONE          PIC 9(2).
01 WS-ALL-PRESENT-FLAG    PIC X(1).
    88 WS-ALL-PRESENT               VALUE "Y".
01 WS-FIFTH-PRESENT-FLAG  PIC X(1).
    88 WS-FIFTH-PRESENT             VALUE "Y".
01 WS-MISSING-COUNT       PIC 9(1).
01 WS-INVERSION           PIC 9(1).
01 WS-RANK-SCORE          PIC 9(3).
01 WS-INSERT-SLOT         PIC 9(2).
01 WS-MATCH-IDX           PIC 9(2).
01 WS-LAST-SLOT           PIC 9(2).

LINKAGE SECTION.
COPY CHRDIDNT.

PROCEDURE DIVISION USING CHORD-IDENT-BLOCK.

0100-IDENTIFY-CHORD.
    IF NOT WS-CATALOG-LOADED
        PERFORM 0150-LOAD-QUALITY-CATALOG
    END-IF
    MOVE "N" TO CI-VALID-FLAG
    MOVE SPACES TO CI-REASON-CODE
    MOVE 0 TO CI-MATCH-COUNT
    PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
            UNTIL WS-MATCH-IDX > 10
        MOVE SPACES TO CI-MATCH-ROOT (WS-MATCH-IDX)
        MOVE SPACES TO CI-MATCH-ROOT-NAME (WS-MATCH-IDX)
        MOVE SPACES TO CI-MATCH-QUALITY (WS-MATCH-IDX)
        MOVE 0 TO CI-MATCH-INVERSION (WS-MATCH-IDX)
        MOVE 0 TO CI-MATCH-MISSING (WS-MATCH-IDX)
        MOVE 0 TO CI-MATCH-RANK-SCORE (WS-MATCH-IDX)
    END-PERFORM
    PERFORM 0200-PARSE-NOTES
    IF CI-REASON-CODE = SPACES AND WS-INPUT-PC-COUNT < 3
        MOVE "C" TO CI-REASON-CODE
    END-IF
    IF CI-REASON-CODE = SPACES
        PERFORM VARYING WS-QUALITY-IDX FROM 1 BY 1
                UNTIL WS-QUALITY-IDX > WS-QUALITY-COUNT
            PERFORM VARYING WS-ROOT-SEMITONE FROM 0 BY 1
                    UNTIL WS-ROOT-SEMITONE > 11
                PERFORM 0400-TRY-CANDIDATE
            END-PERFORM
        END-PERFORM
        IF CI-MATCH-COUNT = 0
            MOVE "U" TO CI-REASON-CODE
        ELSE
            MOVE "Y" TO CI-VALID-FLAG
        END-IF
    END-IF
    GOBACK.

0150-LOAD-QUALITY-CATALOG.
    MOVE 0 TO WS-QUALITY-COUNT
    MOVE "N" TO WS-END-OF-CATALOG
    OPEN INPUT CHORD-QUALITY-FILE
    IF WS-QUALITY-FILE-STATUS NOT = "00"
            AND WS-QUALITY-FILE-STATUS NOT = "35"
        DISPLAY "QUALITY CATALOG OPEN FAILED - STATUS "
            WS-QUALITY-FILE-STATUS " - BUILT-IN QUALITIES ONLY"
    END-IF
    IF WS-QUALITY-FILE-STATUS = "00"
        PERFORM UNTIL WS-NO-MORE-QUALITIES
            READ CHORD-QUALITY-FILE
                AT END
                    SET WS-NO-MORE-QUALITIES TO TRUE
                NOT AT END
                    IF CQ-ACTIVE-FLAG = "Y"
                            AND WS-QUALITY-COUNT < 50
                        ADD 1 TO WS-QUALITY-COUNT
                        MOVE CQ-QUALITY-CODE TO
                            WS-QT-CODE (WS-QUALITY-COUNT)
                        MOVE CQ-THIRD-OFFSET TO
                            WS-QT-THIRD (WS-QUALITY-COUNT)
                        MOVE CQ-FIFTH-OFFSET TO
                            WS-QT-FIFTH (WS-QUALITY-COUNT)
                        MOVE CQ-FOURTH-OFFSET TO
                            WS-QT-FOURTH (WS-QUALITY-COUNT)
                        MOVE CQ-FIFTH-TONE-OFFSET TO
                            WS-QT-TONE5 (WS-QUALITY-COUNT)
                        MOVE CQ-SIXTH-TONE-OFFSET TO
                            WS-QT-TONE6 (WS-QUALITY-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CHORD-QUALITY-FILE
    END-IF
    IF WS-QUALITY-COUNT = 0
        PERFORM 0160-LOAD-BUILTIN-QUALITIES
    END-IF
    SET WS-CATALOG-LOADED TO TRUE.

0160-LOAD-BUILTIN-QUALITIES.
    *> Same fallback catalog CHORD-LOOKUP carries. MIN is left out -
    *> it spells exactly what M spells, so naming it would only put a
    *> duplicate answer under every minor chord.
    MOVE "MAJ " TO WS-QT-CODE (1)
    MOVE 04 TO WS-QT-THIRD (1)
    MOVE 07 TO WS-QT-FIFTH (1)
    MOVE 12 TO WS-QT-FOURTH (1)
    MOVE "M   " TO WS-QT-CODE (2)
    MOVE 03 TO WS-QT-THIRD (2)
    MOVE 07 TO WS-QT-FIFTH (2)
    MOVE 12 TO WS-QT-FOURTH (2)
    MOVE "7   " TO WS-QT-CODE (3)
    MOVE 04 TO WS-QT-THIRD (3)
    MOVE 07 TO WS-QT-FIFTH (3)
    MOVE 10 TO WS-QT-FOURTH (3)
    MOVE "DIM " TO WS-QT-CODE (4)
    MOVE 03 TO WS-QT-THIRD (4)
    MOVE 06 TO WS-QT-FIFTH (4)
    MOVE 12 TO WS-QT-FOURTH (4)
    MOVE "MAJ7" TO WS-QT-CODE (5)
    MOVE 04 TO WS-QT-THIRD (5)
    MOVE 07 TO WS-QT-FIFTH (5)
    MOVE 11 TO WS-QT-FOURTH (5)
    MOVE 5 TO WS-QUALITY-COUNT
    PERFORM VARYING WS-QUALITY-IDX FROM 1 BY 1
            UNTIL WS-QUALITY-IDX > 5
        MOVE 0 TO WS-QT-TONE5 (WS-QUALITY-IDX)
        MOVE 0 TO WS-QT-TONE6 (WS-QUALITY-IDX)
    END-PERFORM.

0200-PARSE-NOTES.
    *> Blank slots are skipped, so "C E G" may sit in any three of the
    *> six; the first non-blank note is the bass.
    MOVE 0 TO WS-INPUT-PC-COUNT
    MOVE "N" TO WS-BASS-SET-FLAG
    MOVE "N" TO WS-FLAT-SPELLED-FLAG
    PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
            UNTIL WS-NOTE-IDX > 6 OR CI-REASON-CODE NOT = SPACES
        IF CI-NOTE-NAME (WS-NOTE-IDX) NOT = SPACES
            MOVE FUNCTION UPPER-CASE (CI-NOTE-NAME (WS-NOTE-IDX))
                TO WS-NOTE-UC
            PERFORM 0210-FIND-NOTE
            IF WS-NOTE-FOUND
                PERFORM 0220-ADD-PITCH-CLASS
            ELSE
                MOVE "N" TO CI-REASON-CODE
            END-IF
        END-IF
    END-PERFORM.

0210-FIND-NOTE.
    MOVE "N" TO WS-NOTE-FOUND-FLAG
    PERFORM VARYING CHR-IDX FROM 1 BY 1 UNTIL CHR-IDX > 12
        IF CHR-SHARP-NAME (CHR-IDX) = WS-NOTE-UC
            SET WS-NOTE-FOUND TO TRUE
            MOVE CHR-SEMITONE-IDX (CHR-IDX) TO WS-NOTE-SEMITONE
        ELSE
            IF FUNCTION UPPER-CASE (CHR-FLAT-NAME (CHR-IDX))
                    = WS-NOTE-UC
                SET WS-NOTE-FOUND TO TRUE
                SET WS-FLAT-SPELLED TO TRUE
                MOVE CHR-SEMITONE-IDX (CHR-IDX) TO WS-NOTE-SEMITONE
            END-IF
        END-IF
    END-PERFORM.

0220-ADD-PITCH-CLASS.
    IF NOT WS-BASS-SET
        MOVE WS-NOTE-SEMITONE TO WS-BASS-SEMITONE
        SET WS-BASS-SET TO TRUE
    END-IF
    MOVE "N" TO WS-PC-FOUND-FLAG
    PERFORM VARYING WS-PC-IDX FROM 1 BY 1
            UNTIL WS-PC-IDX > WS-INPUT-PC-COUNT
        IF WS-INPUT-PC (WS-PC-IDX) = WS-NOTE-SEMITONE
            SET WS-PC-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF NOT WS-PC-FOUND
        ADD 1 TO WS-INPUT-PC-COUNT
        MOVE WS-NOTE-SEMITONE TO WS-INPUT-PC (WS-INPUT-PC-COUNT)
    END-IF.

0400-TRY-CANDIDATE.
    *> Spell the candidate bottom-up in catalog order, exactly as
    *> CHORD-LOOKUP's 0400-COMPUTE-TONES would, dropping repeats (the
    *> triads' octave fourth tone) so the list is distinct tones.
    MOVE 0 TO WS-CAND-TONE-COUNT
    MOVE WS-ROOT-SEMITONE TO WS-NEW-TONE
    PERFORM 0410-ADD-CANDIDATE-TONE
    COMPUTE WS-NEW-TONE = FUNCTION MOD
        (WS-ROOT-SEMITONE + WS-QT-THIRD (WS-QUALITY-IDX), 12)
    PERFORM 0410-ADD-CANDIDATE-TONE
    COMPUTE WS-NEW-TONE = FUNCTION MOD
        (WS-ROOT-SEMITONE + WS-QT-FIFTH (WS-QUALITY-IDX), 12)
    MOVE WS-NEW-TONE TO WS-FIFTH-TONE
    PERFORM 0410-ADD-CANDIDATE-TONE
    COMPUTE WS-NEW-TONE = FUNCTION MOD
        (WS-ROOT-SEMITONE + WS-QT-FOURTH (WS-QUALITY-IDX), 12)
    PERFORM 0410-ADD-CANDIDATE-TONE
    IF WS-QT-TONE5 (WS-QUALITY-IDX) > 0
        COMPUTE WS-NEW-TONE = FUNCTION MOD
            (WS-ROOT-SEMITONE + WS-QT-TONE5 (WS-QUALITY-IDX), 12)
        PERFORM 0410-ADD-CANDIDATE-TONE
    END-IF
    IF WS-QT-TONE6 (WS-QUALITY-IDX) > 0
        COMPUTE WS-NEW-TONE = FUNCTION MOD
            (WS-ROOT-SEMITONE + WS-QT-TONE6 (WS-QUALITY-IDX), 12)
        PERFORM 0410-ADD-CANDIDATE-TONE
    END-IF

    *> Every note held must be a tone of the candidate, and the
    *> candidate may have at most one tone nobody is holding - and
    *> then only the fifth.
    MOVE "Y" TO WS-ALL-PRESENT-FLAG
    MOVE "N" TO WS-FIFTH-PRESENT-FLAG
    PERFORM VARYING WS-PC-IDX FROM 1 BY 1
            UNTIL WS-PC-IDX > WS-INPUT-PC-COUNT
        MOVE "N" TO WS-PC-FOUND-FLAG
        PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                UNTIL WS-CAND-IDX > WS-CAND-TONE-COUNT
            IF WS-CAND-TONE (WS-CAND-IDX) = WS-INPUT-PC (WS-PC-IDX)
                SET WS-PC-FOUND TO TRUE
            END-IF
        END-PERFORM
        IF NOT WS-PC-FOUND
            MOVE "N" TO WS-ALL-PRESENT-FLAG
        END-IF
        IF WS-INPUT-PC (WS-PC-IDX) = WS-FIFTH-TONE
            SET WS-FIFTH-PRESENT TO TRUE
        END-IF
    END-PERFORM
    IF WS-ALL-PRESENT
        COMPUTE WS-MISSING-COUNT =
            WS-CAND-TONE-COUNT - WS-INPUT-PC-COUNT
        IF WS-MISSING-COUNT = 0
                OR (WS-MISSING-COUNT = 1 AND NOT WS-FIFTH-PRESENT)
            PERFORM 0420-FIND-INVERSION
            COMPUTE WS-RANK-SCORE = (WS-MISSING-COUNT * 100)
                + (WS-INVERSION * 10) + WS-CAND-TONE-COUNT
            PERFORM 0500-RANK-MATCH
        END-IF
    END-IF.

0410-ADD-CANDIDATE-TONE.
    MOVE "N" TO WS-PC-FOUND-FLAG
    PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
            UNTIL WS-CAND-IDX > WS-CAND-TONE-COUNT
        IF WS-CAND-TONE (WS-CAND-IDX) = WS-NEW-TONE
            SET WS-PC-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF NOT WS-PC-FOUND
        ADD 1 TO WS-CAND-TONE-COUNT
        MOVE WS-NEW-TONE TO WS-CAND-TONE (WS-CAND-TONE-COUNT)
    END-IF.

0420-FIND-INVERSION.
    MOVE 0 TO WS-INVERSION
    PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
            UNTIL WS-CAND-IDX > WS-CAND-TONE-COUNT
        IF WS-CAND-TONE (WS-CAND-IDX) = WS-BASS-SEMITONE
            COMPUTE WS-INVERSION = WS-CAND-IDX - 1
        END-IF
    END-PERFORM.

0500-RANK-MATCH.
    *> Insert in score order, lowest first; an equal score goes after
    *> the ones already held so ties keep catalog order. Only the best
    *> ten are kept.
    COMPUTE WS-INSERT-SLOT = CI-MATCH-COUNT + 1
    PERFORM VARYING WS-MATCH-IDX FROM CI-MATCH-COUNT BY -1
            UNTIL WS-MATCH-IDX < 1
        IF CI-MATCH-RANK-SCORE (WS-MATCH-IDX) > WS-RANK-SCORE
            MOVE WS-MATCH-IDX TO WS-INSERT-SLOT
        END-IF
    END-PERFORM
    IF WS-INSERT-SLOT <= 10
        IF CI-MATCH-COUNT < 10
            ADD 1 TO CI-MATCH-COUNT
        END-IF
        MOVE CI-MATCH-COUNT TO WS-LAST-SLOT
        PERFORM VARYING WS-MATCH-IDX FROM WS-LAST-SLOT BY -1
                UNTIL WS-MATCH-IDX <= WS-INSERT-SLOT
            MOVE CI-MATCH-ENTRY (WS-MATCH-IDX - 1)
                TO CI-MATCH-ENTRY (WS-MATCH-IDX)
        END-PERFORM
        SET CHR-IDX TO 1
        SEARCH WS-CHROMATIC-ENTRY
            WHEN CHR-SEMITONE-IDX (CHR-IDX) = WS-ROOT-SEMITONE
                MOVE CHR-SHARP-NAME (CHR-IDX)
                    TO CI-MATCH-ROOT (WS-INSERT-SLOT)
                IF WS-FLAT-SPELLED
                    MOVE CHR-FLAT-NAME (CHR-IDX)
                        TO CI-MATCH-ROOT-NAME (WS-INSERT-SLOT)
                ELSE
                    MOVE CHR-SHARP-NAME (CHR-IDX)
                        TO CI-MATCH-ROOT-NAME (WS-INSERT-SLOT)
                END-IF
        END-SEARCH
        MOVE WS-QT-CODE (WS-QUALITY-IDX)
            TO CI-MATCH-QUALITY (WS-INSERT-SLOT)
        MOVE WS-INVERSION TO CI-MATCH-INVERSION (WS-INSERT-SLOT)
        MOVE WS-MISSING-COUNT TO CI-MATCH-MISSING (WS-INSERT-SLOT)
        MOVE WS-RANK-SCORE TO CI-MATCH-RANK-SCORE (WS-INSERT-SLOT)
    END-IF.
