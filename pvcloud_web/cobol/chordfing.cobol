IDENTIFICATION DIVISION.
PROGRAM-ID. CHORD-FINGERING.
*> Shared fingering engine - turns the tones CHORD-LOOKUP spells for
*> a chord into a fret-by-fret fingering on a fretted instrument from
*> the instrument master. Works up the neck one hand position at a
*> time (the fret window the master's span allows, plus the open
*> strings), tries every combination of the chord tones that fall
*> under the hand on each string, and takes the easiest playable one
*> in the first position that has any - so C on a guitar comes back
*> as the open x32010 shape, not a barre at the eighth fret.
*> Playable means: every chord tone sounds (the fifth may be left
*> out, as players do), no more than four fingers are needed (a
*> barre across the lowest fret counts as one, so long as no open
*> string has to ring under it), and on five- and six-string
*> instruments the lowest sounding string carries the root, with any
*> muted strings taken off the bass side only. Four-string necks
*> (ukulele, mandolin, re-entrant tunings) sound every string and
*> have no bass rule. Easiest means fewest muted strings, then fewest
*> fretted notes, with a dropped fifth costing most of all.
*> Frets come back counted from the capo, so a chart can print the
*> shape the player sees. Shared by the lead sheet's fingering
*> appendix; no files, no audit - it is arithmetic on the tones the
*> caller already looked up.

DATA DIVISION.
WORKING-STORAGE SECTION.
01 WS-ROOT-PC             PIC 9(2).
01 WS-FIFTH-PC            PIC 9(2).
01 WS-FIFTH-IN-CHORD-FLAG PIC X(1).
    88 WS-FIFTH-IN-CHORD            VALUE "Y".
01 WS-DISTINCT-COUNT      PIC 9(1).
01 WS-DISTINCT-TABLE.
    05 WS-DISTINCT-PC OCCURS 6 TIMES PIC 9(2).
01 WS-DISTINCT-IDX        PIC 9(1).
01 WS-TONE-IDX            PIC 9(1).
01 WS-REQUIRED-COUNT      PIC 9(1).
01 WS-PC                  PIC 9(2).
01 WS-PC-FOUND-FLAG       PIC X(1).
    88 WS-PC-FOUND                  VALUE "Y".
01 WS-PITCH               PIC 9(3).

*> Muted strings are only offered on the bass side of a five- or
*> six-string neck, and never so many that fewer than four sound.
01 WS-MUTE-LIMIT          PIC 9(1).

*> Per string, the frets under the hand at this position that sound
*> a chord tone (99 = muted), and which of them the odometer is on.
01 WS-OPTION-TABLE.
    05 WS-OPTION-STRING OCCURS 8 TIMES.
        10 WS-OPT-COUNT           PIC 9(1).
        10 WS-OPT-PICK            PIC 9(1).
        10 WS-OPT-FRET OCCURS 8 TIMES PIC 9(2).
01 WS-STRING-IDX          PIC 9(1).
01 WS-SCAN-IDX            PIC 9(1).
01 WS-WINDOW-START        PIC 9(2).
01 WS-WINDOW-END          PIC 9(2).
01 WS-LAST-WINDOW-START   PIC 9(2).
01 WS-FRET                PIC 9(2).
01 WS-WINDOW-USABLE-FLAG  PIC X(1).
    88 WS-WINDOW-USABLE             VALUE "Y".
01 WS-ODOMETER-FLAG       PIC X(1).
    88 WS-ODOMETER-DONE             VALUE "Y".
01 WS-ADVANCED-FLAG       PIC X(1).

*> The combination being tried.
01 WS-COMBO-VALID-FLAG    PIC X(1).
    88 WS-COMBO-VALID               VALUE "Y".
01 WS-MUTED-COUNT         PIC 9(1).
01 WS-FRETTED-COUNT       PIC 9(1).
01 WS-OPEN-COUNT          PIC 9(1).
01 WS-FIRST-SOUNDING      PIC 9(1).
01 WS-MIN-FRET            PIC 9(2).
01 WS-MAX-FRET            PIC 9(2).
01 WS-MIN-FRET-STRING     PIC 9(1).
01 WS-ABOVE-BARRE-COUNT   PIC 9(1).
01 WS-FIFTH-MISSING-FLAG  PIC X(1).
01 WS-SCORE               PIC 9(3).

*> The best combination found so far at this position.
01 WS-BEST-FOUND-FLAG     PIC X(1).
    88 WS-BEST-FOUND                VALUE "Y".
01 WS-BEST-SCORE          PIC 9(3).
01 WS-BEST-FIFTH-MISSING  PIC X(1).
01 WS-BEST-OPEN-COUNT     PIC 9(1).
01 WS-BEST-MIN-FRET       PIC 9(2).
01 WS-BEST-MAX-FRET       PIC 9(2).
01 WS-BEST-FRET-TABLE.
    05 WS-BEST-FRET OCCURS 8 TIMES PIC 9(2).

LINKAGE SECTION.
COPY CHRDFING.
COPY CHRDTONE.

PROCEDURE DIVISION USING CHORD-FINGERING-BLOCK CHORD-TONE-LIST.

0100-FINGER-CHORD.
    MOVE "N" TO CF-VALID-FLAG
    MOVE SPACES TO CF-REASON-CODE
    MOVE "N" TO CF-OPEN-SHAPE-FLAG
    MOVE "N" TO CF-FIFTH-OMITTED-FLAG
    MOVE 0 TO CF-LOW-FRET
    MOVE 0 TO CF-HIGH-FRET
    PERFORM VARYING WS-STRING-IDX FROM 1 BY 1
            UNTIL WS-STRING-IDX > 8
        MOVE 0 TO CF-STRING-FRET (WS-STRING-IDX)
        MOVE "N" TO CF-STRING-MUTED-FLAG (WS-STRING-IDX)
    END-PERFORM
    IF CT-TONE-COUNT = 0
        MOVE "C" TO CF-REASON-CODE
        GOBACK
    END-IF
    PERFORM 0200-COLLECT-CHORD-TONES
    IF CF-STRING-COUNT >= 5
        COMPUTE WS-MUTE-LIMIT = CF-STRING-COUNT - 4
    ELSE
        MOVE 0 TO WS-MUTE-LIMIT
    END-IF
    IF WS-REQUIRED-COUNT > CF-STRING-COUNT - WS-MUTE-LIMIT
            OR CF-STRING-COUNT = 0
            OR CF-STRING-COUNT > 8
        MOVE "T" TO CF-REASON-CODE
        GOBACK
    END-IF
    IF CF-MAX-FRET-SPAN = 0
        MOVE "R" TO CF-REASON-CODE
        GOBACK
    END-IF

    *> Up the neck a position at a time, nothing fretted past the
    *> twelfth fret above the capo; the first position with any
    *> playable fingering wins.
    MOVE "N" TO WS-BEST-FOUND-FLAG
    COMPUTE WS-LAST-WINDOW-START = 13 - CF-MAX-FRET-SPAN
    IF WS-LAST-WINDOW-START < 1
        MOVE 1 TO WS-LAST-WINDOW-START
    END-IF
    PERFORM VARYING WS-WINDOW-START FROM 1 BY 1
            UNTIL WS-WINDOW-START > WS-LAST-WINDOW-START
                OR WS-BEST-FOUND
        COMPUTE WS-WINDOW-END =
            WS-WINDOW-START + CF-MAX-FRET-SPAN - 1
        PERFORM 0300-BUILD-STRING-OPTIONS
        IF WS-WINDOW-USABLE
            PERFORM 0400-TRY-EVERY-COMBINATION
        END-IF
    END-PERFORM

    IF WS-BEST-FOUND
        MOVE "Y" TO CF-VALID-FLAG
        MOVE WS-BEST-FIFTH-MISSING TO CF-FIFTH-OMITTED-FLAG
        MOVE WS-BEST-MIN-FRET TO CF-LOW-FRET
        MOVE WS-BEST-MAX-FRET TO CF-HIGH-FRET
        IF WS-BEST-OPEN-COUNT > 0 AND WS-BEST-MAX-FRET <= 4
            MOVE "Y" TO CF-OPEN-SHAPE-FLAG
        END-IF
        PERFORM VARYING WS-STRING-IDX FROM 1 BY 1
                UNTIL WS-STRING-IDX > CF-STRING-COUNT
            IF WS-BEST-FRET (WS-STRING-IDX) = 99
                MOVE "Y" TO CF-STRING-MUTED-FLAG (WS-STRING-IDX)
            ELSE
                MOVE WS-BEST-FRET (WS-STRING-IDX)
                    TO CF-STRING-FRET (WS-STRING-IDX)
            END-IF
        END-PERFORM
    ELSE
        MOVE "R" TO CF-REASON-CODE
    END-IF
    GOBACK.

0200-COLLECT-CHORD-TONES.
    *> Distinct pitch classes only - the built-in triads spell the
    *> root again an octave up, and one string is enough for it.
    MOVE FUNCTION MOD (CT-TONE-SEMITONE (1), 12) TO WS-ROOT-PC
    COMPUTE WS-FIFTH-PC = FUNCTION MOD (WS-ROOT-PC + 7, 12)
    MOVE "N" TO WS-FIFTH-IN-CHORD-FLAG
    MOVE 0 TO WS-DISTINCT-COUNT
    PERFORM VARYING WS-TONE-IDX FROM 1 BY 1
            UNTIL WS-TONE-IDX > CT-TONE-COUNT
        MOVE FUNCTION MOD (CT-TONE-SEMITONE (WS-TONE-IDX), 12)
            TO WS-PC
        PERFORM 0250-CHECK-CHORD-TONE
        IF NOT WS-PC-FOUND
            ADD 1 TO WS-DISTINCT-COUNT
            MOVE WS-PC TO WS-DISTINCT-PC (WS-DISTINCT-COUNT)
            IF WS-PC = WS-FIFTH-PC
                MOVE "Y" TO WS-FIFTH-IN-CHORD-FLAG
            END-IF
        END-IF
    END-PERFORM
    MOVE WS-DISTINCT-COUNT TO WS-REQUIRED-COUNT
    IF WS-FIFTH-IN-CHORD
        SUBTRACT 1 FROM WS-REQUIRED-COUNT
    END-IF.

0250-CHECK-CHORD-TONE.
    MOVE "N" TO WS-PC-FOUND-FLAG
    PERFORM VARYING WS-DISTINCT-IDX FROM 1 BY 1
            UNTIL WS-DISTINCT-IDX > WS-DISTINCT-COUNT
        IF WS-DISTINCT-PC (WS-DISTINCT-IDX) = WS-PC
            MOVE "Y" TO WS-PC-FOUND-FLAG
        END-IF
    END-PERFORM.

0300-BUILD-STRING-OPTIONS.
    MOVE "Y" TO WS-WINDOW-USABLE-FLAG
    PERFORM VARYING WS-STRING-IDX FROM 1 BY 1
            UNTIL WS-STRING-IDX > CF-STRING-COUNT
        MOVE 0 TO WS-OPT-COUNT (WS-STRING-IDX)
        MOVE 1 TO WS-OPT-PICK (WS-STRING-IDX)
        IF WS-STRING-IDX <= WS-MUTE-LIMIT
            ADD 1 TO WS-OPT-COUNT (WS-STRING-IDX)
            MOVE 99 TO WS-OPT-FRET (WS-STRING-IDX,
                WS-OPT-COUNT (WS-STRING-IDX))
        END-IF
        MOVE 0 TO WS-FRET
        PERFORM 0350-OFFER-FRET
        PERFORM VARYING WS-FRET FROM WS-WINDOW-START BY 1
                UNTIL WS-FRET > WS-WINDOW-END
            PERFORM 0350-OFFER-FRET
        END-PERFORM
        IF WS-OPT-COUNT (WS-STRING-IDX) = 0
            MOVE "N" TO WS-WINDOW-USABLE-FLAG
        END-IF
    END-PERFORM.

0350-OFFER-FRET.
    COMPUTE WS-PITCH = CF-OPEN-PITCH (WS-STRING-IDX)
        + CF-CAPO-FRET + WS-FRET
    MOVE FUNCTION MOD (WS-PITCH, 12) TO WS-PC
    PERFORM 0250-CHECK-CHORD-TONE
    IF WS-PC-FOUND
        ADD 1 TO WS-OPT-COUNT (WS-STRING-IDX)
        MOVE WS-FRET TO WS-OPT-FRET (WS-STRING-IDX,
            WS-OPT-COUNT (WS-STRING-IDX))
    END-IF.

0400-TRY-EVERY-COMBINATION.
    MOVE "N" TO WS-ODOMETER-FLAG
    PERFORM UNTIL WS-ODOMETER-DONE
        PERFORM 0500-EVALUATE-COMBINATION
        PERFORM 0600-ADVANCE-ODOMETER
    END-PERFORM.

0500-EVALUATE-COMBINATION.
    MOVE "Y" TO WS-COMBO-VALID-FLAG
    MOVE 0 TO WS-MUTED-COUNT
    MOVE 0 TO WS-FRETTED-COUNT
    MOVE 0 TO WS-OPEN-COUNT
    MOVE 0 TO WS-FIRST-SOUNDING
    MOVE 99 TO WS-MIN-FRET
    MOVE 0 TO WS-MAX-FRET
    MOVE 0 TO WS-MIN-FRET-STRING
    PERFORM VARYING WS-STRING-IDX FROM 1 BY 1
            UNTIL WS-STRING-IDX > CF-STRING-COUNT
        MOVE WS-OPT-FRET (WS-STRING-IDX, WS-OPT-PICK (WS-STRING-IDX))
            TO WS-FRET
        IF WS-FRET = 99
            *> A muted string above one already sounding would leave
            *> a hole in the middle of the strum.
            IF WS-FIRST-SOUNDING > 0
                MOVE "N" TO WS-COMBO-VALID-FLAG
            END-IF
            ADD 1 TO WS-MUTED-COUNT
        ELSE
            IF WS-FIRST-SOUNDING = 0
                MOVE WS-STRING-IDX TO WS-FIRST-SOUNDING
            END-IF
            IF WS-FRET = 0
                ADD 1 TO WS-OPEN-COUNT
            ELSE
                ADD 1 TO WS-FRETTED-COUNT
                IF WS-FRET < WS-MIN-FRET
                    MOVE WS-FRET TO WS-MIN-FRET
                    MOVE WS-STRING-IDX TO WS-MIN-FRET-STRING
                END-IF
                IF WS-FRET > WS-MAX-FRET
                    MOVE WS-FRET TO WS-MAX-FRET
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF WS-FRETTED-COUNT = 0
        MOVE 0 TO WS-MIN-FRET
    END-IF

    *> Root in the bass on the five- and six-string necks.
    IF WS-COMBO-VALID AND CF-STRING-COUNT >= 5
        COMPUTE WS-PITCH = CF-OPEN-PITCH (WS-FIRST-SOUNDING)
            + CF-CAPO-FRET
            + WS-OPT-FRET (WS-FIRST-SOUNDING,
                WS-OPT-PICK (WS-FIRST-SOUNDING))
        IF FUNCTION MOD (WS-PITCH, 12) NOT = WS-ROOT-PC
            MOVE "N" TO WS-COMBO-VALID-FLAG
        END-IF
    END-IF

    *> Every chord tone sounding somewhere, the fifth excepted.
    MOVE "N" TO WS-FIFTH-MISSING-FLAG
    IF WS-COMBO-VALID
        PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                UNTIL WS-SCAN-IDX > WS-DISTINCT-COUNT
            PERFORM 0550-CHECK-TONE-SOUNDS
        END-PERFORM
    END-IF

    *> Four fingers. Past four fretted notes the lowest fret has to
    *> be barred, which only works with no open string ringing
    *> under the barre.
    IF WS-COMBO-VALID AND WS-FRETTED-COUNT > 4
        MOVE 0 TO WS-ABOVE-BARRE-COUNT
        PERFORM VARYING WS-STRING-IDX FROM 1 BY 1
                UNTIL WS-STRING-IDX > CF-STRING-COUNT
            MOVE WS-OPT-FRET (WS-STRING-IDX,
                WS-OPT-PICK (WS-STRING-IDX)) TO WS-FRET
            IF WS-FRET NOT = 99 AND WS-FRET > WS-MIN-FRET
                ADD 1 TO WS-ABOVE-BARRE-COUNT
            END-IF
            IF WS-FRET = 0
                    AND WS-STRING-IDX > WS-MIN-FRET-STRING
                MOVE "N" TO WS-COMBO-VALID-FLAG
            END-IF
        END-PERFORM
        IF WS-ABOVE-BARRE-COUNT > 3
            MOVE "N" TO WS-COMBO-VALID-FLAG
        END-IF
    END-IF

    IF WS-COMBO-VALID
        COMPUTE WS-SCORE = (WS-MUTED-COUNT * 5) + WS-FRETTED-COUNT
        IF WS-FIFTH-MISSING-FLAG = "Y"
            ADD 20 TO WS-SCORE
        END-IF
        IF NOT WS-BEST-FOUND OR WS-SCORE < WS-BEST-SCORE
            MOVE "Y" TO WS-BEST-FOUND-FLAG
            MOVE WS-SCORE TO WS-BEST-SCORE
            MOVE WS-FIFTH-MISSING-FLAG TO WS-BEST-FIFTH-MISSING
            MOVE WS-OPEN-COUNT TO WS-BEST-OPEN-COUNT
            MOVE WS-MIN-FRET TO WS-BEST-MIN-FRET
            MOVE WS-MAX-FRET TO WS-BEST-MAX-FRET
            PERFORM VARYING WS-STRING-IDX FROM 1 BY 1
                    UNTIL WS-STRING-IDX > CF-STRING-COUNT
                MOVE WS-OPT-FRET (WS-STRING-IDX,
                    WS-OPT-PICK (WS-STRING-IDX))
                    TO WS-BEST-FRET (WS-STRING-IDX)
            END-PERFORM
        END-IF
    END-IF.

0550-CHECK-TONE-SOUNDS.
    MOVE "N" TO WS-PC-FOUND-FLAG
    PERFORM VARYING WS-STRING-IDX FROM 1 BY 1
            UNTIL WS-STRING-IDX > CF-STRING-COUNT
        MOVE WS-OPT-FRET (WS-STRING-IDX, WS-OPT-PICK (WS-STRING-IDX))
            TO WS-FRET
        IF WS-FRET NOT = 99
            COMPUTE WS-PITCH = CF-OPEN-PITCH (WS-STRING-IDX)
                + CF-CAPO-FRET + WS-FRET
            IF FUNCTION MOD (WS-PITCH, 12)
                    = WS-DISTINCT-PC (WS-SCAN-IDX)
                MOVE "Y" TO WS-PC-FOUND-FLAG
            END-IF
        END-IF
    END-PERFORM
    IF NOT WS-PC-FOUND
        IF WS-FIFTH-IN-CHORD
                AND WS-DISTINCT-PC (WS-SCAN-IDX) = WS-FIFTH-PC
            MOVE "Y" TO WS-FIFTH-MISSING-FLAG
        ELSE
            MOVE "N" TO WS-COMBO-VALID-FLAG
        END-IF
    END-IF.

0600-ADVANCE-ODOMETER.
    *> Count the picks up like an odometer, top string fastest,
    *> until the bass string rolls over.
    MOVE "N" TO WS-ADVANCED-FLAG
    MOVE CF-STRING-COUNT TO WS-STRING-IDX
    PERFORM UNTIL WS-ADVANCED-FLAG = "Y" OR WS-ODOMETER-DONE
        ADD 1 TO WS-OPT-PICK (WS-STRING-IDX)
        IF WS-OPT-PICK (WS-STRING-IDX) > WS-OPT-COUNT (WS-STRING-IDX)
            MOVE 1 TO WS-OPT-PICK (WS-STRING-IDX)
            IF WS-STRING-IDX = 1
                SET WS-ODOMETER-DONE TO TRUE
            ELSE
                SUBTRACT 1 FROM WS-STRING-IDX
            END-IF
        ELSE
            MOVE "Y" TO WS-ADVANCED-FLAG
        END-IF
    END-PERFORM.
