*> Chord fingering block - CHORD-FINGERING's interface. The caller
*> fills in the instrument (string count, open-string MIDI pitches,
*> fret span - straight off INSTMAST.DAT) and the capo fret, and
*> passes the CHORD-TONE-LIST a root-position CHORD-LOOKUP handed
*> back, first tone the root. The engine returns the easiest
*> fingering it can find nearest the nut: one fret per string,
*> counted from the capo (0 an open string), or muted. A fingering
*> may leave out the fifth, the tone players drop first, and says so.
*> Open-shape flag "Y" is a first-position shape - at least one open
*> string sounding and nothing fretted above the fourth fret.
*> Reason codes on a failed fingering: "T" more chord tones than the
*> instrument has strings, "R" no fingering within the hand's reach
*> anywhere on the neck, "C" no tones to finger (the lookup failed).
01 CHORD-FINGERING-BLOCK.
    05 CF-STRING-COUNT        PIC 9(1).
    05 CF-OPEN-PITCH OCCURS 8 TIMES PIC 9(3).
    05 CF-MAX-FRET-SPAN       PIC 9(1).
    05 CF-CAPO-FRET           PIC 9(2).
    05 CF-VALID-FLAG          PIC X(1).
    05 CF-REASON-CODE         PIC X(1).
    05 CF-OPEN-SHAPE-FLAG     PIC X(1).
    05 CF-FIFTH-OMITTED-FLAG  PIC X(1).
*> Lowest and highest fretted fret (zero when every sounding string
*> is open), for the diagram's starting fret.
    05 CF-LOW-FRET            PIC 9(2).
    05 CF-HIGH-FRET           PIC 9(2).
    05 CF-STRING-ENTRY OCCURS 8 TIMES.
        10 CF-STRING-FRET         PIC 9(2).
        10 CF-STRING-MUTED-FLAG   PIC X(1).
