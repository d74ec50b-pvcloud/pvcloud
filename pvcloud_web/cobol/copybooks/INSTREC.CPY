*> Instrument master record - one record per fretted instrument the
*> band's string players chart for (guitar, ukulele, mandolin, ...),
*> so the fingering appendix on a lead sheet is worked out for the
*> neck the player actually holds. Strings are numbered from the bass
*> side of a chord diagram, string 1 leftmost - for a guitar, the low
*> E - whatever order they sound in (a re-entrant ukulele's G string
*> is still string 1).
01 INSTRUMENT-MASTER-RECORD.
    05 IM-INSTRUMENT-CODE     PIC X(4).
    05 IM-NAME                PIC X(20).
    05 IM-STRING-COUNT        PIC 9(1).
*> Open-string pitches as MIDI note numbers (60 = middle C), the same
*> numbering the synth export uses; slots past the string count are
*> zero.
    05 IM-OPEN-PITCH OCCURS 8 TIMES PIC 9(3).
*> Frets one hand can cover, first finger to fourth - a fingering
*> whose fretted notes spread wider than this is not offered.
    05 IM-MAX-FRET-SPAN       PIC 9(1).
*> "Y" active, "N" deactivated - deactivated, never deleted, like the
*> other masters, so an old run card naming it still resolves.
    05 IM-ACTIVE-FLAG         PIC X(1).
