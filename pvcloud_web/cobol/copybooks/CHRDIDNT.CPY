*> Chord identification block - the reverse of a lookup. The caller
*> fills in three to six note names (sharp or flat spelling, the
*> first one taken as the bass note) and CHORD-IDENTIFY hands back
*> every root/quality/inversion in the active CHORDQUAL.DAT catalog
*> that accounts for those notes, best name first. Match roots come
*> back sharp-spelled so they can go straight into CHORD-LOOKUP and
*> CHORD-AUDIT, with a display name spelled the way the notes were
*> entered. Inversion 0 is root position, 1 the third in the bass,
*> 2 the fifth, and so on up the catalog's tone order - the same
*> numbering CHORD-LOOKUP's voicing codes use. A match may leave out
*> the fifth (the tone players drop first); the missing count says
*> whether it did. Reason codes on a failed identification: "N" a
*> note name not on the chromatic table, "C" fewer than three
*> distinct notes, "U" no active quality at any root fits.
01 CHORD-IDENT-BLOCK.
    05 CI-NOTE-NAME OCCURS 6 TIMES PIC X(2).
    05 CI-VALID-FLAG          PIC X(1).
    05 CI-REASON-CODE         PIC X(1).
    05 CI-MATCH-COUNT         PIC 9(2).
    05 CI-MATCH-ENTRY OCCURS 10 TIMES.
        10 CI-MATCH-ROOT          PIC X(2).
        10 CI-MATCH-ROOT-NAME     PIC X(2).
        10 CI-MATCH-QUALITY       PIC X(4).
        10 CI-MATCH-INVERSION     PIC 9(1).
        10 CI-MATCH-MISSING       PIC 9(1).
        10 CI-MATCH-RANK-SCORE    PIC 9(3).
