*> Voiced-result record - one per songbook chord the voice-leading
*> run has worked through, in SB-KEY order, carrying the voicing the
*> chord had on the master and the voicing the run chose for it, the
*> semitone movement into the chord from the one before under each,
*> and the chosen voicing spelled out the way CHORD-LOOKUP spells it.
*> VR-APPLIED-FLAG is "Y" only when the librarian confirmed the song
*> and the new voicing was written to SB-CHORD-VOICING; otherwise the
*> file is the proposal, and the master is as it was.
01 VOICED-RESULT-RECORD.
    05 VR-KEY.
        10 VR-SONG-ID         PIC X(6).
        10 VR-CHORD-SEQ       PIC 9(4).
    05 VR-CHORD-ROOT          PIC X(2).
    05 VR-CHORD-QUALITY       PIC X(4).
    05 VR-OLD-VOICING         PIC X(1).
    05 VR-NEW-VOICING         PIC X(1).
    05 VR-MOVEMENT-BEFORE     PIC 9(3).
    05 VR-MOVEMENT-AFTER      PIC 9(3).
    05 VR-APPLIED-FLAG        PIC X(1).
    05 VR-VOICED-SPELLING     PIC X(40).
