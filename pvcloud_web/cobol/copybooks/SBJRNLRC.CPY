*> Songbook change-journal record - one entry for every record a
*> maintenance program adds to, changes in, or deletes from
*> SONGBOOK.DAT, SONGSTRC.DAT, or SBRESULT.DAT, appended to SBJRNL.DAT
*> through CHORD-SBJOURNAL, so a damaged song can be traced ("who
*> changed this song, and when") and put back the way it stood at a
*> given moment by CHORD-SBRESTORE instead of a full restore from
*> backup. The file code says which master the images belong to ("M"
*> SONGBOOK.DAT, "S" SONGSTRC.DAT, "R" SBRESULT.DAT); the action is
*> "A" add, "C" change, "D" delete, or "N" renumber. The images are
*> the whole record as it stood before and after the write, padded
*> to the longest of the three layouts - an add has a blank before
*> image and a delete a blank after image. A renumber is journaled as
*> its two legs, one "N" entry with only a before image for every
*> chord taken off its old sequence and one with only an after image
*> for every chord written at its new one, so backing the entries out
*> newest first can never collide with a key still in use. All three
*> layouts open with the song ID, which is carried separately as
*> well for the inquiry and restore runs to select on.
01 SONGBOOK-JOURNAL-RECORD.
    05 SJ-TIMESTAMP           PIC X(21).
    05 SJ-PROGRAM-ID          PIC X(16).
    05 SJ-OPERATOR-ID         PIC X(8).
    05 SJ-SONG-ID             PIC X(6).
    05 SJ-FILE-CODE           PIC X(1).
    05 SJ-ACTION              PIC X(1).
    05 SJ-BEFORE-IMAGE        PIC X(52).
    05 SJ-AFTER-IMAGE         PIC X(52).
