*> Set-list record - one entry per song in a band's set, keyed by set
*> ID plus running order so a gig-packet run reads the set straight
*> off SETLIST.DAT in the order it is played. Each entry names a song
*> already on SONGBOOK.DAT and, optionally, how it is played on the
*> night: a performance key (the root the song's first chord lands
*> on, sharp-spelled like SB-CHORD-ROOT) or a semitone shift, never
*> both. Both blank means the song is played as written. The songbook
*> master is never touched - the transposition happens on the chart.
01 SET-LIST-RECORD.
    05 SL-KEY.
        10 SL-SET-ID          PIC X(6).
        10 SL-RUNNING-ORDER   PIC 9(3).
    05 SL-SONG-ID             PIC X(6).
    05 SL-PERFORMANCE-KEY     PIC X(2).
*> Signed shift as "+nn"/"-nn", the same text form a run-control card
*> carries in RC-SEMITONE-SHIFT. Blank when a key is given instead.
    05 SL-SEMITONE-SHIFT      PIC X(3).
*> Date (yyyymmdd) the entry was last added or changed.
    05 SL-LAST-MAINT-STAMP    PIC X(8).
