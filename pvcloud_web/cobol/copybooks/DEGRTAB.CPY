*> Diatonic degree tables - Roman-numeral label, semitone offset from
*> the key center, and the triad quality for each degree of the major
*> and natural minor scales, laid out the same way as the chromatic
*> table in CHRDTAB1. Shared by CHORD-KEYCHART, which prints them, and
*> CHORD-SBANALYZE, which labels a song's chords from them, so a song
*> is analyzed exactly as the printed key chart reads.
01 WS-MAJOR-DEGREE-DATA.
    05 FILLER PIC X(70) VALUE
       "I   00MAJ ii  02M   iii 04M   IV  05MAJ V   07MAJ vi  09M   vii 11DIM ".
01 WS-MAJOR-DEGREE-TABLE REDEFINES WS-MAJOR-DEGREE-DATA.
    05 WS-MAJOR-DEGREE-ENTRY OCCURS 7 TIMES.
        10 WS-MAJ-DEG-LABEL   PIC X(4).
        10 WS-MAJ-DEG-OFFSET  PIC 9(2).
        10 WS-MAJ-DEG-QUALITY PIC X(4).
01 WS-MINOR-DEGREE-DATA.
    05 FILLER PIC X(70) VALUE
       "i   00M   ii  02DIM III 03MAJ iv  05M   v   07M   VI  08MAJ VII 10MAJ ".
01 WS-MINOR-DEGREE-TABLE REDEFINES WS-MINOR-DEGREE-DATA.
    05 WS-MINOR-DEGREE-ENTRY OCCURS 7 TIMES.
        10 WS-MIN-DEG-LABEL   PIC X(4).
        10 WS-MIN-DEG-OFFSET  PIC 9(2).
        10 WS-MIN-DEG-QUALITY PIC X(4).
