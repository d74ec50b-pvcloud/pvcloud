IDENTIFICATION DIVISION.
PROGRAM-ID. CHORD-SBCOMPARE.
*> Songbook progression comparison: reads every song on SONGBOOK.DAT
*> in SB-KEY order and reduces each chord to its interval above the
*> song's first root (0-11 semitones) plus its CQ-QUALITY-CODE, so
*> the same progression compares equal in any key - a tune that came
*> in twice from CHORD-SBLOAD feeds, or was copied up a fourth by
*> CHORD-SBXPOSE, shows up however it was keyed in. The report gives
*> the groups of songs whose progressions match exactly, then every
*> other pair whose progressions match position by position at or
*> above the similarity threshold (matching chords as a percentage
*> of the longer song's chord count). Each entry shows the song IDs,
*> the semitone offset of the second song above the first, and the
*> runs of chords where the two differ, as each song spells them -
*> the librarians retire duplicates from the groups and pass the
*> pairs to the rights review.
*> A song joins the pair search through the first song of its exact
*> group, so one tune on file three times is not reported three
*> times over. Chords whose root is not in the chromatic table
*> compare equal only to each other, and a song with no valid root
*> at all cannot be placed in a key and is counted but not compared.
*> The report is for the librarians; nothing is written back to the
*> songbook and nothing is audited. An SBCOMPAR run-control card can
*> set the threshold (RC-THRESHOLD-PCT, default 80) and redirect the
*> songbook master and the report file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SONGBOOK-MASTER-FILE
        ASSIGN TO DYNAMIC WS-MASTER-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SB-KEY
        FILE STATUS IS WS-MASTER-FILE-STATUS.
    SELECT COMPARE-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SONGBOOK-MASTER-FILE.
COPY SNGBKMS.

FD  COMPARE-REPORT-FILE.
01 COMPARE-REPORT-RECORD   PIC X(132).

WORKING-STORAGE SECTION.
COPY CHRDTAB1.
COPY RUNCTLRC.

01 WS-RUNCTL-TAG           PIC X(8) VALUE "SBCOMPAR".
01 WS-RUNCTL-FOUND-FLAG    PIC X(1) VALUE "N".
01 WS-MASTER-FILE-NAME     PIC X(40) VALUE "SONGBOOK.DAT".
01 WS-REPORT-FILE-NAME     PIC X(40) VALUE "SBCMPRPT.TXT".

01 WS-MASTER-FILE-STATUS   PIC X(2).
01 WS-REPORT-FILE-STATUS   PIC X(2).
01 WS-END-OF-FILE          PIC X(1) VALUE "N".
    88 WS-NO-MORE-CHORDS            VALUE "Y".
01 WS-TABLE-FULL-FLAG      PIC X(1) VALUE "N".
    88 WS-TABLE-FULL                VALUE "Y".

01 WS-SIMILARITY-PCT       PIC 9(3) VALUE 80.
01 WS-CARD-THRESHOLD       PIC S9(5).

*> One entry per song kept for comparison - where its chords start
*> in the chord pool, how many there are, the semitone of its first
*> valid root, a checksum of its interval sequence so unequal songs
*> are passed over cheaply, and the exact-match group it landed in
*> (0 for none; the group's first song carries the leader flag).
01 WS-SONG-COUNT           PIC 9(5) VALUE 0.
01 WS-SONG-TABLE.
    05 WS-SONG-ENTRY OCCURS 5000 TIMES.
        10 WS-SNG-ID              PIC X(6).
        10 WS-SNG-BASE            PIC 9(2).
        10 WS-SNG-FIRST           PIC 9(6).
        10 WS-SNG-CHORDS          PIC 9(4).
        10 WS-SNG-CHECKSUM        PIC 9(9).
        10 WS-SNG-GROUP           PIC 9(4).
        10 WS-SNG-LEADER-FLAG     PIC X(1).

*> Every kept song's chords, end to end in SB-KEY order. The
*> interval is semitones above the song's first valid root, 99 for
*> a root the chromatic table does not know. Qualities compare
*> upper-cased, the way CHORD-LOOKUP matches them to the catalog,
*> and print as keyed.
01 WS-POOL-COUNT           PIC 9(6) VALUE 0.
01 WS-CHORD-POOL.
    05 WS-POOL-ENTRY OCCURS 100000 TIMES.
        10 WS-PL-ROOT             PIC X(2).
        10 WS-PL-QUALITY          PIC X(4).
        10 WS-PL-QUALITY-KEY      PIC X(4).
        10 WS-PL-ENHARM           PIC X(1).
        10 WS-PL-INTERVAL         PIC 9(2).

*> The song being read.
01 WS-CUR-SONG-ID          PIC X(6) VALUE SPACES.
01 WS-CUR-FIRST            PIC 9(6).
01 WS-CUR-CHORDS           PIC 9(4).
01 WS-CUR-BASE             PIC 9(2).
01 WS-CUR-BASE-FLAG        PIC X(1).
    88 WS-CUR-BASE-FOUND            VALUE "Y".
01 WS-CUR-CHECKSUM         PIC 9(9).
01 WS-ROOT-SEMITONE        PIC 9(2).
01 WS-ROOT-FOUND-FLAG      PIC X(1).
    88 WS-ROOT-FOUND                VALUE "Y".
01 WS-CHORDS-READ          PIC 9(7) VALUE 0.
01 WS-NO-ROOT-COUNT        PIC 9(5) VALUE 0.

*> Pair comparison work.
01 WS-SONG-A               PIC 9(5).
01 WS-SONG-B               PIC 9(5).
01 WS-NEXT-SONG            PIC 9(5).
01 WS-POS                  PIC 9(4).
01 WS-POS-A                PIC 9(6).
01 WS-POS-B                PIC 9(6).
01 WS-SHORT-CHORDS         PIC 9(4).
01 WS-LONG-CHORDS          PIC 9(4).
01 WS-MATCH-COUNT          PIC 9(4).
01 WS-PAIR-PCT             PIC 9(3).
01 WS-EXACT-FLAG           PIC X(1).
    88 WS-EXACT-MATCH               VALUE "Y".
01 WS-OFFSET               PIC 9(2).
01 WS-GROUP-COUNT          PIC 9(4) VALUE 0.
01 WS-GROUPED-SONGS        PIC 9(5) VALUE 0.
01 WS-GROUP-SIZE           PIC 9(5).
01 WS-PAIR-COUNT           PIC 9(7) VALUE 0.

*> One run of differing chords, and the side being printed.
01 WS-DIFF-FLAG            PIC X(1).
    88 WS-POSITION-DIFFERS          VALUE "Y".
01 WS-RUN-OPEN-FLAG        PIC X(1).
    88 WS-RUN-OPEN                  VALUE "Y".
01 WS-RUN-START            PIC 9(4).
01 WS-RUN-END              PIC 9(4).
01 WS-SIDE-SONG            PIC 9(5).
01 WS-SIDE-POS             PIC 9(4).
01 WS-LINE-PTR             PIC 9(3).
01 WS-CHORD-SYMBOL         PIC X(8).
01 WS-SYMBOL-PTR           PIC 9(2).
01 WS-ROOT-DISPLAY         PIC X(2).
01 WS-POOL-IDX             PIC 9(6).

01 WS-COUNT-DISPLAY        PIC ZZZZZZ9.
01 WS-CHORDS-DISPLAY       PIC ZZZ9.
01 WS-CHORDS-B-DISPLAY     PIC ZZZ9.
01 WS-SEQ-DISPLAY          PIC 9(4).
01 WS-PCT-DISPLAY          PIC ZZ9.
01 WS-OFFSET-DISPLAY       PIC ++9.
01 WS-RUN-DATE             PIC X(8).

*> Suite-control linkage - this step's name, its declared predecessor
*> on the overnight board, and the verdict CHORD-SUITECTL hands back.
01 WS-SUITE-STEP           PIC X(8) VALUE "SBCOMPAR".
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

    OPEN INPUT SONGBOOK-MASTER-FILE
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "SONGBOOK MASTER OPEN FAILED - STATUS "
            WS-MASTER-FILE-STATUS
        MOVE "F" TO WS-SUITE-OUTCOME
        PERFORM 0070-SUITE-END
        STOP RUN
    END-IF
    PERFORM 1000-LOAD-SONGBOOK
    CLOSE SONGBOOK-MASTER-FILE
    *> A comparison of part of the songbook would miss duplicates
    *> without saying so.
    IF WS-TABLE-FULL
        DISPLAY "SONGBOOK TOO LARGE TO COMPARE - MORE THAN 5000 SONGS"
            " OR 100000 CHORDS - NO REPORT WRITTEN"
        MOVE "F" TO WS-SUITE-OUTCOME
        PERFORM 0070-SUITE-END
        STOP RUN
    END-IF

    PERFORM 2000-GROUP-EXACT-MATCHES
    OPEN OUTPUT COMPARE-REPORT-FILE
    PERFORM 3000-WRITE-REPORT-HEADER
    PERFORM 4000-WRITE-EXACT-GROUPS
    PERFORM 5000-FIND-NEAR-PAIRS
    PERFORM 6000-WRITE-TOTALS
    CLOSE COMPARE-REPORT-FILE

    MOVE "C" TO WS-SUITE-OUTCOME
    MOVE WS-SONG-COUNT TO WS-SUITE-COUNT
    PERFORM 0070-SUITE-END
    DISPLAY "SONGS COMPARED: " WS-SONG-COUNT
        "  EXACT GROUPS: " WS-GROUP-COUNT
        "  SIMILAR PAIRS: " WS-PAIR-COUNT
    DISPLAY "REPORT WRITTEN TO " WS-REPORT-FILE-NAME
    STOP RUN.

0050-LOAD-RUN-CONTROL.
    CALL "CHORD-RUNCTL" USING WS-RUNCTL-TAG RUN-CONTROL-RECORD
        WS-RUNCTL-FOUND-FLAG
    IF WS-RUNCTL-FOUND-FLAG = "Y"
        IF RC-INPUT-FILE-NAME NOT = SPACES
            MOVE RC-INPUT-FILE-NAME TO WS-MASTER-FILE-NAME
        END-IF
        IF RC-OUTPUT-FILE-NAME NOT = SPACES
            MOVE RC-OUTPUT-FILE-NAME TO WS-REPORT-FILE-NAME
        END-IF
        IF RC-THRESHOLD-PCT NOT = SPACES
            COMPUTE WS-CARD-THRESHOLD =
                FUNCTION NUMVAL (RC-THRESHOLD-PCT)
            IF WS-CARD-THRESHOLD < 1 OR WS-CARD-THRESHOLD > 100
                MOVE WS-SIMILARITY-PCT TO WS-PCT-DISPLAY
                DISPLAY "THRESHOLD " RC-THRESHOLD-PCT
                    " OUT OF RANGE 1-100 - USING" WS-PCT-DISPLAY
            ELSE
                MOVE WS-CARD-THRESHOLD TO WS-SIMILARITY-PCT
            END-IF
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

1000-LOAD-SONGBOOK.
    PERFORM UNTIL WS-NO-MORE-CHORDS OR WS-TABLE-FULL
        READ SONGBOOK-MASTER-FILE NEXT RECORD
            AT END
                SET WS-NO-MORE-CHORDS TO TRUE
            NOT AT END
                ADD 1 TO WS-CHORDS-READ
                IF SB-SONG-ID NOT = WS-CUR-SONG-ID
                    PERFORM 1200-CLOSE-SONG
                    MOVE SB-SONG-ID TO WS-CUR-SONG-ID
                    COMPUTE WS-CUR-FIRST = WS-POOL-COUNT + 1
                    MOVE 0 TO WS-CUR-CHORDS
                    MOVE 0 TO WS-CUR-BASE
                    MOVE "N" TO WS-CUR-BASE-FLAG
                    MOVE 0 TO WS-CUR-CHECKSUM
                END-IF
                PERFORM 1100-TAKE-ONE-CHORD
        END-READ
    END-PERFORM
    PERFORM 1200-CLOSE-SONG.

1100-TAKE-ONE-CHORD.
    IF WS-POOL-COUNT >= 100000 OR WS-CUR-CHORDS >= 9999
        SET WS-TABLE-FULL TO TRUE
    ELSE
        ADD 1 TO WS-POOL-COUNT
        ADD 1 TO WS-CUR-CHORDS
        MOVE SB-CHORD-ROOT TO WS-PL-ROOT (WS-POOL-COUNT)
        MOVE SB-CHORD-QUALITY TO WS-PL-QUALITY (WS-POOL-COUNT)
        MOVE FUNCTION UPPER-CASE (SB-CHORD-QUALITY)
            TO WS-PL-QUALITY-KEY (WS-POOL-COUNT)
        MOVE SB-ENHARM-PREF TO WS-PL-ENHARM (WS-POOL-COUNT)
        MOVE "N" TO WS-ROOT-FOUND-FLAG
        SET CHR-IDX TO 1
        SEARCH WS-CHROMATIC-ENTRY
            AT END
                MOVE "N" TO WS-ROOT-FOUND-FLAG
            WHEN CHR-SHARP-NAME (CHR-IDX) = SB-CHORD-ROOT
                SET WS-ROOT-FOUND TO TRUE
                MOVE CHR-SEMITONE-IDX (CHR-IDX) TO WS-ROOT-SEMITONE
        END-SEARCH
        *> Chords ahead of the first valid root can only be invalid
        *> ones, so they lose nothing by waiting for the base.
        IF WS-ROOT-FOUND
            IF NOT WS-CUR-BASE-FOUND
                MOVE WS-ROOT-SEMITONE TO WS-CUR-BASE
                SET WS-CUR-BASE-FOUND TO TRUE
            END-IF
            COMPUTE WS-PL-INTERVAL (WS-POOL-COUNT) = FUNCTION MOD
                (WS-ROOT-SEMITONE - WS-CUR-BASE + 12, 12)
        ELSE
            MOVE 99 TO WS-PL-INTERVAL (WS-POOL-COUNT)
        END-IF
        COMPUTE WS-CUR-CHECKSUM = WS-CUR-CHECKSUM
            + ((WS-PL-INTERVAL (WS-POOL-COUNT) + 1)
            * (FUNCTION MOD (WS-CUR-CHORDS, 97) + 1))
    END-IF.

1200-CLOSE-SONG.
    IF WS-CUR-SONG-ID NOT = SPACES AND NOT WS-TABLE-FULL
        IF NOT WS-CUR-BASE-FOUND
            ADD 1 TO WS-NO-ROOT-COUNT
            COMPUTE WS-POOL-COUNT = WS-CUR-FIRST - 1
        ELSE
            IF WS-SONG-COUNT >= 5000
                SET WS-TABLE-FULL TO TRUE
            ELSE
                ADD 1 TO WS-SONG-COUNT
                MOVE WS-CUR-SONG-ID TO WS-SNG-ID (WS-SONG-COUNT)
                MOVE WS-CUR-BASE TO WS-SNG-BASE (WS-SONG-COUNT)
                MOVE WS-CUR-FIRST TO WS-SNG-FIRST (WS-SONG-COUNT)
                MOVE WS-CUR-CHORDS TO WS-SNG-CHORDS (WS-SONG-COUNT)
                MOVE WS-CUR-CHECKSUM
                    TO WS-SNG-CHECKSUM (WS-SONG-COUNT)
                MOVE 0 TO WS-SNG-GROUP (WS-SONG-COUNT)
                MOVE "N" TO WS-SNG-LEADER-FLAG (WS-SONG-COUNT)
            END-IF
        END-IF
    END-IF.

2000-GROUP-EXACT-MATCHES.
    *> The first song of a group in SB-KEY order leads it; every
    *> later song that matches it joins, and a joined song is not
    *> tried again.
    PERFORM VARYING WS-SONG-A FROM 1 BY 1
            UNTIL WS-SONG-A > WS-SONG-COUNT
        IF WS-SNG-GROUP (WS-SONG-A) = 0
            COMPUTE WS-NEXT-SONG = WS-SONG-A + 1
            PERFORM VARYING WS-SONG-B FROM WS-NEXT-SONG BY 1
                    UNTIL WS-SONG-B > WS-SONG-COUNT
                IF WS-SNG-GROUP (WS-SONG-B) = 0
                        AND WS-SNG-CHORDS (WS-SONG-B)
                            = WS-SNG-CHORDS (WS-SONG-A)
                        AND WS-SNG-CHECKSUM (WS-SONG-B)
                            = WS-SNG-CHECKSUM (WS-SONG-A)
                    PERFORM 2100-COMPARE-EXACT
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

2100-COMPARE-EXACT.
    MOVE "Y" TO WS-EXACT-FLAG
    PERFORM VARYING WS-POS FROM 1 BY 1
            UNTIL WS-POS > WS-SNG-CHORDS (WS-SONG-A)
                OR NOT WS-EXACT-MATCH
        COMPUTE WS-POS-A = WS-SNG-FIRST (WS-SONG-A) + WS-POS - 1
        COMPUTE WS-POS-B = WS-SNG-FIRST (WS-SONG-B) + WS-POS - 1
        IF WS-PL-INTERVAL (WS-POS-A) NOT = WS-PL-INTERVAL (WS-POS-B)
                OR WS-PL-QUALITY-KEY (WS-POS-A)
                    NOT = WS-PL-QUALITY-KEY (WS-POS-B)
            MOVE "N" TO WS-EXACT-FLAG
        END-IF
    END-PERFORM
    IF WS-EXACT-MATCH
        IF WS-SNG-GROUP (WS-SONG-A) = 0
            ADD 1 TO WS-GROUP-COUNT
            MOVE WS-GROUP-COUNT TO WS-SNG-GROUP (WS-SONG-A)
            MOVE "Y" TO WS-SNG-LEADER-FLAG (WS-SONG-A)
            ADD 1 TO WS-GROUPED-SONGS
        END-IF
        MOVE WS-GROUP-COUNT TO WS-SNG-GROUP (WS-SONG-B)
        ADD 1 TO WS-GROUPED-SONGS
    END-IF.

3000-WRITE-REPORT-HEADER.
    MOVE SPACES TO COMPARE-REPORT-RECORD
    MOVE WS-SIMILARITY-PCT TO WS-PCT-DISPLAY
    STRING "SONGBOOK PROGRESSION COMPARISON - RUN " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           "   SIMILARITY THRESHOLD " DELIMITED BY SIZE
           WS-PCT-DISPLAY DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
        INTO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD
    MOVE SPACES TO COMPARE-REPORT-RECORD
    STRING "MASTER: " DELIMITED BY SIZE
           WS-MASTER-FILE-NAME DELIMITED BY SPACE
        INTO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD
    MOVE SPACES TO COMPARE-REPORT-RECORD
    MOVE "CHORDS COMPARE AS SEMITONES ABOVE THE SONG'S FIRST ROOT PLUS"
        TO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD
    MOVE SPACES TO COMPARE-REPORT-RECORD
    MOVE "QUALITY - OFFSET IS SEMITONES THE SECOND SONG SITS ABOVE THE"
        TO COMPARE-REPORT-RECORD
    MOVE "FIRST" TO COMPARE-REPORT-RECORD (62:5)
    WRITE COMPARE-REPORT-RECORD
    MOVE SPACES TO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD.

4000-WRITE-EXACT-GROUPS.
    MOVE ALL "=" TO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD
    MOVE SPACES TO COMPARE-REPORT-RECORD
    MOVE "EXACT-MATCH GROUPS - SAME PROGRESSION, ANY KEY"
        TO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD
    IF WS-GROUP-COUNT = 0
        MOVE SPACES TO COMPARE-REPORT-RECORD
        MOVE "  NONE" TO COMPARE-REPORT-RECORD
        WRITE COMPARE-REPORT-RECORD
    END-IF
    PERFORM VARYING WS-SONG-A FROM 1 BY 1
            UNTIL WS-SONG-A > WS-SONG-COUNT
        IF WS-SNG-LEADER-FLAG (WS-SONG-A) = "Y"
            PERFORM 4100-WRITE-ONE-GROUP
        END-IF
    END-PERFORM
    MOVE SPACES TO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD.

4100-WRITE-ONE-GROUP.
    MOVE 0 TO WS-GROUP-SIZE
    PERFORM VARYING WS-SONG-B FROM WS-SONG-A BY 1
            UNTIL WS-SONG-B > WS-SONG-COUNT
        IF WS-SNG-GROUP (WS-SONG-B) = WS-SNG-GROUP (WS-SONG-A)
            ADD 1 TO WS-GROUP-SIZE
        END-IF
    END-PERFORM
    MOVE SPACES TO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD
    MOVE SPACES TO COMPARE-REPORT-RECORD
    MOVE WS-SNG-GROUP (WS-SONG-A) TO WS-SEQ-DISPLAY
    MOVE WS-GROUP-SIZE TO WS-COUNT-DISPLAY
    MOVE WS-SNG-CHORDS (WS-SONG-A) TO WS-CHORDS-DISPLAY
    STRING "GROUP " DELIMITED BY SIZE
           WS-SEQ-DISPLAY DELIMITED BY SIZE
           "  SONGS:" DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           "  CHORDS EACH: " DELIMITED BY SIZE
           WS-CHORDS-DISPLAY DELIMITED BY SIZE
           "  NO CHORDS DIFFER" DELIMITED BY SIZE
        INTO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD
    PERFORM VARYING WS-SONG-B FROM WS-SONG-A BY 1
            UNTIL WS-SONG-B > WS-SONG-COUNT
        IF WS-SNG-GROUP (WS-SONG-B) = WS-SNG-GROUP (WS-SONG-A)
            PERFORM 4200-WRITE-GROUP-MEMBER
        END-IF
    END-PERFORM.

4200-WRITE-GROUP-MEMBER.
    COMPUTE WS-OFFSET = FUNCTION MOD
        (WS-SNG-BASE (WS-SONG-B) - WS-SNG-BASE (WS-SONG-A) + 12, 12)
    MOVE WS-OFFSET TO WS-OFFSET-DISPLAY
    COMPUTE WS-POOL-IDX = WS-SNG-FIRST (WS-SONG-B)
    PERFORM 5500-BUILD-CHORD-SYMBOL
    MOVE SPACES TO COMPARE-REPORT-RECORD
    STRING "    SONG " DELIMITED BY SIZE
           WS-SNG-ID (WS-SONG-B) DELIMITED BY SIZE
           "  OPENS ON " DELIMITED BY SIZE
           WS-CHORD-SYMBOL DELIMITED BY SIZE
           "  OFFSET FROM " DELIMITED BY SIZE
           WS-SNG-ID (WS-SONG-A) DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           WS-OFFSET-DISPLAY DELIMITED BY SIZE
        INTO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD.

5000-FIND-NEAR-PAIRS.
    MOVE ALL "=" TO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD
    MOVE SPACES TO COMPARE-REPORT-RECORD
    MOVE WS-SIMILARITY-PCT TO WS-PCT-DISPLAY
    STRING "SIMILAR PAIRS - " DELIMITED BY SIZE
           WS-PCT-DISPLAY DELIMITED BY SIZE
           "% OR MORE OF THE LONGER SONG'S CHORDS MATCH BY POSITION"
               DELIMITED BY SIZE
        INTO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD
    *> Only a group's first song takes part; the rest of the group
    *> would repeat its pairs.
    PERFORM VARYING WS-SONG-A FROM 1 BY 1
            UNTIL WS-SONG-A > WS-SONG-COUNT
        IF WS-SNG-GROUP (WS-SONG-A) = 0
                OR WS-SNG-LEADER-FLAG (WS-SONG-A) = "Y"
            COMPUTE WS-NEXT-SONG = WS-SONG-A + 1
            PERFORM VARYING WS-SONG-B FROM WS-NEXT-SONG BY 1
                    UNTIL WS-SONG-B > WS-SONG-COUNT
                IF WS-SNG-GROUP (WS-SONG-B) = 0
                        OR WS-SNG-LEADER-FLAG (WS-SONG-B) = "Y"
                    PERFORM 5100-SCORE-PAIR
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM
    IF WS-PAIR-COUNT = 0
        MOVE SPACES TO COMPARE-REPORT-RECORD
        MOVE "  NONE" TO COMPARE-REPORT-RECORD
        WRITE COMPARE-REPORT-RECORD
    END-IF
    MOVE SPACES TO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD.

5100-SCORE-PAIR.
    IF WS-SNG-CHORDS (WS-SONG-A) < WS-SNG-CHORDS (WS-SONG-B)
        MOVE WS-SNG-CHORDS (WS-SONG-A) TO WS-SHORT-CHORDS
        MOVE WS-SNG-CHORDS (WS-SONG-B) TO WS-LONG-CHORDS
    ELSE
        MOVE WS-SNG-CHORDS (WS-SONG-B) TO WS-SHORT-CHORDS
        MOVE WS-SNG-CHORDS (WS-SONG-A) TO WS-LONG-CHORDS
    END-IF
    *> Even every chord of the shorter song matching cannot reach
    *> the threshold when the lengths are too far apart.
    IF (WS-SHORT-CHORDS * 100) >= (WS-SIMILARITY-PCT * WS-LONG-CHORDS)
        MOVE 0 TO WS-MATCH-COUNT
        PERFORM VARYING WS-POS FROM 1 BY 1
                UNTIL WS-POS > WS-SHORT-CHORDS
            COMPUTE WS-POS-A = WS-SNG-FIRST (WS-SONG-A) + WS-POS - 1
            COMPUTE WS-POS-B = WS-SNG-FIRST (WS-SONG-B) + WS-POS - 1
            IF WS-PL-INTERVAL (WS-POS-A) = WS-PL-INTERVAL (WS-POS-B)
                    AND WS-PL-QUALITY-KEY (WS-POS-A)
                        = WS-PL-QUALITY-KEY (WS-POS-B)
                ADD 1 TO WS-MATCH-COUNT
            END-IF
        END-PERFORM
        COMPUTE WS-PAIR-PCT = (WS-MATCH-COUNT * 100) / WS-LONG-CHORDS
        IF WS-PAIR-PCT >= WS-SIMILARITY-PCT
            ADD 1 TO WS-PAIR-COUNT
            PERFORM 5200-WRITE-NEAR-PAIR
        END-IF
    END-IF.

5200-WRITE-NEAR-PAIR.
    COMPUTE WS-OFFSET = FUNCTION MOD
        (WS-SNG-BASE (WS-SONG-B) - WS-SNG-BASE (WS-SONG-A) + 12, 12)
    MOVE WS-OFFSET TO WS-OFFSET-DISPLAY
    MOVE WS-PAIR-PCT TO WS-PCT-DISPLAY
    MOVE SPACES TO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD
    MOVE SPACES TO COMPARE-REPORT-RECORD
    MOVE WS-SNG-CHORDS (WS-SONG-A) TO WS-CHORDS-DISPLAY
    MOVE WS-SNG-CHORDS (WS-SONG-B) TO WS-CHORDS-B-DISPLAY
    STRING "SONGS " DELIMITED BY SIZE
           WS-SNG-ID (WS-SONG-A) DELIMITED BY SIZE
           " / " DELIMITED BY SIZE
           WS-SNG-ID (WS-SONG-B) DELIMITED BY SIZE
           "  OFFSET " DELIMITED BY SIZE
           WS-OFFSET-DISPLAY DELIMITED BY SIZE
           "  SIMILARITY " DELIMITED BY SIZE
           WS-PCT-DISPLAY DELIMITED BY SIZE
           "%  CHORDS " DELIMITED BY SIZE
           WS-CHORDS-DISPLAY DELIMITED BY SIZE
           " /" DELIMITED BY SIZE
           WS-CHORDS-B-DISPLAY DELIMITED BY SIZE
        INTO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD
    *> Walk the longer song's length; past the end of the shorter
    *> song every position differs.
    MOVE "N" TO WS-RUN-OPEN-FLAG
    PERFORM VARYING WS-POS FROM 1 BY 1
            UNTIL WS-POS > WS-LONG-CHORDS
        MOVE "N" TO WS-DIFF-FLAG
        IF WS-POS > WS-SHORT-CHORDS
            SET WS-POSITION-DIFFERS TO TRUE
        ELSE
            COMPUTE WS-POS-A = WS-SNG-FIRST (WS-SONG-A) + WS-POS - 1
            COMPUTE WS-POS-B = WS-SNG-FIRST (WS-SONG-B) + WS-POS - 1
            IF WS-PL-INTERVAL (WS-POS-A) NOT = WS-PL-INTERVAL (WS-POS-B)
                    OR WS-PL-QUALITY-KEY (WS-POS-A)
                        NOT = WS-PL-QUALITY-KEY (WS-POS-B)
                SET WS-POSITION-DIFFERS TO TRUE
            END-IF
        END-IF
        IF WS-POSITION-DIFFERS AND NOT WS-RUN-OPEN
            MOVE WS-POS TO WS-RUN-START
            SET WS-RUN-OPEN TO TRUE
        END-IF
        IF NOT WS-POSITION-DIFFERS AND WS-RUN-OPEN
            COMPUTE WS-RUN-END = WS-POS - 1
            PERFORM 5300-WRITE-DIFFERENCE-RUN
            MOVE "N" TO WS-RUN-OPEN-FLAG
        END-IF
    END-PERFORM
    IF WS-RUN-OPEN
        MOVE WS-LONG-CHORDS TO WS-RUN-END
        PERFORM 5300-WRITE-DIFFERENCE-RUN
    END-IF.

5300-WRITE-DIFFERENCE-RUN.
    MOVE WS-SONG-A TO WS-SIDE-SONG
    MOVE SPACES TO COMPARE-REPORT-RECORD
    MOVE "  DIFFER AT CHORD" TO COMPARE-REPORT-RECORD (1:17)
    MOVE WS-RUN-START TO WS-SEQ-DISPLAY
    MOVE WS-SEQ-DISPLAY TO COMPARE-REPORT-RECORD (19:4)
    IF WS-RUN-END > WS-RUN-START
        MOVE "-" TO COMPARE-REPORT-RECORD (23:1)
        MOVE WS-RUN-END TO WS-SEQ-DISPLAY
        MOVE WS-SEQ-DISPLAY TO COMPARE-REPORT-RECORD (24:4)
    END-IF
    PERFORM 5400-ADD-RUN-CHORDS
    WRITE COMPARE-REPORT-RECORD
    MOVE WS-SONG-B TO WS-SIDE-SONG
    MOVE SPACES TO COMPARE-REPORT-RECORD
    PERFORM 5400-ADD-RUN-CHORDS
    WRITE COMPARE-REPORT-RECORD.

5400-ADD-RUN-CHORDS.
    *> One song's side of the run, as the song spells it; a run too
    *> long for the line ends in "...".
    MOVE WS-SNG-ID (WS-SIDE-SONG) TO COMPARE-REPORT-RECORD (30:6)
    MOVE ":" TO COMPARE-REPORT-RECORD (36:1)
    MOVE 38 TO WS-LINE-PTR
    IF WS-RUN-START > WS-SNG-CHORDS (WS-SIDE-SONG)
        MOVE "(SONG ENDS)" TO COMPARE-REPORT-RECORD (38:11)
    ELSE
        PERFORM VARYING WS-SIDE-POS FROM WS-RUN-START BY 1
                UNTIL WS-SIDE-POS > WS-RUN-END
                    OR WS-SIDE-POS > WS-SNG-CHORDS (WS-SIDE-SONG)
                    OR WS-LINE-PTR > 125
            COMPUTE WS-POOL-IDX =
                WS-SNG-FIRST (WS-SIDE-SONG) + WS-SIDE-POS - 1
            PERFORM 5500-BUILD-CHORD-SYMBOL
            STRING WS-CHORD-SYMBOL DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                INTO COMPARE-REPORT-RECORD
                WITH POINTER WS-LINE-PTR
        END-PERFORM
        IF WS-SIDE-POS <= WS-RUN-END
                AND WS-SIDE-POS <= WS-SNG-CHORDS (WS-SIDE-SONG)
            MOVE "..." TO COMPARE-REPORT-RECORD (WS-LINE-PTR:3)
        END-IF
    END-IF.

5500-BUILD-CHORD-SYMBOL.
    MOVE WS-PL-ROOT (WS-POOL-IDX) TO WS-ROOT-DISPLAY
    IF WS-PL-ENHARM (WS-POOL-IDX) = "F"
        PERFORM VARYING CHR-IDX FROM 1 BY 1 UNTIL CHR-IDX > 12
            IF CHR-SHARP-NAME (CHR-IDX) = WS-PL-ROOT (WS-POOL-IDX)
                MOVE CHR-FLAT-NAME (CHR-IDX) TO WS-ROOT-DISPLAY
            END-IF
        END-PERFORM
    END-IF
    MOVE SPACES TO WS-CHORD-SYMBOL
    MOVE 1 TO WS-SYMBOL-PTR
    STRING WS-ROOT-DISPLAY DELIMITED BY SPACE
        INTO WS-CHORD-SYMBOL
        WITH POINTER WS-SYMBOL-PTR
    STRING WS-PL-QUALITY (WS-POOL-IDX) DELIMITED BY SPACE
        INTO WS-CHORD-SYMBOL
        WITH POINTER WS-SYMBOL-PTR.

6000-WRITE-TOTALS.
    MOVE ALL "=" TO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD
    MOVE SPACES TO COMPARE-REPORT-RECORD
    MOVE WS-SONG-COUNT TO WS-COUNT-DISPLAY
    STRING "SONGS COMPARED:          " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
        INTO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD
    MOVE SPACES TO COMPARE-REPORT-RECORD
    MOVE WS-CHORDS-READ TO WS-COUNT-DISPLAY
    STRING "CHORDS READ:             " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
        INTO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD
    MOVE SPACES TO COMPARE-REPORT-RECORD
    MOVE WS-NO-ROOT-COUNT TO WS-COUNT-DISPLAY
    STRING "SONGS WITH NO VALID ROOT:" DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
           "  (NOT COMPARED)" DELIMITED BY SIZE
        INTO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD
    MOVE SPACES TO COMPARE-REPORT-RECORD
    MOVE WS-GROUP-COUNT TO WS-COUNT-DISPLAY
    STRING "EXACT-MATCH GROUPS:      " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
        INTO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD
    MOVE SPACES TO COMPARE-REPORT-RECORD
    MOVE WS-GROUPED-SONGS TO WS-COUNT-DISPLAY
    STRING "SONGS IN THOSE GROUPS:   " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
        INTO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD
    MOVE SPACES TO COMPARE-REPORT-RECORD
    MOVE WS-PAIR-COUNT TO WS-COUNT-DISPLAY
    STRING "SIMILAR PAIRS:           " DELIMITED BY SIZE
           WS-COUNT-DISPLAY DELIMITED BY SIZE
        INTO COMPARE-REPORT-RECORD
    WRITE COMPARE-REPORT-RECORD.
