IDENTIFICATION DIVISION.
PROGRAM-ID. CHORD-GIGPACKET.
*> Gig-packet printing: takes one set from the SETLIST.DAT set-list
*> master and prints the whole set in running order - a cover page
*> listing each song, the key it is played in on the night, and the
*> page its chart starts on, then each song's chart laid out from
*> SONGSTRC.DAT the same way CHORD-LEADSHEET lays out a lead sheet
*> (section headings, bar lines, chord symbols over the bars).
*> A set entry carrying a performance key or a semitone shift has its
*> chart transposed on the fly through the chromatic table, with the
*> spelling chosen from the new key the way CHORD-SBXPOSE chooses it.
*> Nothing is written back to SONGBOOK.DAT or SBRESULT.DAT - the
*> songbook no longer fills up with one-off transposed copies just
*> because a band plays a song in a different key on the night.
*> Every transposed chord is run through CHORD-LOOKUP and audited
*> under its own GIGPKT source tag, so the usage bills back to the
*> operator's department like any other lookup; a chord the engine
*> will not resolve in its new key prints with the "?" mark. A song
*> played as written keeps its SBRESULT.DAT status, exactly as its
*> lead sheet would show it.
*> The packet is paged - the layout is run once to count the pages
*> and once to print them, so the cover can give the real page
*> number each chart starts on. A GIGPKT run-control card names the
*> set in RC-SELECT-KEY (the console is asked when no card carries
*> one), the operator, and can redirect the packet file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SET-LIST-FILE ASSIGN TO "SETLIST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SL-KEY
        FILE STATUS IS WS-SETLIST-FILE-STATUS.
    SELECT SONGBOOK-MASTER-FILE ASSIGN TO "SONGBOOK.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SB-KEY
        FILE STATUS IS WS-MASTER-FILE-STATUS.
    SELECT SONG-STRUCTURE-FILE ASSIGN TO "SONGSTRC.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SS-KEY
        FILE STATUS IS WS-STRUCTURE-FILE-STATUS.
    SELECT SONGBOOK-RESULT-FILE ASSIGN TO "SBRESULT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SR-KEY
        FILE STATUS IS WS-RESULT-FILE-STATUS.
    SELECT GIG-PACKET-FILE ASSIGN TO DYNAMIC WS-PACKET-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PACKET-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SET-LIST-FILE.
COPY SETLSTRC.

FD  SONGBOOK-MASTER-FILE.
COPY SNGBKMS.

FD  SONG-STRUCTURE-FILE.
COPY SONGSTRC.

FD  SONGBOOK-RESULT-FILE.
COPY SNGBKRS.

FD  GIG-PACKET-FILE.
01 GIG-PACKET-RECORD       PIC X(120).

WORKING-STORAGE SECTION.
COPY CHRDTAB1.
COPY RUNCTLRC.
COPY CHRDTONE.

01 WS-RUNCTL-TAG           PIC X(8) VALUE "GIGPKT".
01 WS-RUNCTL-FOUND-FLAG    PIC X(1) VALUE "N".
01 WS-PACKET-FILE-NAME     PIC X(40) VALUE "GIGPKT.TXT".

01 WS-SETLIST-FILE-STATUS  PIC X(2).
01 WS-MASTER-FILE-STATUS   PIC X(2).
01 WS-STRUCTURE-FILE-STATUS PIC X(2).
01 WS-RESULT-FILE-STATUS   PIC X(2).
01 WS-PACKET-FILE-STATUS   PIC X(2).
01 WS-END-OF-SET           PIC X(1) VALUE "N".
    88 WS-NO-MORE-SET-ENTRIES       VALUE "Y".
01 WS-END-OF-SONG          PIC X(1) VALUE "N".
    88 WS-NO-MORE-SONG-CHORDS       VALUE "Y".
01 WS-END-OF-SECTIONS      PIC X(1) VALUE "N".
    88 WS-NO-MORE-SECTIONS          VALUE "Y".

01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
01 WS-DEPARTMENT           PIC X(4) VALUE SPACES.
01 WS-SIGNON-STATUS        PIC X(1) VALUE "N".
01 WS-AUTHORITY-LEVEL      PIC X(1) VALUE SPACES.

01 WS-SET-ID               PIC X(6) VALUE SPACES.
01 WS-IN-SONG-ID           PIC X(6).

*> The set in running order, with what the layout pass works out for
*> each entry - whether the song is on file, the shift and key it is
*> played in, and the page its chart starts on - kept so the print
*> pass can put them on the cover ahead of the charts themselves.
01 WS-SET-ENTRY-COUNT      PIC 9(3) VALUE 0.
01 WS-SET-IDX              PIC 9(3).
01 WS-SET-OVERFLOW-FLAG    PIC X(1) VALUE "N".
    88 WS-SET-OVERFLOWED            VALUE "Y".
01 WS-SET-TABLE.
    05 WS-SET-ENTRY OCCURS 100 TIMES.
        10 WS-SET-ORDER           PIC 9(3).
        10 WS-SET-SONG-ID         PIC X(6).
        10 WS-SET-PERF-KEY        PIC X(2).
        10 WS-SET-SHIFT-TEXT      PIC X(3).
        10 WS-SET-ON-FILE-FLAG    PIC X(1).
        10 WS-SET-SHIFT           PIC S9(2).
        10 WS-SET-PLAY-KEY        PIC X(2).
        10 WS-SET-START-PAGE      PIC 9(3).

*> One song's chords as written, the root each is played on tonight,
*> the spelling preference the chart shows it with, its resolution
*> status, and a claimed flag so chords no section covers can be
*> swept into the trailing block.
01 WS-SONG-CHORD-COUNT     PIC 9(3) VALUE 0.
01 WS-SONG-CHORD-IDX       PIC 9(3).
01 WS-SONG-CHORD-TABLE.
    05 WS-SONG-CHORD-ENTRY OCCURS 500 TIMES.
        10 WS-SCT-SEQ             PIC 9(4).
        10 WS-SCT-ROOT            PIC X(2).
        10 WS-SCT-PLAY-ROOT       PIC X(2).
        10 WS-SCT-QUALITY         PIC X(4).
        10 WS-SCT-VOICING         PIC X(1).
        10 WS-SCT-ENHARM          PIC X(1).
        10 WS-SCT-RESOLVED-FLAG   PIC X(1).
        10 WS-SCT-CLAIMED-FLAG    PIC X(1).

01 WS-SECTION-COUNT        PIC 9(2) VALUE 0.
01 WS-SECTION-IDX          PIC 9(2).
01 WS-SECTION-TABLE.
    05 WS-SECTION-ENTRY OCCURS 20 TIMES.
        10 WS-SEC-LABEL           PIC X(12).
        10 WS-SEC-BARS-PER-LINE   PIC 9(2).
        10 WS-SEC-CHORDS-PER-BAR  PIC 9(1).
        10 WS-SEC-START-SEQ       PIC 9(4).
        10 WS-SEC-END-SEQ         PIC 9(4).

01 WS-BLOCK-LABEL          PIC X(14).
01 WS-BLOCK-BARS-PER-LINE  PIC 9(2).
01 WS-BLOCK-CHORDS-PER-BAR PIC 9(1).
01 WS-BLOCK-START-SEQ      PIC 9(4).
01 WS-BLOCK-END-SEQ        PIC 9(4).
01 WS-BLOCK-SWEEP-FLAG     PIC X(1).
    88 WS-SWEEPING-UNCLAIMED        VALUE "Y".
01 WS-BLOCK-CHORD-COUNT    PIC 9(3).

01 WS-CHART-COLUMN         PIC 9(3).
01 WS-BAR-WIDTH            PIC 9(3).
01 WS-BARS-ON-LINE         PIC 9(2).
01 WS-CHORDS-IN-BAR        PIC 9(1).
01 WS-CHORD-SYMBOL         PIC X(8).
01 WS-SYMBOL-PTR           PIC 9(2).
01 WS-ROOT-DISPLAY         PIC X(2).

*> Transposition working fields - the same chromatic-table walk
*> CHORD-SBXPOSE uses, done in storage instead of onto the master.
01 WS-ROOT-FOUND-FLAG      PIC X(1) VALUE "N".
    88 WS-ROOT-FOUND                VALUE "Y".
    88 WS-ROOT-NOT-FOUND            VALUE "N".
01 WS-FIND-ROOT            PIC X(2).
01 WS-OLD-SEMITONE         PIC 9(2).
01 WS-NEW-SEMITONE         PIC 9(2).
01 WS-FIRST-SEMITONE       PIC 9(2).
01 WS-KEY-SEMITONE         PIC 9(2).
01 WS-NEW-ROOT             PIC X(2).
01 WS-SEMITONE-SHIFT       PIC S9(2) VALUE 0.
01 WS-DEST-ENHARM          PIC X(1) VALUE "S".
01 WS-SHIFT-EDITED         PIC +99.

01 WS-VALID-FLAG           PIC X(1) VALUE "N".
01 WS-RESULT-LINE          PIC X(40) VALUE SPACES.
01 WS-REASON-CODE          PIC X(1) VALUE SPACES.
01 WS-SOURCE-TAG           PIC X(8) VALUE "GIGPKT".
01 WS-AUDIT-CLOSE-FLAG     PIC X(1) VALUE "N".
01 WS-AUDIT-QUALITY        PIC X(4) VALUE SPACES.
01 WS-AUDIT-VOICING        PIC X(1) VALUE SPACE.
01 WS-TRANSPOSED-COUNT     PIC 9(5) VALUE 0.
01 WS-UNRESOLVED-COUNT     PIC 9(5) VALUE 0.

*> Paging. The layout runs twice: the counting pass ("C") goes
*> through every line the packet will hold without writing any of
*> them, which is what fixes the page each chart starts on; the
*> print pass ("P") then writes the same lines for real, and is the
*> only pass that looks chords up and audits them.
01 WS-LAYOUT-MODE          PIC X(1) VALUE "C".
    88 WS-COUNTING-PAGES            VALUE "C".
    88 WS-PRINTING-PACKET           VALUE "P".
01 WS-PAGE-LENGTH          PIC 9(3) VALUE 60.
01 WS-PAGE-NUMBER          PIC 9(3) VALUE 0.
01 WS-TOTAL-PAGES          PIC 9(3) VALUE 0.
01 WS-LINES-ON-PAGE        PIC 9(3) VALUE 0.
01 WS-PAGE-EDITED          PIC ZZ9.
01 WS-ORDER-EDITED         PIC ZZ9.
01 WS-COUNT-EDITED         PIC ZZ9.
01 WS-PRINT-LINE           PIC X(120).
01 WS-LINE-PTR             PIC 9(3).
01 WS-SONGS-CHARTED        PIC 9(3) VALUE 0.
01 WS-RUN-DATE             PIC X(8).

*> Suite-control linkage - this step's name, its declared predecessor
*> on the overnight board, and the verdict CHORD-SUITECTL hands back.
01 WS-SUITE-STEP           PIC X(8) VALUE "GIGPKT".
01 WS-SUITE-PREDECESSOR    PIC X(8) VALUE SPACES.
01 WS-SUITE-FUNCTION       PIC X(1).
01 WS-SUITE-OUTCOME        PIC X(1) VALUE SPACE.
01 WS-SUITE-COUNT          PIC 9(7) VALUE 0.
01 WS-SUITE-OVERRIDE       PIC X(1) VALUE "N".
01 WS-SUITE-VERDICT        PIC X(1).


PROCEDURE DIVISION.
0000-MAIN.
    ACCEPT WS-OPERATOR-ID FROM COMMAND-LINE
    PERFORM 0050-LOAD-RUN-CONTROL

    *> The transposed chords are looked up and billed, so the run is
    *> signed on against the operator master like any lookup run.
    PERFORM 0100-CHECK-SIGNON
    IF WS-SIGNON-STATUS NOT = "Y"
        IF WS-SIGNON-STATUS = "I"
            DISPLAY "OPERATOR INACTIVE - RUN REFUSED: " WS-OPERATOR-ID
        ELSE
            DISPLAY "OPERATOR NOT ON MASTER - RUN REFUSED: "
                WS-OPERATOR-ID
        END-IF
        STOP RUN
    END-IF

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

    IF WS-SET-ID = SPACES
        DISPLAY "Set ID: " WITH NO ADVANCING
        ACCEPT WS-SET-ID
    END-IF

    OPEN INPUT SET-LIST-FILE
    IF WS-SETLIST-FILE-STATUS NOT = "00"
        DISPLAY "SET-LIST MASTER OPEN FAILED - STATUS "
            WS-SETLIST-FILE-STATUS
        MOVE "F" TO WS-SUITE-OUTCOME
        PERFORM 0070-SUITE-END
        STOP RUN
    END-IF
    OPEN INPUT SONGBOOK-MASTER-FILE
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "SONGBOOK MASTER OPEN FAILED - STATUS "
            WS-MASTER-FILE-STATUS
        CLOSE SET-LIST-FILE
        MOVE "F" TO WS-SUITE-OUTCOME
        PERFORM 0070-SUITE-END
        STOP RUN
    END-IF

    PERFORM 1000-LOAD-SET-LIST
    CLOSE SET-LIST-FILE
    IF WS-SET-ENTRY-COUNT = 0
        DISPLAY "NO ENTRIES ON FILE FOR SET " WS-SET-ID
            " - RUN REFUSED"
        CLOSE SONGBOOK-MASTER-FILE
        MOVE "F" TO WS-SUITE-OUTCOME
        PERFORM 0070-SUITE-END
        STOP RUN
    END-IF
    IF WS-SET-OVERFLOWED
        DISPLAY "SET " WS-SET-ID " EXCEEDS THE 100-SONG PACKET TABLE"
            " - RUN REFUSED"
        CLOSE SONGBOOK-MASTER-FILE
        MOVE "F" TO WS-SUITE-OUTCOME
        PERFORM 0070-SUITE-END
        STOP RUN
    END-IF

    OPEN INPUT SONG-STRUCTURE-FILE
    IF WS-STRUCTURE-FILE-STATUS NOT = "00"
        DISPLAY "NO STRUCTURE MASTER - CHARTS PRINT UNSECTIONED"
    END-IF
    OPEN INPUT SONGBOOK-RESULT-FILE
    IF WS-RESULT-FILE-STATUS NOT = "00"
        DISPLAY "NO RESULT FILE - SONGS PLAYED AS WRITTEN WILL CARRY"
            " THE ? MARK"
    END-IF
    OPEN OUTPUT GIG-PACKET-FILE

    SET WS-COUNTING-PAGES TO TRUE
    PERFORM 5000-LAY-OUT-PACKET
    MOVE WS-PAGE-NUMBER TO WS-TOTAL-PAGES
    SET WS-PRINTING-PACKET TO TRUE
    PERFORM 5000-LAY-OUT-PACKET

    CLOSE SONGBOOK-MASTER-FILE
    IF WS-STRUCTURE-FILE-STATUS = "00"
        CLOSE SONG-STRUCTURE-FILE
    END-IF
    IF WS-RESULT-FILE-STATUS = "00"
        CLOSE SONGBOOK-RESULT-FILE
    END-IF
    CLOSE GIG-PACKET-FILE

    MOVE "Y" TO WS-AUDIT-CLOSE-FLAG
    PERFORM 0900-LOG-AUDIT-ENTRY

    MOVE "C" TO WS-SUITE-OUTCOME
    MOVE WS-SONGS-CHARTED TO WS-SUITE-COUNT
    PERFORM 0070-SUITE-END
    DISPLAY "GIG PACKET FOR SET " WS-SET-ID ": " WS-SONGS-CHARTED
        " CHARTS, " WS-TOTAL-PAGES " PAGES TO " WS-PACKET-FILE-NAME
    DISPLAY "TRANSPOSED CHORDS LOOKED UP AND AUDITED: "
        WS-TRANSPOSED-COUNT
    IF WS-UNRESOLVED-COUNT > 0
        DISPLAY "WARNING - " WS-UNRESOLVED-COUNT " TRANSPOSED CHORDS"
            " DID NOT RESOLVE - MARKED ? ON THE CHARTS"
    END-IF
    STOP RUN.

0050-LOAD-RUN-CONTROL.
    CALL "CHORD-RUNCTL" USING WS-RUNCTL-TAG RUN-CONTROL-RECORD
        WS-RUNCTL-FOUND-FLAG
    IF WS-RUNCTL-FOUND-FLAG = "Y"
        IF RC-OPERATOR-ID NOT = SPACES
            MOVE RC-OPERATOR-ID TO WS-OPERATOR-ID
        END-IF
        IF RC-SELECT-KEY NOT = SPACES
            MOVE RC-SELECT-KEY (1:6) TO WS-SET-ID
        END-IF
        IF RC-OUTPUT-FILE-NAME NOT = SPACES
            MOVE RC-OUTPUT-FILE-NAME TO WS-PACKET-FILE-NAME
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

0100-CHECK-SIGNON.
    CALL "CHORD-OPERATOR" USING WS-OPERATOR-ID WS-DEPARTMENT
        WS-SIGNON-STATUS WS-AUTHORITY-LEVEL.

0900-LOG-AUDIT-ENTRY.
    CALL "CHORD-AUDIT" USING WS-OPERATOR-ID WS-DEPARTMENT
        WS-SOURCE-TAG WS-NEW-ROOT WS-AUDIT-QUALITY WS-AUDIT-VOICING
        WS-RESULT-LINE WS-VALID-FLAG WS-AUDIT-CLOSE-FLAG.

1000-LOAD-SET-LIST.
    MOVE 0 TO WS-SET-ENTRY-COUNT
    MOVE "N" TO WS-END-OF-SET
    MOVE WS-SET-ID TO SL-SET-ID
    MOVE 0 TO SL-RUNNING-ORDER
    START SET-LIST-FILE KEY IS NOT < SL-KEY
    IF WS-SETLIST-FILE-STATUS NOT = "00"
        SET WS-NO-MORE-SET-ENTRIES TO TRUE
    END-IF
    PERFORM UNTIL WS-NO-MORE-SET-ENTRIES
        READ SET-LIST-FILE NEXT RECORD
            AT END
                SET WS-NO-MORE-SET-ENTRIES TO TRUE
            NOT AT END
                IF SL-SET-ID NOT = WS-SET-ID
                    SET WS-NO-MORE-SET-ENTRIES TO TRUE
                ELSE
                    IF WS-SET-ENTRY-COUNT < 100
                        ADD 1 TO WS-SET-ENTRY-COUNT
                        MOVE SL-RUNNING-ORDER TO
                            WS-SET-ORDER (WS-SET-ENTRY-COUNT)
                        MOVE SL-SONG-ID TO
                            WS-SET-SONG-ID (WS-SET-ENTRY-COUNT)
                        MOVE SL-PERFORMANCE-KEY TO
                            WS-SET-PERF-KEY (WS-SET-ENTRY-COUNT)
                        MOVE SL-SEMITONE-SHIFT TO
                            WS-SET-SHIFT-TEXT (WS-SET-ENTRY-COUNT)
                        MOVE "N" TO
                            WS-SET-ON-FILE-FLAG (WS-SET-ENTRY-COUNT)
                        MOVE 0 TO WS-SET-SHIFT (WS-SET-ENTRY-COUNT)
                        MOVE SPACES TO
                            WS-SET-PLAY-KEY (WS-SET-ENTRY-COUNT)
                        MOVE 0 TO
                            WS-SET-START-PAGE (WS-SET-ENTRY-COUNT)
                    ELSE
                        SET WS-SET-OVERFLOWED TO TRUE
                        SET WS-NO-MORE-SET-ENTRIES TO TRUE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

1100-CHART-ONE-ENTRY.
    MOVE WS-SET-SONG-ID (WS-SET-IDX) TO WS-IN-SONG-ID
    PERFORM 2000-LOAD-SONG-CHORDS
    IF WS-SONG-CHORD-COUNT = 0
        *> Named on the set but gone from the songbook since - the
        *> cover says so against its running order; there is no
        *> chart to print.
        MOVE "N" TO WS-SET-ON-FILE-FLAG (WS-SET-IDX)
        IF WS-PRINTING-PACKET
            DISPLAY "SONG NOT ON FILE: " WS-IN-SONG-ID
                " - SET ORDER " WS-SET-ORDER (WS-SET-IDX)
        END-IF
    ELSE
        MOVE "Y" TO WS-SET-ON-FILE-FLAG (WS-SET-IDX)
        PERFORM 2300-SET-PERFORMANCE-SHIFT
        PERFORM 2400-TRANSPOSE-SONG
        PERFORM 2500-LOAD-SONG-SECTIONS
        PERFORM 3500-WRITE-SONG-HEADER
        IF WS-SECTION-COUNT = 0
            MOVE "(NO STRUCTURE)" TO WS-BLOCK-LABEL
            MOVE 4 TO WS-BLOCK-BARS-PER-LINE
            MOVE 1 TO WS-BLOCK-CHORDS-PER-BAR
            MOVE 0 TO WS-BLOCK-START-SEQ
            MOVE 9999 TO WS-BLOCK-END-SEQ
            MOVE "N" TO WS-BLOCK-SWEEP-FLAG
            PERFORM 4000-PRINT-ONE-BLOCK
        ELSE
            PERFORM VARYING WS-SECTION-IDX FROM 1 BY 1
                    UNTIL WS-SECTION-IDX > WS-SECTION-COUNT
                MOVE WS-SEC-LABEL (WS-SECTION-IDX)
                    TO WS-BLOCK-LABEL
                MOVE WS-SEC-BARS-PER-LINE (WS-SECTION-IDX)
                    TO WS-BLOCK-BARS-PER-LINE
                MOVE WS-SEC-CHORDS-PER-BAR (WS-SECTION-IDX)
                    TO WS-BLOCK-CHORDS-PER-BAR
                MOVE WS-SEC-START-SEQ (WS-SECTION-IDX)
                    TO WS-BLOCK-START-SEQ
                MOVE WS-SEC-END-SEQ (WS-SECTION-IDX)
                    TO WS-BLOCK-END-SEQ
                MOVE "N" TO WS-BLOCK-SWEEP-FLAG
                PERFORM 4000-PRINT-ONE-BLOCK
            END-PERFORM
            PERFORM 3600-CHECK-UNCLAIMED
        END-IF
        ADD 1 TO WS-SONGS-CHARTED
    END-IF.

2000-LOAD-SONG-CHORDS.
    MOVE 0 TO WS-SONG-CHORD-COUNT
    MOVE "N" TO WS-END-OF-SONG
    MOVE WS-IN-SONG-ID TO SB-SONG-ID
    MOVE 0 TO SB-CHORD-SEQ
    START SONGBOOK-MASTER-FILE KEY IS NOT < SB-KEY
    IF WS-MASTER-FILE-STATUS NOT = "00"
        SET WS-NO-MORE-SONG-CHORDS TO TRUE
    END-IF
    PERFORM UNTIL WS-NO-MORE-SONG-CHORDS
        READ SONGBOOK-MASTER-FILE NEXT RECORD
            AT END
                SET WS-NO-MORE-SONG-CHORDS TO TRUE
            NOT AT END
                IF SB-SONG-ID NOT = WS-IN-SONG-ID
                    SET WS-NO-MORE-SONG-CHORDS TO TRUE
                ELSE
                    IF WS-SONG-CHORD-COUNT < 500
                        ADD 1 TO WS-SONG-CHORD-COUNT
                        MOVE SB-CHORD-SEQ TO
                            WS-SCT-SEQ (WS-SONG-CHORD-COUNT)
                        MOVE SB-CHORD-ROOT TO
                            WS-SCT-ROOT (WS-SONG-CHORD-COUNT)
                        MOVE SB-CHORD-ROOT TO
                            WS-SCT-PLAY-ROOT (WS-SONG-CHORD-COUNT)
                        MOVE SB-CHORD-QUALITY TO
                            WS-SCT-QUALITY (WS-SONG-CHORD-COUNT)
                        MOVE SB-CHORD-VOICING TO
                            WS-SCT-VOICING (WS-SONG-CHORD-COUNT)
                        MOVE SB-ENHARM-PREF TO
                            WS-SCT-ENHARM (WS-SONG-CHORD-COUNT)
                        MOVE "N" TO
                            WS-SCT-CLAIMED-FLAG (WS-SONG-CHORD-COUNT)
                        PERFORM 2100-PULL-RESOLVED-STATUS
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    *> A START past the last key leaves the status behind; the next
    *> song's START must still find the file usable.
    MOVE "00" TO WS-MASTER-FILE-STATUS.

2100-PULL-RESOLVED-STATUS.
    MOVE "N" TO WS-SCT-RESOLVED-FLAG (WS-SONG-CHORD-COUNT)
    IF WS-RESULT-FILE-STATUS = "00"
        MOVE WS-IN-SONG-ID TO SR-SONG-ID
        MOVE SB-CHORD-SEQ TO SR-CHORD-SEQ
        READ SONGBOOK-RESULT-FILE
        IF WS-RESULT-FILE-STATUS = "00"
            IF SR-RESOLVED-STATUS = "Y"
                MOVE "Y" TO
                    WS-SCT-RESOLVED-FLAG (WS-SONG-CHORD-COUNT)
            END-IF
        ELSE
            MOVE "00" TO WS-RESULT-FILE-STATUS
        END-IF
    END-IF.

2200-FIND-ROOT-SEMITONE.
    SET WS-ROOT-NOT-FOUND TO TRUE
    SET CHR-IDX TO 1
    SEARCH WS-CHROMATIC-ENTRY
        AT END
            SET WS-ROOT-NOT-FOUND TO TRUE
        WHEN CHR-SHARP-NAME (CHR-IDX) = WS-FIND-ROOT
            SET WS-ROOT-FOUND TO TRUE
            MOVE CHR-SEMITONE-IDX (CHR-IDX) TO WS-OLD-SEMITONE
    END-SEARCH.

2210-SPELL-NEW-ROOT.
    PERFORM VARYING CHR-IDX FROM 1 BY 1 UNTIL CHR-IDX > 12
        IF CHR-SEMITONE-IDX (CHR-IDX) = WS-NEW-SEMITONE
            MOVE CHR-SHARP-NAME (CHR-IDX) TO WS-NEW-ROOT
        END-IF
    END-PERFORM.

2300-SET-PERFORMANCE-SHIFT.
    *> The song's key is taken from its first chord, as CHORD-SBXPOSE
    *> takes it, so a performance key is the root that first chord
    *> lands on tonight. The shift to get there is worked out the
    *> short way round (-5 to +6) - the chart is the same either way,
    *> but the cover reads the way a player would say it.
    MOVE 0 TO WS-SEMITONE-SHIFT
    MOVE WS-SCT-ROOT (1) TO WS-FIND-ROOT
    PERFORM 2200-FIND-ROOT-SEMITONE
    IF WS-ROOT-FOUND
        MOVE WS-OLD-SEMITONE TO WS-FIRST-SEMITONE
        EVALUATE TRUE
            WHEN WS-SET-PERF-KEY (WS-SET-IDX) NOT = SPACES
                MOVE WS-SET-PERF-KEY (WS-SET-IDX) TO WS-FIND-ROOT
                PERFORM 2200-FIND-ROOT-SEMITONE
                IF WS-ROOT-FOUND
                    MOVE WS-OLD-SEMITONE TO WS-KEY-SEMITONE
                    COMPUTE WS-SEMITONE-SHIFT = FUNCTION MOD
                        (WS-KEY-SEMITONE - WS-FIRST-SEMITONE + 12, 12)
                    IF WS-SEMITONE-SHIFT > 6
                        SUBTRACT 12 FROM WS-SEMITONE-SHIFT
                    END-IF
                END-IF
            WHEN WS-SET-SHIFT-TEXT (WS-SET-IDX) NOT = SPACES
                COMPUTE WS-SEMITONE-SHIFT =
                    FUNCTION NUMVAL (WS-SET-SHIFT-TEXT (WS-SET-IDX))
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        COMPUTE WS-NEW-SEMITONE = FUNCTION MOD
            (WS-FIRST-SEMITONE + WS-SEMITONE-SHIFT + 120, 12)
        PERFORM 2210-SPELL-NEW-ROOT
    ELSE
        MOVE WS-SCT-ROOT (1) TO WS-NEW-ROOT
    END-IF
    MOVE WS-SEMITONE-SHIFT TO WS-SET-SHIFT (WS-SET-IDX)

    *> Played as written, each chord keeps the spelling the songbook
    *> gives it; moved to a new key, the whole chart takes one
    *> preference from that key - flat-side keys (Db, Eb, F, Ab, Bb)
    *> in flats, the rest in sharps.
    MOVE "S" TO WS-DEST-ENHARM
    IF WS-SEMITONE-SHIFT NOT = 0
        IF WS-NEW-SEMITONE = 01 OR WS-NEW-SEMITONE = 03
                OR WS-NEW-SEMITONE = 05 OR WS-NEW-SEMITONE = 08
                OR WS-NEW-SEMITONE = 10
            MOVE "F" TO WS-DEST-ENHARM
        END-IF
    ELSE
        MOVE WS-SCT-ENHARM (1) TO WS-DEST-ENHARM
    END-IF
    MOVE WS-NEW-ROOT TO WS-ROOT-DISPLAY
    IF WS-DEST-ENHARM = "F"
        PERFORM VARYING CHR-IDX FROM 1 BY 1 UNTIL CHR-IDX > 12
            IF CHR-SHARP-NAME (CHR-IDX) = WS-NEW-ROOT
                MOVE CHR-FLAT-NAME (CHR-IDX) TO WS-ROOT-DISPLAY
            END-IF
        END-PERFORM
    END-IF
    MOVE WS-ROOT-DISPLAY TO WS-SET-PLAY-KEY (WS-SET-IDX).

2400-TRANSPOSE-SONG.
    IF WS-SEMITONE-SHIFT NOT = 0
        PERFORM VARYING WS-SONG-CHORD-IDX FROM 1 BY 1
                UNTIL WS-SONG-CHORD-IDX > WS-SONG-CHORD-COUNT
            PERFORM 2410-TRANSPOSE-ONE-CHORD
        END-PERFORM
    END-IF.

2410-TRANSPOSE-ONE-CHORD.
    MOVE WS-SCT-ROOT (WS-SONG-CHORD-IDX) TO WS-FIND-ROOT
    PERFORM 2200-FIND-ROOT-SEMITONE
    MOVE "N" TO WS-SCT-RESOLVED-FLAG (WS-SONG-CHORD-IDX)
    IF WS-ROOT-NOT-FOUND
        *> A root the chromatic table doesn't know can't be moved -
        *> it prints as keyed, with the ? mark.
        MOVE WS-SCT-ROOT (WS-SONG-CHORD-IDX) TO WS-NEW-ROOT
        MOVE "N" TO WS-VALID-FLAG
        MOVE SPACES TO WS-RESULT-LINE
    ELSE
        COMPUTE WS-NEW-SEMITONE = FUNCTION MOD
            (WS-OLD-SEMITONE + WS-SEMITONE-SHIFT + 120, 12)
        PERFORM 2210-SPELL-NEW-ROOT
    END-IF
    MOVE WS-NEW-ROOT TO WS-SCT-PLAY-ROOT (WS-SONG-CHORD-IDX)
    MOVE WS-DEST-ENHARM TO WS-SCT-ENHARM (WS-SONG-CHORD-IDX)

    *> Only the print pass looks the chord up in its new key and
    *> audits it - the counting pass lays out the same cells, and a
    *> "?" mark never changes a cell's width.
    IF WS-PRINTING-PACKET
        IF WS-ROOT-FOUND
            CALL "CHORD-LOOKUP" USING WS-NEW-ROOT
                WS-SCT-QUALITY (WS-SONG-CHORD-IDX)
                WS-SCT-VOICING (WS-SONG-CHORD-IDX)
                WS-DEST-ENHARM WS-VALID-FLAG WS-RESULT-LINE
                WS-REASON-CODE CHORD-TONE-LIST
        END-IF
        IF WS-VALID-FLAG = "Y"
            MOVE "Y" TO WS-SCT-RESOLVED-FLAG (WS-SONG-CHORD-IDX)
        ELSE
            ADD 1 TO WS-UNRESOLVED-COUNT
        END-IF
        ADD 1 TO WS-TRANSPOSED-COUNT
        MOVE WS-SCT-QUALITY (WS-SONG-CHORD-IDX) TO WS-AUDIT-QUALITY
        MOVE WS-SCT-VOICING (WS-SONG-CHORD-IDX) TO WS-AUDIT-VOICING
        PERFORM 0900-LOG-AUDIT-ENTRY
    END-IF.

2500-LOAD-SONG-SECTIONS.
    MOVE 0 TO WS-SECTION-COUNT
    IF WS-STRUCTURE-FILE-STATUS NOT = "00"
        CONTINUE
    ELSE
        MOVE "N" TO WS-END-OF-SECTIONS
        MOVE WS-IN-SONG-ID TO SS-SONG-ID
        MOVE 0 TO SS-SECTION-SEQ
        START SONG-STRUCTURE-FILE KEY IS NOT < SS-KEY
        IF WS-STRUCTURE-FILE-STATUS NOT = "00"
            SET WS-NO-MORE-SECTIONS TO TRUE
            MOVE "00" TO WS-STRUCTURE-FILE-STATUS
        END-IF
        PERFORM UNTIL WS-NO-MORE-SECTIONS
            READ SONG-STRUCTURE-FILE NEXT RECORD
                AT END
                    SET WS-NO-MORE-SECTIONS TO TRUE
                NOT AT END
                    IF SS-SONG-ID NOT = WS-IN-SONG-ID
                        SET WS-NO-MORE-SECTIONS TO TRUE
                    ELSE
                        IF WS-SECTION-COUNT < 20
                            ADD 1 TO WS-SECTION-COUNT
                            MOVE SS-SECTION-LABEL TO
                                WS-SEC-LABEL (WS-SECTION-COUNT)
                            MOVE SS-BARS-PER-LINE TO
                                WS-SEC-BARS-PER-LINE
                                    (WS-SECTION-COUNT)
                            MOVE SS-CHORDS-PER-BAR TO
                                WS-SEC-CHORDS-PER-BAR
                                    (WS-SECTION-COUNT)
                            MOVE SS-START-CHORD-SEQ TO
                                WS-SEC-START-SEQ (WS-SECTION-COUNT)
                            MOVE SS-END-CHORD-SEQ TO
                                WS-SEC-END-SEQ (WS-SECTION-COUNT)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        MOVE "00" TO WS-STRUCTURE-FILE-STATUS
    END-IF.

3000-WRITE-COVER-PAGE.
    PERFORM 9100-START-NEW-PAGE
    MOVE "SET LIST" TO WS-PRINT-LINE
    PERFORM 9000-EMIT-LINE
    PERFORM 9000-EMIT-LINE
    MOVE "ORDER  SONG    KEY  SHIFT       PAGE" TO WS-PRINT-LINE
    PERFORM 9000-EMIT-LINE
    MOVE "-----  ------  ---  ----------  -----------"
        TO WS-PRINT-LINE
    PERFORM 9000-EMIT-LINE
    PERFORM VARYING WS-SET-IDX FROM 1 BY 1
            UNTIL WS-SET-IDX > WS-SET-ENTRY-COUNT
        PERFORM 3100-WRITE-COVER-ENTRY
    END-PERFORM
    PERFORM 9000-EMIT-LINE
    MOVE WS-SET-ENTRY-COUNT TO WS-COUNT-EDITED
    MOVE WS-TOTAL-PAGES TO WS-PAGE-EDITED
    STRING WS-COUNT-EDITED DELIMITED BY SIZE
           " SONGS IN THE SET, " DELIMITED BY SIZE
           WS-PAGE-EDITED DELIMITED BY SIZE
           " PAGES IN THE PACKET" DELIMITED BY SIZE
        INTO WS-PRINT-LINE
    PERFORM 9000-EMIT-LINE.

3100-WRITE-COVER-ENTRY.
    MOVE WS-SET-ORDER (WS-SET-IDX) TO WS-ORDER-EDITED
    MOVE WS-ORDER-EDITED TO WS-PRINT-LINE (3:3)
    MOVE WS-SET-SONG-ID (WS-SET-IDX) TO WS-PRINT-LINE (8:6)
    IF WS-SET-ON-FILE-FLAG (WS-SET-IDX) NOT = "Y"
        MOVE "NOT ON FILE - NO CHART" TO WS-PRINT-LINE (16:22)
    ELSE
        MOVE WS-SET-PLAY-KEY (WS-SET-IDX) TO WS-PRINT-LINE (16:2)
        IF WS-SET-SHIFT (WS-SET-IDX) = 0
            MOVE "AS WRITTEN" TO WS-PRINT-LINE (21:10)
        ELSE
            MOVE WS-SET-SHIFT (WS-SET-IDX) TO WS-SHIFT-EDITED
            MOVE WS-SHIFT-EDITED TO WS-PRINT-LINE (21:3)
        END-IF
        MOVE WS-SET-START-PAGE (WS-SET-IDX) TO WS-PAGE-EDITED
        MOVE WS-PAGE-EDITED TO WS-PRINT-LINE (33:3)
    END-IF
    PERFORM 9000-EMIT-LINE.

3500-WRITE-SONG-HEADER.
    *> Every chart starts a fresh page; the counting pass notes which
    *> one so the cover can point to it.
    PERFORM 9100-START-NEW-PAGE
    IF WS-COUNTING-PAGES
        MOVE WS-PAGE-NUMBER TO WS-SET-START-PAGE (WS-SET-IDX)
    END-IF
    MOVE ALL "=" TO WS-PRINT-LINE
    PERFORM 9000-EMIT-LINE
    MOVE WS-SET-ORDER (WS-SET-IDX) TO WS-ORDER-EDITED
    MOVE 1 TO WS-LINE-PTR
    STRING "SET ORDER " DELIMITED BY SIZE
           WS-ORDER-EDITED DELIMITED BY SIZE
           " - SONG " DELIMITED BY SIZE
           WS-IN-SONG-ID DELIMITED BY SIZE
           "   KEY " DELIMITED BY SIZE
           WS-SET-PLAY-KEY (WS-SET-IDX) DELIMITED BY SPACE
        INTO WS-PRINT-LINE
        WITH POINTER WS-LINE-PTR
    IF WS-SEMITONE-SHIFT = 0
        STRING " (AS WRITTEN)" DELIMITED BY SIZE
            INTO WS-PRINT-LINE
            WITH POINTER WS-LINE-PTR
    ELSE
        MOVE WS-SEMITONE-SHIFT TO WS-SHIFT-EDITED
        STRING " (TRANSPOSED " DELIMITED BY SIZE
               WS-SHIFT-EDITED DELIMITED BY SIZE
               " FROM " DELIMITED BY SIZE
               WS-SCT-ROOT (1) DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
            INTO WS-PRINT-LINE
            WITH POINTER WS-LINE-PTR
    END-IF
    PERFORM 9000-EMIT-LINE
    PERFORM 9000-EMIT-LINE.

3600-CHECK-UNCLAIMED.
    MOVE 0 TO WS-BLOCK-CHORD-COUNT
    PERFORM VARYING WS-SONG-CHORD-IDX FROM 1 BY 1
            UNTIL WS-SONG-CHORD-IDX > WS-SONG-CHORD-COUNT
        IF WS-SCT-CLAIMED-FLAG (WS-SONG-CHORD-IDX) = "N"
            ADD 1 TO WS-BLOCK-CHORD-COUNT
        END-IF
    END-PERFORM
    IF WS-BLOCK-CHORD-COUNT > 0
        MOVE "(NO SECTION)" TO WS-BLOCK-LABEL
        MOVE 4 TO WS-BLOCK-BARS-PER-LINE
        MOVE 1 TO WS-BLOCK-CHORDS-PER-BAR
        MOVE 0 TO WS-BLOCK-START-SEQ
        MOVE 9999 TO WS-BLOCK-END-SEQ
        MOVE "Y" TO WS-BLOCK-SWEEP-FLAG
        PERFORM 4000-PRINT-ONE-BLOCK
    END-IF.

4000-PRINT-ONE-BLOCK.
    IF WS-BLOCK-BARS-PER-LINE = 0
        MOVE 4 TO WS-BLOCK-BARS-PER-LINE
    END-IF
    IF WS-BLOCK-CHORDS-PER-BAR = 0
        MOVE 1 TO WS-BLOCK-CHORDS-PER-BAR
    END-IF
    *> Same bar arithmetic as the lead sheet: an opening bar line plus
    *> one cell per chord, and a bar only opened where all of it,
    *> closing bar line included, fits on the print line.
    COMPUTE WS-BAR-WIDTH = 2 + (8 * WS-BLOCK-CHORDS-PER-BAR)
    MOVE WS-BLOCK-LABEL TO WS-PRINT-LINE
    PERFORM 9000-EMIT-LINE
    MOVE 1 TO WS-CHART-COLUMN
    MOVE 0 TO WS-BARS-ON-LINE
    MOVE 0 TO WS-CHORDS-IN-BAR
    PERFORM VARYING WS-SONG-CHORD-IDX FROM 1 BY 1
            UNTIL WS-SONG-CHORD-IDX > WS-SONG-CHORD-COUNT
        IF WS-SCT-SEQ (WS-SONG-CHORD-IDX)
                    >= WS-BLOCK-START-SEQ
                AND WS-SCT-SEQ (WS-SONG-CHORD-IDX)
                    <= WS-BLOCK-END-SEQ
                AND (WS-BLOCK-SWEEP-FLAG NOT = "Y"
                    OR WS-SCT-CLAIMED-FLAG (WS-SONG-CHORD-IDX)
                        = "N")
            PERFORM 4100-PLACE-ONE-CHORD
            IF WS-BLOCK-SWEEP-FLAG NOT = "Y"
                MOVE "Y" TO
                    WS-SCT-CLAIMED-FLAG (WS-SONG-CHORD-IDX)
            END-IF
        END-IF
    END-PERFORM
    IF WS-CHART-COLUMN > 1
        MOVE "|" TO WS-PRINT-LINE (WS-CHART-COLUMN:1)
        PERFORM 9000-EMIT-LINE
    END-IF
    PERFORM 9000-EMIT-LINE.

4100-PLACE-ONE-CHORD.
    IF WS-CHORDS-IN-BAR = 0
        IF WS-BARS-ON-LINE >= WS-BLOCK-BARS-PER-LINE
                OR WS-CHART-COLUMN + WS-BAR-WIDTH > 120
            MOVE "|" TO WS-PRINT-LINE (WS-CHART-COLUMN:1)
            PERFORM 9000-EMIT-LINE
            MOVE 1 TO WS-CHART-COLUMN
            MOVE 0 TO WS-BARS-ON-LINE
        END-IF
        MOVE "|" TO WS-PRINT-LINE (WS-CHART-COLUMN:1)
        ADD 2 TO WS-CHART-COLUMN
        ADD 1 TO WS-BARS-ON-LINE
    END-IF
    IF WS-CHART-COLUMN + 8 > 121
        IF WS-CHART-COLUMN <= 120
            MOVE "|" TO WS-PRINT-LINE (WS-CHART-COLUMN:1)
        END-IF
        PERFORM 9000-EMIT-LINE
        MOVE "|" TO WS-PRINT-LINE (1:1)
        MOVE 3 TO WS-CHART-COLUMN
        MOVE 1 TO WS-BARS-ON-LINE
    END-IF
    PERFORM 4200-BUILD-CHORD-SYMBOL
    MOVE WS-CHORD-SYMBOL
        TO WS-PRINT-LINE (WS-CHART-COLUMN:8)
    ADD 8 TO WS-CHART-COLUMN
    ADD 1 TO WS-CHORDS-IN-BAR
    IF WS-CHORDS-IN-BAR >= WS-BLOCK-CHORDS-PER-BAR
        MOVE 0 TO WS-CHORDS-IN-BAR
    END-IF.

4200-BUILD-CHORD-SYMBOL.
    MOVE WS-SCT-PLAY-ROOT (WS-SONG-CHORD-IDX) TO WS-ROOT-DISPLAY
    IF WS-SCT-ENHARM (WS-SONG-CHORD-IDX) = "F"
        PERFORM VARYING CHR-IDX FROM 1 BY 1 UNTIL CHR-IDX > 12
            IF CHR-SHARP-NAME (CHR-IDX)
                    = WS-SCT-PLAY-ROOT (WS-SONG-CHORD-IDX)
                MOVE CHR-FLAT-NAME (CHR-IDX) TO WS-ROOT-DISPLAY
            END-IF
        END-PERFORM
    END-IF
    MOVE SPACES TO WS-CHORD-SYMBOL
    MOVE 1 TO WS-SYMBOL-PTR
    STRING WS-ROOT-DISPLAY DELIMITED BY SPACE
        INTO WS-CHORD-SYMBOL
        WITH POINTER WS-SYMBOL-PTR
    STRING WS-SCT-QUALITY (WS-SONG-CHORD-IDX) DELIMITED BY SPACE
        INTO WS-CHORD-SYMBOL
        WITH POINTER WS-SYMBOL-PTR
    IF WS-SCT-RESOLVED-FLAG (WS-SONG-CHORD-IDX) NOT = "Y"
        STRING "?" DELIMITED BY SIZE
            INTO WS-CHORD-SYMBOL
            WITH POINTER WS-SYMBOL-PTR
    END-IF.

5000-LAY-OUT-PACKET.
    MOVE 0 TO WS-PAGE-NUMBER
    MOVE 0 TO WS-SONGS-CHARTED
    MOVE SPACES TO WS-PRINT-LINE
    PERFORM 3000-WRITE-COVER-PAGE
    PERFORM VARYING WS-SET-IDX FROM 1 BY 1
            UNTIL WS-SET-IDX > WS-SET-ENTRY-COUNT
        PERFORM 1100-CHART-ONE-ENTRY
    END-PERFORM.

9000-EMIT-LINE.
    *> Every packet line goes through here in both passes, so the
    *> counting pass breaks pages exactly where the print pass will.
    IF WS-LINES-ON-PAGE >= WS-PAGE-LENGTH
        PERFORM 9100-START-NEW-PAGE
    END-IF
    IF WS-PRINTING-PACKET
        MOVE WS-PRINT-LINE TO GIG-PACKET-RECORD
        WRITE GIG-PACKET-RECORD
    END-IF
    ADD 1 TO WS-LINES-ON-PAGE
    MOVE SPACES TO WS-PRINT-LINE.

9100-START-NEW-PAGE.
    *> The packet file carries no carriage control, so the page before
    *> is filled out to the full page length with blank lines - a
    *> page number on the cover is then a real page off the printer.
    IF WS-PRINTING-PACKET AND WS-PAGE-NUMBER > 0
        MOVE SPACES TO GIG-PACKET-RECORD
        PERFORM UNTIL WS-LINES-ON-PAGE >= WS-PAGE-LENGTH
            WRITE GIG-PACKET-RECORD
            ADD 1 TO WS-LINES-ON-PAGE
        END-PERFORM
    END-IF
    ADD 1 TO WS-PAGE-NUMBER
    MOVE WS-PAGE-NUMBER TO WS-PAGE-EDITED
    IF WS-PRINTING-PACKET
        MOVE SPACES TO GIG-PACKET-RECORD
        STRING "GIG PACKET - SET " DELIMITED BY SIZE
               WS-SET-ID DELIMITED BY SIZE
               "   RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
            INTO GIG-PACKET-RECORD
        MOVE "PAGE" TO GIG-PACKET-RECORD (111:4)
        MOVE WS-PAGE-EDITED TO GIG-PACKET-RECORD (116:3)
        WRITE GIG-PACKET-RECORD
        MOVE SPACES TO GIG-PACKET-RECORD
        WRITE GIG-PACKET-RECORD
    END-IF
    MOVE 2 TO WS-LINES-ON-PAGE.
