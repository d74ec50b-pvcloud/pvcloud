IDENTIFICATION DIVISION.
PROGRAM-ID. CHORD-VOICELEAD.
*> Voice-leading run: for each song on a folio list (the same
*> one-song-ID-per-record layout CHORD-LEADSHEET takes), works through
*> the song's chords in SB-KEY order and picks, for every chord after
*> the first, the inversion - root position, first, or second - whose
*> tones sit closest to the chord before it, so the keyboard players
*> and the rehearsal-room synth stop jumping up and down the keyboard
*> on every change. SB-CHORD-VOICING has only ever been set one chord
*> at a time by hand in CHORD-SBMAINT; left blank, everything plays
*> in root position.
*> Each candidate voicing is taken from the voiced tone list
*> CHORD-LOOKUP returns (CHRDTONE.CPY) and placed on the keyboard the
*> way the synth export places it - first tone in the middle-C
*> octave, the rest stacked upward - and the movement from the chord
*> before is the semitones every voice travels, bottom voice to
*> bottom voice and so on up; a voice the shorter chord lacks is
*> measured against its top voice. The first chord keeps the voicing
*> it has, and so does an added-sixth ("6") chord, whose voicing is
*> part of its sound rather than an inversion of it.
*> Every chord goes to the voiced-result file VOICERES.DAT, and the
*> report shows each song's chords with the voicing before and after
*> and the total semitone movement both ways. When the VOICELD card
*> asks for the synth export (RC-EXPORT-FLAG) the chosen voicings go
*> to VOICESYN.DAT in the SYNTHEXP.CPY layout, one record per chord
*> in SB-KEY order, keyed by song ID. With the card's mode flag at
*> "U" the run also offers each changed song to the librarian at the
*> console and, once confirmed, writes the new voicings to
*> SB-CHORD-VOICING - the operator must hold maintenance authority,
*> every rewrite is journaled through CHORD-SBJOURNAL, and the
*> maintenance stamp sends the chord back through the next
*> incremental resolve for its new spelling. A chord changed on the
*> master since the run read it is left alone. Nothing is audited:
*> like CHORD-SBANALYZE the lookups work over the songbook's own
*> chords for the librarians.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FOLIO-REQUEST-FILE ASSIGN TO DYNAMIC WS-FOLIO-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FOLIO-FILE-STATUS.
    SELECT SONGBOOK-MASTER-FILE ASSIGN TO "SONGBOOK.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SB-KEY
        FILE STATUS IS WS-MASTER-FILE-STATUS.
    SELECT VOICED-RESULT-FILE ASSIGN TO "VOICERES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VOICED-FILE-STATUS.
    SELECT VOICING-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.
    SELECT SYNTH-EXPORT-FILE ASSIGN TO "VOICESYN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  FOLIO-REQUEST-FILE.
01 FOLIO-REQUEST-RECORD.
    05 FR-SONG-ID           PIC X(6).

FD  SONGBOOK-MASTER-FILE.
COPY SNGBKMS.

FD  VOICED-RESULT-FILE.
COPY VOICERES.

FD  VOICING-REPORT-FILE.
01 VOICING-REPORT-RECORD   PIC X(100).

FD  SYNTH-EXPORT-FILE.
01 SYNTH-EXPORT-RECORD-OUT PIC X(28).

WORKING-STORAGE SECTION.
COPY CHRDTAB1.
COPY RUNCTLRC.
COPY CHRDTONE.
COPY SYNTHEXP.

01 WS-RUNCTL-TAG           PIC X(8) VALUE "VOICELD".
01 WS-RUNCTL-FOUND-FLAG    PIC X(1) VALUE "N".
01 WS-FOLIO-FILE-NAME      PIC X(40) VALUE "VOICEREQ.DAT".
01 WS-REPORT-FILE-NAME     PIC X(40) VALUE "VOICERPT.TXT".

01 WS-FOLIO-FILE-STATUS    PIC X(2).
01 WS-MASTER-FILE-STATUS   PIC X(2).
01 WS-VOICED-FILE-STATUS   PIC X(2).
01 WS-REPORT-FILE-STATUS   PIC X(2).
01 WS-EXPORT-FILE-STATUS   PIC X(2).
01 WS-END-OF-FILE          PIC X(1) VALUE "N".
    88 WS-NO-MORE-SONGS             VALUE "Y".
01 WS-END-OF-SONG          PIC X(1) VALUE "N".
    88 WS-NO-MORE-SONG-CHORDS       VALUE "Y".

01 WS-EXPORT-FLAG          PIC X(1) VALUE "N".
    88 WS-EXPORT-REQUESTED          VALUE "Y".
01 WS-UPDATE-FLAG          PIC X(1) VALUE "N".
    88 WS-UPDATE-REQUESTED          VALUE "Y".

01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
01 WS-DEPARTMENT           PIC X(4) VALUE SPACES.
01 WS-SIGNON-STATUS        PIC X(1) VALUE "N".
01 WS-AUTHORITY-LEVEL      PIC X(1) VALUE SPACES.
01 WS-CONFIRM-REPLY        PIC X(1) VALUE SPACE.

01 WS-IN-SONG-ID           PIC X(6).

*> One song's chords in SB-KEY order, with the voicing each carries
*> on the master, the voicing chosen for it, the movement into it
*> under each, and the chosen voicing's spelling and keyboard
*> pitches for the result file and the synth export.
01 WS-SONG-CHORD-COUNT     PIC 9(3) VALUE 0.
01 WS-SONG-CHORD-IDX       PIC 9(3).
01 WS-SONG-CHORD-TABLE.
    05 WS-SONG-CHORD-ENTRY OCCURS 500 TIMES.
        10 WS-SCT-SEQ             PIC 9(4).
        10 WS-SCT-ROOT            PIC X(2).
        10 WS-SCT-QUALITY         PIC X(4).
        10 WS-SCT-ENHARM          PIC X(1).
        10 WS-SCT-OLD-VOICING     PIC X(1).
        10 WS-SCT-NEW-VOICING     PIC X(1).
        10 WS-SCT-VALID-FLAG      PIC X(1).
        10 WS-SCT-APPLIED-FLAG    PIC X(1).
        10 WS-SCT-MOVE-BEFORE     PIC 9(3).
        10 WS-SCT-MOVE-AFTER      PIC 9(3).
        10 WS-SCT-SPELLING        PIC X(40).
        10 WS-SCT-PITCH-COUNT     PIC 9(1).
        10 WS-SCT-PITCH OCCURS 6 TIMES PIC 9(3).

*> The chord before, on the keyboard - once as the master voices it
*> and once as the run has re-voiced it - and the candidate being
*> measured against it.
01 WS-PREV-BEFORE-COUNT    PIC 9(1) VALUE 0.
01 WS-PREV-BEFORE-PITCHES.
    05 WS-PREV-BEFORE-PITCH OCCURS 6 TIMES PIC 9(3).
01 WS-PREV-AFTER-COUNT     PIC 9(1) VALUE 0.
01 WS-PREV-AFTER-PITCHES.
    05 WS-PREV-AFTER-PITCH OCCURS 6 TIMES PIC 9(3).
01 WS-CAND-COUNT           PIC 9(1) VALUE 0.
01 WS-CAND-PITCHES.
    05 WS-CAND-PITCH OCCURS 6 TIMES PIC 9(3).
01 WS-MEASURE-PREV-COUNT   PIC 9(1) VALUE 0.
01 WS-MEASURE-PREV-PITCHES.
    05 WS-MEASURE-PREV-PITCH OCCURS 6 TIMES PIC 9(3).

*> The voicings tried for a chord, the one it already has first so a
*> tie never moves a chord for nothing.
01 WS-CANDIDATE-LIST       PIC X(4).
01 WS-CANDIDATE-COUNT      PIC 9(1).
01 WS-CANDIDATE-IDX        PIC 9(1).
01 WS-CANDIDATE-VOICING    PIC X(1).
01 WS-BEST-VOICING         PIC X(1).
01 WS-BEST-MOVEMENT        PIC 9(3).
01 WS-BEST-FOUND-FLAG      PIC X(1).
01 WS-BEST-COUNT           PIC 9(1).
01 WS-BEST-PITCHES.
    05 WS-BEST-PITCH OCCURS 6 TIMES PIC 9(3).
01 WS-BEST-SPELLING        PIC X(40).

01 WS-MOVEMENT             PIC 9(3).
01 WS-VOICE-IDX            PIC 9(1).
01 WS-VOICE-COUNT          PIC 9(1).
01 WS-CAND-VOICE           PIC 9(1).
01 WS-PREV-VOICE           PIC 9(1).
01 WS-TONE-IDX             PIC 9(1).
01 WS-PITCH-STEP           PIC 9(2).

01 WS-VALID-FLAG           PIC X(1) VALUE "N".
01 WS-RESULT-LINE          PIC X(40) VALUE SPACES.
01 WS-REASON-CODE          PIC X(1) VALUE SPACES.

*> Per-song and per-run figures.
01 WS-SONG-MOVE-BEFORE     PIC 9(5).
01 WS-SONG-MOVE-AFTER      PIC 9(5).
01 WS-SONG-CHANGED-COUNT   PIC 9(3).
01 WS-SONG-APPLIED-COUNT   PIC 9(3).
01 WS-SONGS-VOICED         PIC 9(5) VALUE 0.
01 WS-CHORDS-CHANGED       PIC 9(7) VALUE 0.
01 WS-CHORDS-APPLIED       PIC 9(7) VALUE 0.
01 WS-RUN-MOVE-BEFORE      PIC 9(7) VALUE 0.
01 WS-RUN-MOVE-AFTER       PIC 9(7) VALUE 0.

01 WS-CHORD-SYMBOL         PIC X(8).
01 WS-SYMBOL-PTR           PIC 9(2).
01 WS-ROOT-DISPLAY         PIC X(2).
01 WS-VOICING-DISPLAY      PIC X(1).
01 WS-SEQ-EDITED           PIC ZZZ9.
01 WS-MOVE-EDITED          PIC ZZ9.
01 WS-TOTAL-EDITED         PIC ZZ,ZZ9.
01 WS-TOTAL-EDITED-2       PIC ZZ,ZZ9.
01 WS-COUNT-EDITED         PIC ZZ9.
01 WS-REPORT-PTR           PIC 9(3).
01 WS-RUN-DATE             PIC X(8).

*> Change-journal linkage for the confirmed voicing updates.
01 WS-JRNL-PROGRAM-ID      PIC X(16) VALUE "CHORD-VOICELEAD".
01 WS-JRNL-FILE-CODE       PIC X(1) VALUE "M".
01 WS-JRNL-ACTION          PIC X(1) VALUE "C".
01 WS-JRNL-BEFORE-IMAGE    PIC X(52).
01 WS-JRNL-AFTER-IMAGE     PIC X(52).

*> Suite-control linkage - this step's name, its declared predecessor
*> on the overnight board, and the verdict CHORD-SUITECTL hands back.
01 WS-SUITE-STEP           PIC X(8) VALUE "VOICELD".
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

    *> Only an update run touches the master, so only an update run
    *> needs a signed-on operator with the authority CHORD-SBMAINT
    *> asks for - the journal names who confirmed each change.
    IF WS-UPDATE-REQUESTED
        PERFORM 0100-CHECK-SIGNON
        IF WS-SIGNON-STATUS NOT = "Y"
            IF WS-SIGNON-STATUS = "I"
                DISPLAY "OPERATOR INACTIVE - RUN REFUSED: "
                    WS-OPERATOR-ID
            ELSE
                DISPLAY "OPERATOR NOT ON MASTER - RUN REFUSED: "
                    WS-OPERATOR-ID
            END-IF
            STOP RUN
        END-IF
        IF WS-AUTHORITY-LEVEL NOT = "M"
                AND WS-AUTHORITY-LEVEL NOT = "S"
            DISPLAY "MAINTENANCE AUTHORITY REQUIRED - RUN REFUSED: "
                WS-OPERATOR-ID
            STOP RUN
        END-IF
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

    OPEN INPUT FOLIO-REQUEST-FILE
    IF WS-FOLIO-FILE-STATUS NOT = "00"
        DISPLAY "SONG LIST OPEN FAILED - STATUS "
            WS-FOLIO-FILE-STATUS
        MOVE "F" TO WS-SUITE-OUTCOME
        PERFORM 0070-SUITE-END
        STOP RUN
    END-IF
    IF WS-UPDATE-REQUESTED
        OPEN I-O SONGBOOK-MASTER-FILE
    ELSE
        OPEN INPUT SONGBOOK-MASTER-FILE
    END-IF
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "SONGBOOK MASTER OPEN FAILED - STATUS "
            WS-MASTER-FILE-STATUS
        CLOSE FOLIO-REQUEST-FILE
        MOVE "F" TO WS-SUITE-OUTCOME
        PERFORM 0070-SUITE-END
        STOP RUN
    END-IF
    OPEN OUTPUT VOICED-RESULT-FILE
    OPEN OUTPUT VOICING-REPORT-FILE
    IF WS-EXPORT-REQUESTED
        OPEN OUTPUT SYNTH-EXPORT-FILE
    END-IF

    PERFORM UNTIL WS-NO-MORE-SONGS
        READ FOLIO-REQUEST-FILE
            AT END
                SET WS-NO-MORE-SONGS TO TRUE
            NOT AT END
                MOVE FR-SONG-ID TO WS-IN-SONG-ID
                PERFORM 1000-VOICE-ONE-SONG
        END-READ
    END-PERFORM
    PERFORM 6000-WRITE-RUN-TOTALS

    CLOSE FOLIO-REQUEST-FILE
    CLOSE SONGBOOK-MASTER-FILE
    CLOSE VOICED-RESULT-FILE
    CLOSE VOICING-REPORT-FILE
    IF WS-EXPORT-REQUESTED
        CLOSE SYNTH-EXPORT-FILE
    END-IF
    MOVE "C" TO WS-SUITE-OUTCOME
    MOVE WS-SONGS-VOICED TO WS-SUITE-COUNT
    PERFORM 0070-SUITE-END
    DISPLAY "SONGS VOICED: " WS-SONGS-VOICED
        " - CHORDS RE-VOICED: " WS-CHORDS-CHANGED
        " - APPLIED TO MASTER: " WS-CHORDS-APPLIED
    STOP RUN.

0050-LOAD-RUN-CONTROL.
    CALL "CHORD-RUNCTL" USING WS-RUNCTL-TAG RUN-CONTROL-RECORD
        WS-RUNCTL-FOUND-FLAG
    IF WS-RUNCTL-FOUND-FLAG = "Y"
        IF RC-OPERATOR-ID NOT = SPACES
            MOVE RC-OPERATOR-ID TO WS-OPERATOR-ID
        END-IF
        IF RC-INPUT-FILE-NAME NOT = SPACES
            MOVE RC-INPUT-FILE-NAME TO WS-FOLIO-FILE-NAME
        END-IF
        IF RC-OUTPUT-FILE-NAME NOT = SPACES
            MOVE RC-OUTPUT-FILE-NAME TO WS-REPORT-FILE-NAME
        END-IF
        IF RC-EXPORT-FLAG = "Y"
            MOVE "Y" TO WS-EXPORT-FLAG
        END-IF
        IF RC-MODE-FLAG = "U"
            MOVE "Y" TO WS-UPDATE-FLAG
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

0920-LOG-JOURNAL-ENTRY.
    CALL "CHORD-SBJOURNAL" USING WS-JRNL-PROGRAM-ID WS-OPERATOR-ID
        WS-JRNL-FILE-CODE WS-JRNL-ACTION WS-JRNL-BEFORE-IMAGE
        WS-JRNL-AFTER-IMAGE.

1000-VOICE-ONE-SONG.
    PERFORM 2000-LOAD-SONG-CHORDS
    IF WS-SONG-CHORD-COUNT = 0
        MOVE SPACES TO VOICING-REPORT-RECORD
        STRING "SONG NOT ON FILE: " DELIMITED BY SIZE
               WS-IN-SONG-ID DELIMITED BY SIZE
            INTO VOICING-REPORT-RECORD
        WRITE VOICING-REPORT-RECORD
        MOVE SPACES TO VOICING-REPORT-RECORD
        WRITE VOICING-REPORT-RECORD
    ELSE
        MOVE 0 TO WS-PREV-BEFORE-COUNT
        MOVE 0 TO WS-PREV-AFTER-COUNT
        MOVE 0 TO WS-SONG-MOVE-BEFORE
        MOVE 0 TO WS-SONG-MOVE-AFTER
        MOVE 0 TO WS-SONG-CHANGED-COUNT
        MOVE 0 TO WS-SONG-APPLIED-COUNT
        PERFORM VARYING WS-SONG-CHORD-IDX FROM 1 BY 1
                UNTIL WS-SONG-CHORD-IDX > WS-SONG-CHORD-COUNT
            PERFORM 3000-VOICE-ONE-CHORD
        END-PERFORM
        IF WS-UPDATE-REQUESTED AND WS-SONG-CHANGED-COUNT > 0
            PERFORM 4000-CONFIRM-AND-APPLY
        END-IF
        PERFORM 5000-WRITE-SONG-OUTPUT
        ADD 1 TO WS-SONGS-VOICED
        ADD WS-SONG-CHANGED-COUNT TO WS-CHORDS-CHANGED
        ADD WS-SONG-APPLIED-COUNT TO WS-CHORDS-APPLIED
        ADD WS-SONG-MOVE-BEFORE TO WS-RUN-MOVE-BEFORE
        ADD WS-SONG-MOVE-AFTER TO WS-RUN-MOVE-AFTER
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
                        MOVE SB-CHORD-QUALITY TO
                            WS-SCT-QUALITY (WS-SONG-CHORD-COUNT)
                        MOVE SB-ENHARM-PREF TO
                            WS-SCT-ENHARM (WS-SONG-CHORD-COUNT)
                        MOVE SB-CHORD-VOICING TO
                            WS-SCT-OLD-VOICING (WS-SONG-CHORD-COUNT)
                        MOVE SB-CHORD-VOICING TO
                            WS-SCT-NEW-VOICING (WS-SONG-CHORD-COUNT)
                        MOVE "N" TO
                            WS-SCT-APPLIED-FLAG (WS-SONG-CHORD-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    *> A START past the last key leaves the status behind; the next
    *> song's START and any confirmed rewrite need it clean.
    MOVE "00" TO WS-MASTER-FILE-STATUS.

3000-VOICE-ONE-CHORD.
    MOVE 0 TO WS-SCT-MOVE-BEFORE (WS-SONG-CHORD-IDX)
    MOVE 0 TO WS-SCT-MOVE-AFTER (WS-SONG-CHORD-IDX)
    MOVE 0 TO WS-SCT-PITCH-COUNT (WS-SONG-CHORD-IDX)
    MOVE SPACES TO WS-SCT-SPELLING (WS-SONG-CHORD-IDX)

    *> The chord as the master voices it - the "before" side.
    MOVE WS-SCT-OLD-VOICING (WS-SONG-CHORD-IDX)
        TO WS-CANDIDATE-VOICING
    PERFORM 3100-VOICE-CANDIDATE
    MOVE WS-VALID-FLAG TO WS-SCT-VALID-FLAG (WS-SONG-CHORD-IDX)
    IF WS-VALID-FLAG NOT = "Y"
        *> A chord the engine rejects has no tones to lead from or
        *> to; it keeps its voicing and the line carries on from the
        *> chord before it.
        CONTINUE
    ELSE
        MOVE WS-PREV-BEFORE-PITCHES TO WS-MEASURE-PREV-PITCHES
        MOVE WS-PREV-BEFORE-COUNT TO WS-MEASURE-PREV-COUNT
        PERFORM 3300-MEASURE-MOVEMENT
        MOVE WS-MOVEMENT TO WS-SCT-MOVE-BEFORE (WS-SONG-CHORD-IDX)
        ADD WS-MOVEMENT TO WS-SONG-MOVE-BEFORE
        MOVE WS-CAND-PITCHES TO WS-PREV-BEFORE-PITCHES
        MOVE WS-CAND-COUNT TO WS-PREV-BEFORE-COUNT

        *> The "after" side - the master's own voicing is tried first
        *> and is only displaced by one that strictly moves less.
        MOVE WS-SCT-OLD-VOICING (WS-SONG-CHORD-IDX)
            TO WS-CANDIDATE-LIST (1:1)
        IF WS-SCT-OLD-VOICING (WS-SONG-CHORD-IDX) = "6"
                OR WS-PREV-AFTER-COUNT = 0
            MOVE 1 TO WS-CANDIDATE-COUNT
        ELSE
            MOVE " 12" TO WS-CANDIDATE-LIST (2:3)
            MOVE 4 TO WS-CANDIDATE-COUNT
        END-IF
        MOVE "N" TO WS-BEST-FOUND-FLAG
        MOVE WS-PREV-AFTER-PITCHES TO WS-MEASURE-PREV-PITCHES
        MOVE WS-PREV-AFTER-COUNT TO WS-MEASURE-PREV-COUNT
        PERFORM VARYING WS-CANDIDATE-IDX FROM 1 BY 1
                UNTIL WS-CANDIDATE-IDX > WS-CANDIDATE-COUNT
            MOVE WS-CANDIDATE-LIST (WS-CANDIDATE-IDX:1)
                TO WS-CANDIDATE-VOICING
            PERFORM 3100-VOICE-CANDIDATE
            IF WS-VALID-FLAG = "Y"
                PERFORM 3300-MEASURE-MOVEMENT
                IF WS-BEST-FOUND-FLAG = "N"
                        OR WS-MOVEMENT < WS-BEST-MOVEMENT
                    MOVE "Y" TO WS-BEST-FOUND-FLAG
                    MOVE WS-CANDIDATE-VOICING TO WS-BEST-VOICING
                    MOVE WS-MOVEMENT TO WS-BEST-MOVEMENT
                    MOVE WS-CAND-COUNT TO WS-BEST-COUNT
                    MOVE WS-CAND-PITCHES TO WS-BEST-PITCHES
                    MOVE WS-RESULT-LINE TO WS-BEST-SPELLING
                END-IF
            END-IF
        END-PERFORM

        MOVE WS-BEST-VOICING TO WS-SCT-NEW-VOICING (WS-SONG-CHORD-IDX)
        MOVE WS-BEST-MOVEMENT TO WS-SCT-MOVE-AFTER (WS-SONG-CHORD-IDX)
        MOVE WS-BEST-SPELLING TO WS-SCT-SPELLING (WS-SONG-CHORD-IDX)
        MOVE WS-BEST-COUNT TO WS-SCT-PITCH-COUNT (WS-SONG-CHORD-IDX)
        PERFORM VARYING WS-VOICE-IDX FROM 1 BY 1
                UNTIL WS-VOICE-IDX > 6
            MOVE WS-BEST-PITCH (WS-VOICE-IDX)
                TO WS-SCT-PITCH (WS-SONG-CHORD-IDX, WS-VOICE-IDX)
        END-PERFORM
        ADD WS-BEST-MOVEMENT TO WS-SONG-MOVE-AFTER
        MOVE WS-BEST-PITCHES TO WS-PREV-AFTER-PITCHES
        MOVE WS-BEST-COUNT TO WS-PREV-AFTER-COUNT
        IF WS-BEST-VOICING NOT = WS-SCT-OLD-VOICING (WS-SONG-CHORD-IDX)
            ADD 1 TO WS-SONG-CHANGED-COUNT
        END-IF
    END-IF.

3100-VOICE-CANDIDATE.
    MOVE SPACES TO WS-RESULT-LINE
    CALL "CHORD-LOOKUP" USING WS-SCT-ROOT (WS-SONG-CHORD-IDX)
        WS-SCT-QUALITY (WS-SONG-CHORD-IDX) WS-CANDIDATE-VOICING
        WS-SCT-ENHARM (WS-SONG-CHORD-IDX) WS-VALID-FLAG
        WS-RESULT-LINE WS-REASON-CODE CHORD-TONE-LIST
    PERFORM 3200-PLACE-ON-KEYBOARD.

3200-PLACE-ON-KEYBOARD.
    *> The synth export's placement: the first voiced tone in the
    *> middle-C octave, each later tone the smallest upward step that
    *> reaches its pitch class - so what is measured here is what the
    *> rig will play.
    MOVE 0 TO WS-CAND-COUNT
    MOVE ZEROS TO WS-CAND-PITCHES
    IF WS-VALID-FLAG = "Y" AND CT-TONE-COUNT > 0
        MOVE CT-TONE-COUNT TO WS-CAND-COUNT
        COMPUTE WS-CAND-PITCH (1) = 60 + CT-TONE-SEMITONE (1)
        PERFORM VARYING WS-TONE-IDX FROM 2 BY 1
                UNTIL WS-TONE-IDX > CT-TONE-COUNT
            COMPUTE WS-PITCH-STEP = FUNCTION MOD
                (CT-TONE-SEMITONE (WS-TONE-IDX)
                - CT-TONE-SEMITONE (WS-TONE-IDX - 1) + 12, 12)
            IF WS-PITCH-STEP = 0
                MOVE 12 TO WS-PITCH-STEP
            END-IF
            COMPUTE WS-CAND-PITCH (WS-TONE-IDX) =
                WS-CAND-PITCH (WS-TONE-IDX - 1) + WS-PITCH-STEP
        END-PERFORM
    END-IF.

3300-MEASURE-MOVEMENT.
    *> Voice against voice from the bottom up; where one chord has
    *> more tones than the other, its extra voices are measured
    *> against the other chord's top voice. Nothing before the first
    *> chord means no movement into it.
    MOVE 0 TO WS-MOVEMENT
    IF WS-MEASURE-PREV-COUNT > 0 AND WS-CAND-COUNT > 0
        MOVE WS-CAND-COUNT TO WS-VOICE-COUNT
        IF WS-MEASURE-PREV-COUNT > WS-VOICE-COUNT
            MOVE WS-MEASURE-PREV-COUNT TO WS-VOICE-COUNT
        END-IF
        PERFORM VARYING WS-VOICE-IDX FROM 1 BY 1
                UNTIL WS-VOICE-IDX > WS-VOICE-COUNT
            MOVE WS-VOICE-IDX TO WS-CAND-VOICE
            IF WS-CAND-VOICE > WS-CAND-COUNT
                MOVE WS-CAND-COUNT TO WS-CAND-VOICE
            END-IF
            MOVE WS-VOICE-IDX TO WS-PREV-VOICE
            IF WS-PREV-VOICE > WS-MEASURE-PREV-COUNT
                MOVE WS-MEASURE-PREV-COUNT TO WS-PREV-VOICE
            END-IF
            COMPUTE WS-MOVEMENT = WS-MOVEMENT + FUNCTION ABS
                (WS-CAND-PITCH (WS-CAND-VOICE)
                - WS-MEASURE-PREV-PITCH (WS-PREV-VOICE))
        END-PERFORM
    END-IF.

4000-CONFIRM-AND-APPLY.
    MOVE WS-SONG-CHANGED-COUNT TO WS-COUNT-EDITED
    MOVE WS-SONG-MOVE-BEFORE TO WS-TOTAL-EDITED
    MOVE WS-SONG-MOVE-AFTER TO WS-TOTAL-EDITED-2
    DISPLAY "SONG " WS-IN-SONG-ID " - " WS-COUNT-EDITED
        " CHORDS RE-VOICED, MOVEMENT " WS-TOTAL-EDITED " TO "
        WS-TOTAL-EDITED-2 " SEMITONES"
    DISPLAY "Write the new voicings to the songbook master? (Y/N): "
        WITH NO ADVANCING
    ACCEPT WS-CONFIRM-REPLY
    MOVE FUNCTION UPPER-CASE (WS-CONFIRM-REPLY) TO WS-CONFIRM-REPLY
    IF WS-CONFIRM-REPLY = "Y"
        PERFORM VARYING WS-SONG-CHORD-IDX FROM 1 BY 1
                UNTIL WS-SONG-CHORD-IDX > WS-SONG-CHORD-COUNT
            IF WS-SCT-NEW-VOICING (WS-SONG-CHORD-IDX)
                    NOT = WS-SCT-OLD-VOICING (WS-SONG-CHORD-IDX)
                PERFORM 4100-APPLY-ONE-VOICING
            END-IF
        END-PERFORM
        DISPLAY "APPLIED " WS-SONG-APPLIED-COUNT " VOICINGS TO "
            WS-IN-SONG-ID
    ELSE
        DISPLAY "NOT APPLIED - " WS-IN-SONG-ID
            " LEFT AS IT STANDS ON THE MASTER"
    END-IF.

4100-APPLY-ONE-VOICING.
    MOVE WS-IN-SONG-ID TO SB-SONG-ID
    MOVE WS-SCT-SEQ (WS-SONG-CHORD-IDX) TO SB-CHORD-SEQ
    READ SONGBOOK-MASTER-FILE
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "CHORD GONE FROM THE MASTER - NOT APPLIED: "
            WS-IN-SONG-ID " SEQ " WS-SCT-SEQ (WS-SONG-CHORD-IDX)
        MOVE "00" TO WS-MASTER-FILE-STATUS
    ELSE
        IF SB-CHORD-VOICING NOT = WS-SCT-OLD-VOICING (WS-SONG-CHORD-IDX)
                OR SB-CHORD-ROOT NOT = WS-SCT-ROOT (WS-SONG-CHORD-IDX)
                OR SB-CHORD-QUALITY
                    NOT = WS-SCT-QUALITY (WS-SONG-CHORD-IDX)
            DISPLAY "CHORD CHANGED SINCE THE RUN READ IT - NOT "
                "APPLIED: " WS-IN-SONG-ID " SEQ "
                WS-SCT-SEQ (WS-SONG-CHORD-IDX)
        ELSE
            MOVE SONGBOOK-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
            MOVE WS-SCT-NEW-VOICING (WS-SONG-CHORD-IDX)
                TO SB-CHORD-VOICING
            MOVE FUNCTION CURRENT-DATE (1:8) TO SB-LAST-MAINT-STAMP
            REWRITE SONGBOOK-MASTER-RECORD
            IF WS-MASTER-FILE-STATUS = "00"
                MOVE SONGBOOK-MASTER-RECORD TO WS-JRNL-AFTER-IMAGE
                PERFORM 0920-LOG-JOURNAL-ENTRY
                MOVE "Y" TO WS-SCT-APPLIED-FLAG (WS-SONG-CHORD-IDX)
                ADD 1 TO WS-SONG-APPLIED-COUNT
            ELSE
                DISPLAY "REWRITE FAILED - STATUS "
                    WS-MASTER-FILE-STATUS " SEQ " SB-CHORD-SEQ
                MOVE "00" TO WS-MASTER-FILE-STATUS
            END-IF
        END-IF
    END-IF.

5000-WRITE-SONG-OUTPUT.
    MOVE ALL "=" TO VOICING-REPORT-RECORD
    WRITE VOICING-REPORT-RECORD
    MOVE SPACES TO VOICING-REPORT-RECORD
    STRING "VOICE LEADING - SONG " DELIMITED BY SIZE
           WS-IN-SONG-ID DELIMITED BY SIZE
        INTO VOICING-REPORT-RECORD
    WRITE VOICING-REPORT-RECORD
    MOVE SPACES TO VOICING-REPORT-RECORD
    WRITE VOICING-REPORT-RECORD
    MOVE "SEQ" TO VOICING-REPORT-RECORD (1:3)
    MOVE "CHORD" TO VOICING-REPORT-RECORD (7:5)
    MOVE "WAS" TO VOICING-REPORT-RECORD (17:3)
    MOVE "NOW" TO VOICING-REPORT-RECORD (22:3)
    MOVE "MOVED WAS" TO VOICING-REPORT-RECORD (27:9)
    MOVE "MOVED NOW" TO VOICING-REPORT-RECORD (38:9)
    MOVE "VOICED TONES (NOW)" TO VOICING-REPORT-RECORD (49:18)
    WRITE VOICING-REPORT-RECORD
    PERFORM VARYING WS-SONG-CHORD-IDX FROM 1 BY 1
            UNTIL WS-SONG-CHORD-IDX > WS-SONG-CHORD-COUNT
        PERFORM 5100-WRITE-CHORD-LINE
        PERFORM 5200-WRITE-VOICED-RESULT
        IF WS-EXPORT-REQUESTED
            PERFORM 5300-WRITE-SYNTH-EXPORT
        END-IF
    END-PERFORM
    MOVE SPACES TO VOICING-REPORT-RECORD
    WRITE VOICING-REPORT-RECORD
    MOVE WS-SONG-MOVE-BEFORE TO WS-TOTAL-EDITED
    MOVE WS-SONG-MOVE-AFTER TO WS-TOTAL-EDITED-2
    MOVE SPACES TO VOICING-REPORT-RECORD
    STRING "TOTAL SEMITONE MOVEMENT - BEFORE " DELIMITED BY SIZE
           WS-TOTAL-EDITED DELIMITED BY SIZE
           "  AFTER " DELIMITED BY SIZE
           WS-TOTAL-EDITED-2 DELIMITED BY SIZE
        INTO VOICING-REPORT-RECORD
    WRITE VOICING-REPORT-RECORD
    MOVE WS-SONG-CHANGED-COUNT TO WS-COUNT-EDITED
    MOVE SPACES TO VOICING-REPORT-RECORD
    MOVE 1 TO WS-REPORT-PTR
    STRING "CHORDS RE-VOICED: " DELIMITED BY SIZE
           WS-COUNT-EDITED DELIMITED BY SIZE
        INTO VOICING-REPORT-RECORD
        WITH POINTER WS-REPORT-PTR
    EVALUATE TRUE
        WHEN NOT WS-UPDATE-REQUESTED
            STRING "  - PROPOSAL ONLY, MASTER NOT UPDATED"
                    DELIMITED BY SIZE
                INTO VOICING-REPORT-RECORD
                WITH POINTER WS-REPORT-PTR
        WHEN WS-SONG-APPLIED-COUNT > 0
            MOVE WS-SONG-APPLIED-COUNT TO WS-COUNT-EDITED
            STRING "  - APPLIED TO MASTER: " DELIMITED BY SIZE
                   WS-COUNT-EDITED DELIMITED BY SIZE
                INTO VOICING-REPORT-RECORD
                WITH POINTER WS-REPORT-PTR
        WHEN WS-SONG-CHANGED-COUNT > 0
            STRING "  - NOT APPLIED" DELIMITED BY SIZE
                INTO VOICING-REPORT-RECORD
                WITH POINTER WS-REPORT-PTR
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    WRITE VOICING-REPORT-RECORD
    MOVE SPACES TO VOICING-REPORT-RECORD
    WRITE VOICING-REPORT-RECORD.

5100-WRITE-CHORD-LINE.
    PERFORM 5150-BUILD-CHORD-SYMBOL
    MOVE SPACES TO VOICING-REPORT-RECORD
    MOVE WS-SCT-SEQ (WS-SONG-CHORD-IDX) TO WS-SEQ-EDITED
    MOVE WS-SEQ-EDITED TO VOICING-REPORT-RECORD (1:4)
    MOVE WS-CHORD-SYMBOL TO VOICING-REPORT-RECORD (7:8)
    MOVE WS-SCT-OLD-VOICING (WS-SONG-CHORD-IDX) TO WS-VOICING-DISPLAY
    PERFORM 5160-SHOW-VOICING
    MOVE WS-VOICING-DISPLAY TO VOICING-REPORT-RECORD (18:1)
    IF WS-SCT-VALID-FLAG (WS-SONG-CHORD-IDX) NOT = "Y"
        MOVE "NOT RESOLVED - VOICING LEFT AS IT STANDS"
            TO VOICING-REPORT-RECORD (27:40)
    ELSE
        MOVE WS-SCT-NEW-VOICING (WS-SONG-CHORD-IDX)
            TO WS-VOICING-DISPLAY
        PERFORM 5160-SHOW-VOICING
        MOVE WS-VOICING-DISPLAY TO VOICING-REPORT-RECORD (23:1)
        MOVE WS-SCT-MOVE-BEFORE (WS-SONG-CHORD-IDX) TO WS-MOVE-EDITED
        MOVE WS-MOVE-EDITED TO VOICING-REPORT-RECORD (33:3)
        MOVE WS-SCT-MOVE-AFTER (WS-SONG-CHORD-IDX) TO WS-MOVE-EDITED
        MOVE WS-MOVE-EDITED TO VOICING-REPORT-RECORD (44:3)
        MOVE WS-SCT-SPELLING (WS-SONG-CHORD-IDX)
            TO VOICING-REPORT-RECORD (49:40)
        IF WS-SCT-NEW-VOICING (WS-SONG-CHORD-IDX)
                NOT = WS-SCT-OLD-VOICING (WS-SONG-CHORD-IDX)
            MOVE "*" TO VOICING-REPORT-RECORD (25:1)
        END-IF
    END-IF
    WRITE VOICING-REPORT-RECORD.

5150-BUILD-CHORD-SYMBOL.
    MOVE WS-SCT-ROOT (WS-SONG-CHORD-IDX) TO WS-ROOT-DISPLAY
    IF WS-SCT-ENHARM (WS-SONG-CHORD-IDX) = "F"
        PERFORM VARYING CHR-IDX FROM 1 BY 1 UNTIL CHR-IDX > 12
            IF CHR-SHARP-NAME (CHR-IDX)
                    = WS-SCT-ROOT (WS-SONG-CHORD-IDX)
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
        WITH POINTER WS-SYMBOL-PTR.

5160-SHOW-VOICING.
    *> Root position is a blank voicing on the master; the report
    *> shows it as R so the column never reads as missing.
    IF WS-VOICING-DISPLAY = SPACE
        MOVE "R" TO WS-VOICING-DISPLAY
    END-IF.

5200-WRITE-VOICED-RESULT.
    MOVE WS-IN-SONG-ID TO VR-SONG-ID
    MOVE WS-SCT-SEQ (WS-SONG-CHORD-IDX) TO VR-CHORD-SEQ
    MOVE WS-SCT-ROOT (WS-SONG-CHORD-IDX) TO VR-CHORD-ROOT
    MOVE WS-SCT-QUALITY (WS-SONG-CHORD-IDX) TO VR-CHORD-QUALITY
    MOVE WS-SCT-OLD-VOICING (WS-SONG-CHORD-IDX) TO VR-OLD-VOICING
    MOVE WS-SCT-NEW-VOICING (WS-SONG-CHORD-IDX) TO VR-NEW-VOICING
    MOVE WS-SCT-MOVE-BEFORE (WS-SONG-CHORD-IDX) TO VR-MOVEMENT-BEFORE
    MOVE WS-SCT-MOVE-AFTER (WS-SONG-CHORD-IDX) TO VR-MOVEMENT-AFTER
    MOVE WS-SCT-APPLIED-FLAG (WS-SONG-CHORD-IDX) TO VR-APPLIED-FLAG
    MOVE WS-SCT-SPELLING (WS-SONG-CHORD-IDX) TO VR-VOICED-SPELLING
    WRITE VOICED-RESULT-RECORD.

5300-WRITE-SYNTH-EXPORT.
    MOVE SPACES TO SX-REQUEST-KEY
    MOVE WS-IN-SONG-ID TO SX-REQUEST-KEY
    MOVE WS-SCT-VALID-FLAG (WS-SONG-CHORD-IDX) TO SX-STATUS
    MOVE WS-SCT-PITCH-COUNT (WS-SONG-CHORD-IDX) TO SX-PITCH-COUNT
    PERFORM VARYING WS-VOICE-IDX FROM 1 BY 1 UNTIL WS-VOICE-IDX > 6
        MOVE WS-SCT-PITCH (WS-SONG-CHORD-IDX, WS-VOICE-IDX)
            TO SX-MIDI-PITCH (WS-VOICE-IDX)
    END-PERFORM
    MOVE SYNTH-EXPORT-RECORD TO SYNTH-EXPORT-RECORD-OUT
    WRITE SYNTH-EXPORT-RECORD-OUT.

6000-WRITE-RUN-TOTALS.
    MOVE ALL "=" TO VOICING-REPORT-RECORD
    WRITE VOICING-REPORT-RECORD
    MOVE SPACES TO VOICING-REPORT-RECORD
    STRING "RUN TOTALS - SONGS " DELIMITED BY SIZE
           WS-SONGS-VOICED DELIMITED BY SIZE
           "  CHORDS RE-VOICED " DELIMITED BY SIZE
           WS-CHORDS-CHANGED DELIMITED BY SIZE
           "  APPLIED " DELIMITED BY SIZE
           WS-CHORDS-APPLIED DELIMITED BY SIZE
        INTO VOICING-REPORT-RECORD
    WRITE VOICING-REPORT-RECORD
    MOVE SPACES TO VOICING-REPORT-RECORD
    STRING "SEMITONE MOVEMENT - BEFORE " DELIMITED BY SIZE
           WS-RUN-MOVE-BEFORE DELIMITED BY SIZE
           "  AFTER " DELIMITED BY SIZE
           WS-RUN-MOVE-AFTER DELIMITED BY SIZE
        INTO VOICING-REPORT-RECORD
    WRITE VOICING-REPORT-RECORD.
