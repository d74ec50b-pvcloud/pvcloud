IDENTIFICATION DIVISION.
PROGRAM-ID. CHORD-SBJOURNAL.
*> Appends one entry to the songbook change journal, shared by every
*> program that writes SONGBOOK.DAT, SONGSTRC.DAT, or SBRESULT.DAT the
*> same way CHORD-REJECT is shared for the reject queue. The caller
*> hands over its program ID, the operator, which master the record
*> belongs to, the action, and the record images before and after
*> the write; the timestamp and the song ID (the first six bytes of
*> whichever image is present) are filled in here. The journal is
*> opened, appended to, and closed on every call, as the reject
*> queue is - an entry has to be on disk before the next record
*> changes, or a maintenance session that is cut off leaves the
*> journal short of the very change somebody will want backed out.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SONGBOOK-JOURNAL-FILE ASSIGN TO "SBJRNL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SONGBOOK-JOURNAL-FILE.
01 SONGBOOK-JOURNAL-RECORD-OUT PIC X(157).

WORKING-STORAGE SECTION.
COPY SBJRNLRC.
01 WS-JOURNAL-FILE-STATUS  PIC X(2).

LINKAGE SECTION.
01 LK-PROGRAM-ID           PIC X(16).
01 LK-OPERATOR-ID          PIC X(8).
01 LK-FILE-CODE            PIC X(1).
01 LK-ACTION               PIC X(1).
01 LK-BEFORE-IMAGE         PIC X(52).
01 LK-AFTER-IMAGE          PIC X(52).

PROCEDURE DIVISION USING LK-PROGRAM-ID LK-OPERATOR-ID LK-FILE-CODE
        LK-ACTION LK-BEFORE-IMAGE LK-AFTER-IMAGE.

0100-WRITE-JOURNAL-ENTRY.
    STRING FUNCTION CURRENT-DATE DELIMITED BY SIZE
        INTO SJ-TIMESTAMP
    MOVE LK-PROGRAM-ID   TO SJ-PROGRAM-ID
    MOVE LK-OPERATOR-ID  TO SJ-OPERATOR-ID
    MOVE LK-FILE-CODE    TO SJ-FILE-CODE
    MOVE LK-ACTION       TO SJ-ACTION
    MOVE LK-BEFORE-IMAGE TO SJ-BEFORE-IMAGE
    MOVE LK-AFTER-IMAGE  TO SJ-AFTER-IMAGE
    IF LK-AFTER-IMAGE NOT = SPACES
        MOVE LK-AFTER-IMAGE (1:6) TO SJ-SONG-ID
    ELSE
        MOVE LK-BEFORE-IMAGE (1:6) TO SJ-SONG-ID
    END-IF
    OPEN EXTEND SONGBOOK-JOURNAL-FILE
    IF WS-JOURNAL-FILE-STATUS NOT = "00"
        OPEN OUTPUT SONGBOOK-JOURNAL-FILE
    END-IF
    MOVE SONGBOOK-JOURNAL-RECORD TO SONGBOOK-JOURNAL-RECORD-OUT
    WRITE SONGBOOK-JOURNAL-RECORD-OUT
    CLOSE SONGBOOK-JOURNAL-FILE
    GOBACK.
