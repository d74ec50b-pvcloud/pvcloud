DATA DIVISION.
FILE SECTION.
FD  RUN-CONTROL-FILE.
01 RUN-CONTROL-CARD-IN     PIC X(121).

WORKING-STORAGE SECTION.
COPY RUNCTLRC.

LINKAGE SECTION.
01 LK-PROGRAM-TAG          PIC X(8).
01 LK-RUN-CONTROL-CARD     PIC X(121).
01 LK-CARD-FOUND-FLAG      PIC X(1).

PROCEDURE DIVISION USING LK-PROGRAM-TAG LK-RUN-CONTROL-CARD
