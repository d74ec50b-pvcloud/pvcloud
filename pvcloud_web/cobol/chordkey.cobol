WORKING-STORAGE SECTION.
COPY CHRDTAB1.

COPY DEGRTAB.

01 WS-CHART-FILE-STATUS    PIC X(2).
01 WS-KEY-ROOT             PIC X(2).
