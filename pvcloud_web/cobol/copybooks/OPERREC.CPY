    05 OP-DEPARTMENT          PIC X(4).
    05 OP-ACTIVE-FLAG         PIC X(1).
*> Authority level - "L" lookup-only, "M" maintenance (may also run
*> the master-file maintenance programs), "A" accounting (the billback
*> rate master only - not the M maintenance programs), "S" security
*> admin (may also maintain this file itself).
*> Appended after OP-ACTIVE-FLAG so records written before it existed
*> still parse - a blank level reads back as lookup-only, the least an
*> active operator could always do.
    05 OP-AUTHORITY-LEVEL     PIC X(1).
