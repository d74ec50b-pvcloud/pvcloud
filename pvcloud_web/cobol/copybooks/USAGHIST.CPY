*> Usage history record - the permanent daily rollup of the audit
*> log, one record per usage date, department, source tag, root and
*> quality, with how many lookups that combination made and how many
*> of them were rejected. Unlike the audit archive generations, which
*> housekeeping purges once they pass the retention window, this file
*> is never purged, so a year-on-year trend can always be answered.
01 USAGE-HISTORY-RECORD.
    05 UH-KEY.
*> Date (yyyymmdd) the lookups were made, from AUD-TIMESTAMP.
        10 UH-USAGE-DATE      PIC X(8).
        10 UH-DEPARTMENT      PIC X(4).
        10 UH-SOURCE          PIC X(8).
        10 UH-TUNE-ROOT       PIC X(2).
        10 UH-TUNE-QUALITY    PIC X(4).
    05 UH-LOOKUP-COUNT        PIC 9(7).
    05 UH-REJECT-COUNT        PIC 9(7).
*> Business date of the rollup run that posted the record, so a rerun
*> of the same night replaces its own records instead of adding to
*> them, and records posted from a different night's log are left
*> alone even when they carry the same usage date.
    05 UH-ROLLUP-DATE         PIC X(8).
