*> Billback rate master record - maintained by accounting through
*> CHORD-RATEMAINT, one record per audit source tag (INTERACT, BATCH,
*> XPOSE, SONGBK, ...) per effective date. The full rate is charged per
*> billable lookup; rejected lookups (AUD-STATUS "N") are charged the
*> reject rate instead of the full rate.
01 RATE-MASTER-RECORD.
    05 RT-SOURCE              PIC X(8).
    05 RT-FULL-RATE           PIC 9(3)V99.
    05 RT-REJECT-RATE         PIC 9(3)V99.
*> Effective-dated rates - a record is in effect from RT-EFFECTIVE-DATE
*> (YYYYMMDD) until the next effective date on file for the same source,
*> so the master carries the whole rate history and an audit entry is
*> priced at whatever rate was in effect on the day it was logged.
*> Appended after the rates so the hand-built one-rate-per-source
*> records still parse - a blank effective date reads back as in effect
*> from the beginning. Who keyed the rate, and when, ride along for the
*> auditors.
    05 RT-EFFECTIVE-DATE      PIC X(8).
    05 RT-ENTERED-BY          PIC X(8).
    05 RT-ENTERED-DATE        PIC X(8).
