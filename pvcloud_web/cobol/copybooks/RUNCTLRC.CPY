*> end-clean record on the suite-control board for the business day.
*> Blank (every card written before the field existed) refuses.
    05 RC-OVERRIDE-FLAG       PIC X(1).
*> Selection value for the inquiry runs that report on one song or
*> one operator (the mode flag says which) - a song ID or an operator
*> ID, left-justified. Blank means no selection. The gig-packet run
*> takes its set ID here, and the lead-sheet run the instrument code
*> its fingering appendix is drawn for.
    05 RC-SELECT-KEY          PIC X(8).
*> Threshold for the runs that flag or match against one (the
*> department budget warning level, the songbook comparison's
*> similarity level) - a whole-number percentage. Blank means the
*> program's built-in default.
    05 RC-THRESHOLD-PCT       PIC X(3).
