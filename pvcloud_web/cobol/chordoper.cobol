*> filled in), "I" (known but inactive), or "N" (unknown - including
*> a missing master file, so an unconfigured machine refuses sign-ons
*> instead of letting unbillable usage through). The authority level
*> comes back as "L", "M", "A", or "S" per OPERREC.CPY; a blank level
*> on a record written before the field existed reads back as "L", so
*> the old hand-built masters keep working for lookups but cannot
*> reach the maintenance programs.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
