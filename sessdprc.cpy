*> sessdprc.cpy
*> Record layout for the SESSION-DEPARTMENT mapping file: which
*> department pays for each terminal session id that appears in the
*> daily BILLEXTR extracts.  Finance maintains it as a flat file in
*> ascending session-id order, one record per session; audinvc
*> match-merges it against the month's sessions and lists any session
*> with no record (or a blank department) as an exception rather than
*> billing it to nobody.
 01 SESSION-DEPARTMENT-RECORD.
    05 SDP-SESSION-ID         Pic X(256).
    05 SDP-DEPARTMENT         Pic X(08).
