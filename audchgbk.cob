*> day.  Detail records therefore come out in session-id order, not
*> first-seen order; the trailer totals are unchanged.
*>
*> batchrun points BILLEXTR at the day's BILLEXTR.YYYYMMDD generation,
*> and audinvc invoices each month from those generations, checking
*> every one against its trailer first.  Operator console records
*> (session "*operator") are not terminal usage and are left out.
*>
*> Extract layout (BILLEXTR, fixed columns):
*>   Detail:  "D", session id X(256), first timestamp X(21),
*>            last timestamp X(21), matched 9(7), unmatched 9(7),
   Stop Run Returning 0.

*> Sort input side: feed the day's log into the sort.  Only the
*> columns the rollup needs are released.  Operator console commands
*> are not terminal usage and are never billed.
release-audit-records.
    Perform read-audit-record
    Perform until audit-log-eof
       If not AUD-OPERATOR-SESSION
           Move Spaces to SORT-WORK-RECORD
           Move AUD-SESSION-ID to SRT-SESSION-ID
           Move AUD-TIMESTAMP to SRT-TIMESTAMP
           Move AUD-MATCH-FLAG to SRT-MATCH-FLAG
           Release SORT-WORK-RECORD
       End-If
       Perform read-audit-record
    End-Perform.

