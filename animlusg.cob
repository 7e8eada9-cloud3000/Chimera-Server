*>      first, default-language fallback, the online rules -- and
*>      written to the HITWORK file.  Command requests are skipped,
*>      "lang" commands move the session's language, as in animlchk.
*>      A hit served through ANIMAL-ALIAS counts against the record
*>      the audit record says was read, not the word typed.
*>
*>   2. HITWORK is sorted by name and language and control-broken
*>      into one count per served record; walking ANIMAL-MASTER in
    05 SRT-REQUEST-TEXT       Pic X(4096).
    05 SRT-MATCH-FLAG         Pic X(01).
       88 SRT-MATCHED         Value "M".
    05 SRT-ALIAS-NAME         Pic X(20).
    05 SRT-ALIAS-LANGUAGE     Pic X(03).
SD  HIT-SORT.
 1 HIT-SORT-RECORD.
    05 HSR-KEY.
       " records, " zero-hit-count " active zero-hit".
   Stop Run Returning 0.

*> Sort-1 input side: feed the day's log into the sort, leaving out
*> the operator console's commands.
release-audit-records.
    Perform read-audit-record
    Perform until audit-log-eof
       If not AUD-OPERATOR-SESSION
           Move Spaces to SESS-SORT-RECORD
           Move AUD-SESSION-ID to SRT-SESSION-ID
           Move AUD-TIMESTAMP to SRT-TIMESTAMP
           Move AUD-REQUEST-TEXT to SRT-REQUEST-TEXT
           Move AUD-MATCH-FLAG to SRT-MATCH-FLAG
           Move AUD-ALIAS-NAME to SRT-ALIAS-NAME
           Move AUD-ALIAS-LANGUAGE to SRT-ALIAS-LANGUAGE
           Release SESS-SORT-RECORD
       End-If
       Perform read-audit-record
    End-Perform.

            or trim(request-word) = "add"
            or trim(request-word) = "update"
            or trim(request-word) = "delete"
            or trim(request-word) = "alias"
            or trim(request-word) = "hexmode"
            Continue
        When request-rest not = Spaces
            Continue
        When SRT-ALIAS-NAME not = Spaces
            Perform record-alias-hit
        When Other
            Perform resolve-hit-language
    End-Evaluate.

*> The terminal already resolved this one; count what it read.
record-alias-hit.
    Add 1 to hits-resolved
    Move Spaces to HIT-WORK-RECORD
    Move SRT-ALIAS-NAME to HIT-NAME
    Move SRT-ALIAS-LANGUAGE to HIT-LANGUAGE
    Write HIT-WORK-RECORD.

*> Which language record served this hit: the session language when
*> the master carries it, else the default-language fallback.  A key
*> since deleted from the master still counts, under the session
