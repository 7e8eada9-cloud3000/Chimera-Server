*> language for the lookups that follow it, and a session break resets
*> it to the default.  Sorting replaced the old fixed 500-entry
*> session table, so there is no ceiling on sessions per day.  Other
*> command requests (list, find, add/update/delete, alias, hexmode)
*> are not exact-key lookups and are skipped.  A lookup the terminal
*> resolved through ANIMAL-ALIAS is replayed against the name and
*> language the audit record says it actually served, so a dropped
*> alias target is reported like any other lost key.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. animlchk.
    05 SRT-REQUEST-TEXT       Pic X(4096).
    05 SRT-MATCH-FLAG         Pic X(01).
       88 SRT-MATCHED         Value "M".
    05 SRT-ALIAS-NAME         Pic X(20).
    05 SRT-ALIAS-LANGUAGE     Pic X(03).
WORKING-STORAGE SECTION.
    Copy "buflim.cpy".
 1 audit-log-status      Pic X(02) value "00".
       Move AUD-TIMESTAMP to SRT-TIMESTAMP
       Move AUD-REQUEST-TEXT to SRT-REQUEST-TEXT
       Move AUD-MATCH-FLAG to SRT-MATCH-FLAG
       Move AUD-ALIAS-NAME to SRT-ALIAS-NAME
       Move AUD-ALIAS-LANGUAGE to SRT-ALIAS-LANGUAGE
       Release SORT-WORK-RECORD
       Perform read-audit-record
    End-Perform.
            or trim(request-word) = "add"
            or trim(request-word) = "update"
            or trim(request-word) = "delete"
            or trim(request-word) = "alias"
            or trim(request-word) = "hexmode"
            Continue
        When request-rest not = Spaces
    Move cur-language to replay-language
    Move Spaces to replay-key
    Move trim(SRT-REQUEST-TEXT) to replay-key
    If SRT-ALIAS-NAME not = Spaces
        Move SRT-ALIAS-NAME to replay-key
        Move SRT-ALIAS-LANGUAGE to replay-language
    End-If
    Move Spaces to replay-result
    Move replay-key to ANM-NAME
    Move replay-language to ANM-LANGUAGE
