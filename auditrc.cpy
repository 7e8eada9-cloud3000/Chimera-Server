*> auditrc.cpy
*> Record layout for the AUDIT-LOG file.  One record per decoded
*> browser-input transaction so "what did the terminal actually serve"
*> can be answered from the log instead of reproduced live.  A
*> maintenance request refused by the USER-PROFILE check is logged
*> "R", never "E", so the denied-attempts report can find it.  A
*> lookup that only hit through ANIMAL-ALIAS (or by folding the typed
*> word to lower case) carries the name and language actually read in
*> the alias key, so replays and usage counts resolve the same record
*> the terminal served; it is spaces for a direct hit.  Operator
*> console commands (exit, status, drain, reload, kick) are logged
*> "O" under the reserved session id "*operator", which no terminal
*> may use, so billing and usage jobs can leave them out.
*> AUD-RECEIVED-TS is when the terminal accepted the input line and
*> AUD-RESPONDED-TS when its response went out (for a line with no
*> response, such as a session "exit", when it was logged), so
*> animlsla can report response times; both are spaces on records
*> written before they were captured.
 01 AUDIT-LOG-RECORD.
    05 AUD-TIMESTAMP          Pic X(21).
    05 AUD-SESSION-ID         Pic X(256).
       88 AUD-OPERATOR-SESSION Value "*operator".
    05 AUD-REQUEST-TEXT       Pic X(4096).
    05 AUD-MATCH-FLAG         Pic X(01).
       88 AUD-MATCHED         Value "M".
       88 AUD-UNMATCHED       Value "U".
       88 AUD-ERRORED         Value "E".
       88 AUD-EXITED          Value "X".
       88 AUD-REFUSED         Value "R".
       88 AUD-OPERATOR        Value "O".
    05 AUD-ALIAS-KEY.
       10 AUD-ALIAS-NAME      Pic X(20).
       10 AUD-ALIAS-LANGUAGE  Pic X(03).
    05 AUD-RECEIVED-TS        Pic X(21).
    05 AUD-RESPONDED-TS       Pic X(21).
