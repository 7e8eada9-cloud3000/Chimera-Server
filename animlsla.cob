*> Copyright 2017 The Advanced Terminal Processor Authors. All rights reserved.
*> Use of this source code is governed by a BSD-style
*> license that can be found in the LICENSE file.

*> cobc -x -free -fintrinsics=ALL animlsla.cob
*>
*> NOTE: Nightly response-time report for the terminal.  animal.cob
*> logs, with every AUDIT-LOG record, when it accepted the input line
*> (AUD-RECEIVED-TS) and when the response went out
*> (AUD-RESPONDED-TS); the difference is the time the request took,
*> including list-animals or find-animals walking the master and the
*> hex decoding and encoding of the body.  Each timed request is put
*> in a command type by its decoded text:
*>
*>   lookup            a plain animal name (the default)
*>   list              "list" on its own
*>   list <category>   "list" with a category
*>   find              "find <text>"
*>   maintenance       add, update, delete and alias
*>   other             hexmode, lang, and errored lines that never
*>                     decoded to a command
*>
*> Operator commands and session exits are left out -- neither is a
*> page anyone waits for -- as are records written before the times
*> were captured.  The day's requests are sorted by type, hour of
*> receipt and elapsed time, and each type/hour group gets its count,
*> average, 95th percentile (nearest rank, from the per-group counts
*> taken on the way in) and worst time.  A group whose 95th
*> percentile is over the threshold (argument, in milliseconds,
*> default 500) is flagged BREACH.  The worst individual requests of
*> the day (20) follow, with session and request text.  Times are to
*> the hundredth of a second, the resolution of the stamps.
*>
*> The report goes to SLARPT.  Returns 0, or 4 when any hour breached
*> so the stream flags the slowdown; file errors return 16.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. animlsla.
AUTHOR.     Michael Anderson.
DATE-COMPILED.
environment division.
configuration section.
SOURCE-COMPUTER. GNU-Linux.
OBJECT-COMPUTER. GNU-Linux.
input-output section.
file-control.
    Select AUDIT-LOG Assign to "AUDITLOG"
        Organization is Line Sequential
        File Status is audit-log-status.
    Select SLA-REPORT Assign to "SLARPT"
        Organization is Line Sequential
        File Status is sla-report-status.
    Select SLA-SORT Assign to "SLASORT".
data division.
file section.
FD  AUDIT-LOG.
    Copy "auditrc.cpy".
FD  SLA-REPORT.
 1 REPORT-LINE       Pic X(132).
SD  SLA-SORT.
 1 SLA-SORT-RECORD.
    05 SLS-TYPE              Pic 9(1).
    05 SLS-HOUR              Pic 9(2).
    05 SLS-ELAPSED-MS        Pic 9(9).
WORKING-STORAGE SECTION.
 1 audit-log-status      Pic X(02) value "00".
 1 sla-report-status     Pic X(02) value "00".
 1 run-arg            Pic X(256) value spaces.
 1 threshold-ms       Pic 9(7) Value 500.
 1 eof-sw             Pic X(01) value "N".
    88 audit-log-eof     Value "Y".
 1 sort-eof-sw        Pic X(01) value "N".
    88 sla-sort-eof      Value "Y".
 1 timed-sw           Pic X(01) value "N".
    88 request-timed     Value "Y".
 1 request-type       Pic 9(1) Value 0.
 1 request-hour       Pic 9(2) Value 0.
 1 request-word       Pic X(20) value spaces.
 1 request-rest       Pic X(4096) value spaces.
 1 parse-ptr          Pic 9(9) Comp Value 0.
*> Elapsed time from the two Current-Date stamps; a request that
*> straddles midnight picks up the day from the date parts.
 1 stamp-date         Pic 9(8) Value 0.
 1 stamp-time         Pic 9(8) Value 0.
 1 stamp-time-parts redefines stamp-time.
    05 stamp-hh          Pic 9(2).
    05 stamp-mm          Pic 9(2).
    05 stamp-ss          Pic 9(2).
    05 stamp-cs          Pic 9(2).
 1 stamp-centiseconds Pic S9(15) Comp Value 0.
 1 received-cs        Pic S9(15) Comp Value 0.
 1 responded-cs       Pic S9(15) Comp Value 0.
 1 elapsed-ms         Pic S9(15) Comp Value 0.
 1 TYPE-NAME-TABLE.
    05 filler Pic X(16) value "lookup".
    05 filler Pic X(16) value "list".
    05 filler Pic X(16) value "list <category>".
    05 filler Pic X(16) value "find".
    05 filler Pic X(16) value "maintenance".
    05 filler Pic X(16) value "other".
 1 TYPE-NAMES redefines TYPE-NAME-TABLE.
    05 TYPE-NAME         Pic X(16) Occurs 6 Times.
*> Requests per type and hour, counted on the way into the sort so the
*> output side knows each group's 95th-percentile rank in advance.
 1 GROUP-COUNT-TABLE.
    05 COUNT-TYPE Occurs 6 Times.
       10 GROUP-HOUR-COUNT  Pic 9(9) Comp Occurs 24 Times.
 1 type-idx           Pic 9(4) Comp Value 0.
 1 hour-idx           Pic 9(4) Comp Value 0.
 1 group-type         Pic 9(1) Value 0.
 1 group-hour         Pic 9(2) Value 0.
 1 group-requests     Pic 9(9) Value 0.
 1 group-total-ms     Pic 9(15) Value 0.
 1 group-max-ms       Pic 9(9) Value 0.
 1 group-p95-ms       Pic 9(9) Value 0.
 1 group-p95-rank     Pic 9(9) Value 0.
 1 group-avg-ms       Pic 9(9) Value 0.
 1 group-open-sw      Pic X(01) value "N".
    88 group-open        Value "Y".
*> The day's slowest requests, slowest first.
 1 WORST-TABLE.
    05 worst-count       Pic 9(4) Comp Value 0.
    05 WORST-MAX         Pic 9(4) Comp Value 20.
    05 WORST-ENTRY Occurs 20 Times.
       10 WST-ELAPSED-MS    Pic 9(9).
       10 WST-RECEIVED-TS   Pic X(21).
       10 WST-TYPE          Pic 9(1).
       10 WST-SESSION-ID    Pic X(32).
       10 WST-REQUEST-TEXT  Pic X(40).
 1 worst-idx          Pic 9(4) Comp Value 0.
 1 worst-pos          Pic 9(4) Comp Value 0.
 1 ms-disp            Pic Z(8)9.
 1 avg-disp           Pic Z(8)9.
 1 p95-disp           Pic Z(8)9.
 1 max-disp           Pic Z(8)9.
 1 count-disp         Pic Z(8)9.
 1 breach-note        Pic X(06) value spaces.
 1 read-count         Pic 9(7) Value 0.
 1 timed-count        Pic 9(7) Value 0.
 1 untimed-count      Pic 9(7) Value 0.
 1 breach-count       Pic 9(7) Value 0.
 1 report-text        Pic X(132) value spaces.
procedure division.
   Accept run-arg from command-line.
   If trim(run-arg) not = Spaces
       If trim(run-arg) is numeric
           Move trim(run-arg) to threshold-ms
       Else
           Display "animlsla: threshold must be numeric milliseconds, got "
               trim(run-arg) upon SYSERR
           Stop Run Returning 16
       End-If
   End-If.
   Open Input AUDIT-LOG.
   If audit-log-status <> "00"
       Display "animlsla: unable to open AUDIT-LOG, status "
           audit-log-status upon SYSERR
       Stop Run Returning 16
   End-If.
   Open Output SLA-REPORT.
   If sla-report-status <> "00"
       Display "animlsla: unable to open SLA-REPORT, status "
           sla-report-status upon SYSERR
       Stop Run Returning 16
   End-If.

   Move "Animal Terminal - Response Times by Command Type and Hour"
       to report-text.
   Write REPORT-LINE from report-text.
   Move threshold-ms to ms-disp.
   Move Spaces to report-text.
   String "95th percentile threshold " trim(ms-disp) " ms"
       Delimited by size into report-text.
   Write REPORT-LINE from report-text.
   Move Spaces to report-text.
   Write REPORT-LINE from report-text.
   Move "Type             Hour   Requests     Avg ms     P95 ms     Max ms"
       to report-text.
   Write REPORT-LINE from report-text.
   Initialize GROUP-COUNT-TABLE.

   Sort SLA-SORT
       On Ascending Key SLS-TYPE SLS-HOUR SLS-ELAPSED-MS
       Input Procedure is release-timed-requests
       Output Procedure is report-type-hours.

   Perform write-worst-requests.
   Perform write-sla-totals.

   Close AUDIT-LOG.
   Close SLA-REPORT.
   Display "animlsla: " timed-count " timed requests, "
       breach-count " hours over threshold".
   If breach-count > 0
       Stop Run Returning 4
   End-If.
   Stop Run Returning 0.

*> Sort input side: one sort record per timed terminal request, with
*> the group counts and the worst-requests table kept on the way.
release-timed-requests.
    Perform read-audit-record
    Perform until audit-log-eof
       Add 1 to read-count
       If not AUD-OPERATOR and not AUD-EXITED
           Perform time-one-request
           If request-timed
               Add 1 to timed-count
               Perform classify-request
               Move AUD-RECEIVED-TS(9:2) to request-hour
               Compute hour-idx = request-hour + 1
               Add 1 to GROUP-HOUR-COUNT(request-type, hour-idx)
               Move request-type to SLS-TYPE
               Move request-hour to SLS-HOUR
               Move elapsed-ms to SLS-ELAPSED-MS
               Release SLA-SORT-RECORD
               Perform keep-worst-request
           Else
               Add 1 to untimed-count
           End-If
       End-If
       Perform read-audit-record
    End-Perform.

read-audit-record.
    Read AUDIT-LOG
        At End
            Move "Y" to eof-sw
    End-Read.

*> Milliseconds between accept and response.  A record without both
*> stamps predates their capture; a negative span (the clock stepped
*> back) counts as zero rather than as untimed.
time-one-request.
    Move "N" to timed-sw
    If AUD-RECEIVED-TS(1:16) is numeric
            and AUD-RESPONDED-TS(1:16) is numeric
        Move "Y" to timed-sw
        Move AUD-RECEIVED-TS(1:8) to stamp-date
        Move AUD-RECEIVED-TS(9:8) to stamp-time
        Perform stamp-to-centiseconds
        Move stamp-centiseconds to received-cs
        Move AUD-RESPONDED-TS(1:8) to stamp-date
        Move AUD-RESPONDED-TS(9:8) to stamp-time
        Perform stamp-to-centiseconds
        Move stamp-centiseconds to responded-cs
        Compute elapsed-ms = (responded-cs - received-cs) * 10
        If elapsed-ms < 0
            Move 0 to elapsed-ms
        End-If
    End-If.

stamp-to-centiseconds.
    Compute stamp-centiseconds = integer-of-date(stamp-date) * 8640000
        + stamp-hh * 360000 + stamp-mm * 6000 + stamp-ss * 100
        + stamp-cs.

*> The command type, from the first word of the logged text the same
*> way animal.cob dispatched it.  An errored line may still hold the
*> raw hex it arrived as; anything errored that is not a recognized
*> command is "other", not a lookup.
classify-request.
    Move Spaces to request-word request-rest
    Move 1 to parse-ptr
    Unstring AUD-REQUEST-TEXT Delimited by all " "
        into request-word with pointer parse-ptr
    End-Unstring
    If parse-ptr <= length(AUD-REQUEST-TEXT)
        Move AUD-REQUEST-TEXT(parse-ptr:) to request-rest
    End-If
    Evaluate True
        When request-word = "list" and request-rest = Spaces
            Move 2 to request-type
        When request-word = "list"
            Move 3 to request-type
        When request-word = "find"
            Move 4 to request-type
        When request-word = "add" or request-word = "update"
                or request-word = "delete" or request-word = "alias"
            Move 5 to request-type
        When request-word = "hexmode" or request-word = "lang"
            Move 6 to request-type
        When AUD-ERRORED
            Move 6 to request-type
        When Other
            Move 1 to request-type
    End-Evaluate.

*> Slot the request into the worst-requests table if it is slower than
*> the slowest-but-last entry, shifting the faster ones down.
keep-worst-request.
    If worst-count < WORST-MAX
            or elapsed-ms > WST-ELAPSED-MS(worst-count)
        Move 1 to worst-pos
        Perform until worst-pos > worst-count
                or elapsed-ms > WST-ELAPSED-MS(worst-pos)
            Add 1 to worst-pos
        End-Perform
        If worst-count < WORST-MAX
            Add 1 to worst-count
        End-If
        Perform varying worst-idx from worst-count by -1
                until worst-idx <= worst-pos
            Move WORST-ENTRY(worst-idx - 1) to WORST-ENTRY(worst-idx)
        End-Perform
        Move elapsed-ms to WST-ELAPSED-MS(worst-pos)
        Move AUD-RECEIVED-TS to WST-RECEIVED-TS(worst-pos)
        Move request-type to WST-TYPE(worst-pos)
        Move AUD-SESSION-ID to WST-SESSION-ID(worst-pos)
        Move AUD-REQUEST-TEXT to WST-REQUEST-TEXT(worst-pos)
    End-If.

*> Sort output side: one line per type/hour group.  Times arrive in
*> ascending order within the group, so the 95th percentile is the
*> time at the group's nearest rank and the worst is the last one.
report-type-hours.
    Move "N" to group-open-sw
    Perform return-sorted-request
    Perform until sla-sort-eof
       If not group-open or SLS-TYPE not = group-type
               or SLS-HOUR not = group-hour
           If group-open
               Perform close-type-hour-group
           End-If
           Perform open-type-hour-group
       End-If
       Add 1 to group-requests
       Add SLS-ELAPSED-MS to group-total-ms
       Move SLS-ELAPSED-MS to group-max-ms
       If group-requests = group-p95-rank
           Move SLS-ELAPSED-MS to group-p95-ms
       End-If
       Perform return-sorted-request
    End-Perform
    If group-open
        Perform close-type-hour-group
    End-If.

return-sorted-request.
    Return SLA-SORT
        At End
            Move "Y" to sort-eof-sw
    End-Return.

open-type-hour-group.
    Move "Y" to group-open-sw
    Move SLS-TYPE to group-type
    Move SLS-HOUR to group-hour
    Move 0 to group-requests group-total-ms group-max-ms group-p95-ms
    Compute hour-idx = group-hour + 1
    Compute group-p95-rank =
        (GROUP-HOUR-COUNT(group-type, hour-idx) * 95 + 99) / 100.

close-type-hour-group.
    Compute group-avg-ms rounded = group-total-ms / group-requests
    Move Spaces to breach-note
    If group-p95-ms > threshold-ms
        Move "BREACH" to breach-note
        Add 1 to breach-count
    End-If
    Move group-requests to count-disp
    Move group-avg-ms to avg-disp
    Move group-p95-ms to p95-disp
    Move group-max-ms to max-disp
    Move Spaces to report-text
    String TYPE-NAME(group-type) " " group-hour "  " count-disp "  "
        avg-disp "  " p95-disp "  " max-disp "  " breach-note
        Delimited by size into report-text
    Write REPORT-LINE from report-text.

write-worst-requests.
    Move Spaces to report-text
    Write REPORT-LINE from report-text
    Move "Slowest requests" to report-text
    Write REPORT-LINE from report-text
    Perform varying worst-idx from 1 by 1 until worst-idx > worst-count
        Move WST-ELAPSED-MS(worst-idx) to ms-disp
        Move WST-TYPE(worst-idx) to type-idx
        Move Spaces to report-text
        String "  " WST-RECEIVED-TS(worst-idx) " " ms-disp " ms  "
            TYPE-NAME(type-idx) " " WST-SESSION-ID(worst-idx) " "
            trim(WST-REQUEST-TEXT(worst-idx))
            Delimited by size into report-text
        Write REPORT-LINE from report-text
    End-Perform.

write-sla-totals.
    Move Spaces to report-text
    Write REPORT-LINE from report-text
    Move Spaces to report-text
    String "READ " read-count "  TIMED " timed-count "  UNTIMED "
        untimed-count "  HOURS OVER THRESHOLD " breach-count
        Delimited by size into report-text
    Write REPORT-LINE from report-text.
