*> Copyright 2017 The Advanced Terminal Processor Authors. All rights reserved.
*> Use of this source code is governed by a BSD-style
*> license that can be found in the LICENSE file.

*> cobc -x -free -fintrinsics=ALL auddeny.cob
*>
*> NOTE: Nightly denied-attempts report for the security reviewer.
*> animal.cob logs every add/update/delete the USER-PROFILE check
*> refuses to AUDIT-LOG with match flag "R", and chgundo does the same
*> for a refused undo.  This job sorts the day's log by session id and
*> timestamp, keeps only the "R" records, and prints one control group
*> per session: the session id, each attempt's timestamp and request
*> text, then the session's refused-attempt count and first/last
*> attempt time.  Sessions come out in session-id order; a trailer
*> gives the session and attempt totals.
*>
*> The report goes to DENYRPT.  Returns 0; file errors return 16.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. auddeny.
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
    Select DENY-REPORT Assign to "DENYRPT"
        Organization is Line Sequential
        File Status is deny-report-status.
    Select SORT-WORK Assign to "SORTWORK".
data division.
file section.
FD  AUDIT-LOG.
    Copy "auditrc.cpy".
FD  DENY-REPORT.
 1 REPORT-LINE       Pic X(132).
SD  SORT-WORK.
 1 SORT-WORK-RECORD.
    05 SRT-SESSION-ID         Pic X(256).
    05 SRT-TIMESTAMP          Pic X(21).
    05 SRT-REQUEST-TEXT       Pic X(4096).
WORKING-STORAGE SECTION.
 1 audit-log-status      Pic X(02) value "00".
 1 deny-report-status    Pic X(02) value "00".
 1 eof-sw             Pic X(01) value "N".
    88 audit-log-eof     Value "Y".
 1 sort-eof-sw        Pic X(01) value "N".
    88 sort-work-eof     Value "Y".
 1 group-open-sw      Pic X(01) value "N".
    88 group-open        Value "Y".
 1 cur-session-id     Pic X(256) value spaces.
 1 ses-first-ts       Pic X(21) value spaces.
 1 ses-last-ts        Pic X(21) value spaces.
 1 ses-denied-count   Pic 9(7) Value 0.
 1 session-count      Pic 9(7) Value 0.
 1 denied-count       Pic 9(7) Value 0.
 1 report-text        Pic X(132) value spaces.
procedure division.
   Open Input AUDIT-LOG.
   If audit-log-status <> "00"
       Display "auddeny: unable to open AUDIT-LOG, status "
           audit-log-status upon SYSERR
       Stop Run Returning 16
   End-If.
   Open Output DENY-REPORT.
   If deny-report-status <> "00"
       Display "auddeny: unable to open DENY-REPORT, status "
           deny-report-status upon SYSERR
       Stop Run Returning 16
   End-If.

   Move "Animal Terminal - Denied Maintenance Attempts by Session"
       to report-text.
   Write REPORT-LINE from report-text.

   Sort SORT-WORK
       On Ascending Key SRT-SESSION-ID SRT-TIMESTAMP
       With Duplicates in Order
       Input Procedure is release-refused-records
       Output Procedure is report-sessions.

   Perform write-deny-totals.

   Close AUDIT-LOG.
   Close DENY-REPORT.
   Display "auddeny: " denied-count " denied attempts from "
       session-count " sessions".
   Stop Run Returning 0.

*> Sort input side: only refused records go into the sort.
release-refused-records.
    Perform read-audit-record
    Perform until audit-log-eof
       If AUD-REFUSED
           Move Spaces to SORT-WORK-RECORD
           Move AUD-SESSION-ID to SRT-SESSION-ID
           Move AUD-TIMESTAMP to SRT-TIMESTAMP
           Move AUD-REQUEST-TEXT to SRT-REQUEST-TEXT
           Release SORT-WORK-RECORD
       End-If
       Perform read-audit-record
    End-Perform.

read-audit-record.
    Read AUDIT-LOG
        At End
            Move "Y" to eof-sw
    End-Read.

*> Sort output side: one control group per session -- a SESSION line
*> opens it, each refused attempt follows in time order, and the
*> group closes with the session's count and first/last attempt
*> times, which are only known once the break arrives.
report-sessions.
    Move "N" to group-open-sw
    Perform return-sorted-record
    Perform until sort-work-eof
       If not group-open or SRT-SESSION-ID not = cur-session-id
           If group-open
               Perform close-session-group
           End-If
           Perform open-session-group
       End-If
       Perform report-one-attempt
       Perform return-sorted-record
    End-Perform
    If group-open
        Perform close-session-group
    End-If.

return-sorted-record.
    Return SORT-WORK
        At End
            Move "Y" to sort-eof-sw
    End-Return.

open-session-group.
    Move "Y" to group-open-sw
    Add 1 to session-count
    Move SRT-SESSION-ID to cur-session-id
    Move SRT-TIMESTAMP to ses-first-ts
    Move 0 to ses-denied-count
    Move Spaces to report-text
    Write REPORT-LINE from report-text
    Move Spaces to report-text
    String "SESSION  " trim(cur-session-id)
        Delimited by size into report-text
    Write REPORT-LINE from report-text.

report-one-attempt.
    Add 1 to ses-denied-count
    Add 1 to denied-count
    Move SRT-TIMESTAMP to ses-last-ts
    Move Spaces to report-text
    String "  " SRT-TIMESTAMP "  " trim(SRT-REQUEST-TEXT)
        Delimited by size into report-text
    Write REPORT-LINE from report-text.

close-session-group.
    Move Spaces to report-text
    String "  DENIED " ses-denied-count "  FIRST " ses-first-ts
        "  LAST " ses-last-ts
        Delimited by size into report-text
    Write REPORT-LINE from report-text.

write-deny-totals.
    Move Spaces to report-text
    Write REPORT-LINE from report-text
    Move Spaces to report-text
    String "SESSIONS " session-count "  DENIED ATTEMPTS " denied-count
        Delimited by size into report-text
    Write REPORT-LINE from report-text.
