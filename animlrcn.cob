*> Copyright 2017 The Advanced Terminal Processor Authors. All rights reserved.
*> Use of this source code is governed by a BSD-style
*> license that can be found in the LICENSE file.

*> cobc -x -free -fintrinsics=ALL animlrcn.cob
*>
*> NOTE: Nightly integrity reconciliation of ANIMAL-MASTER against
*> the two trails that account for every write to it: CHANGE-HISTORY
*> (online add/update/delete, animlswp retirements, chgundo reversals)
*> and LOAD-HISTORY (animlod full rebuilds and delta loads).  Every
*> controlled path stamps the record's ANM-LAST-UPDATED with the same
*> timestamp it writes to its trail, so a record is accounted for when
*> the last trail event for its key carries its last-updated stamp.
*>
*> Both trails are sorted together by key and time, then walked
*> against the master in key order.  A full rebuild's "R" record has a
*> blank key and so sorts first; the last one marks the moment every
*> earlier record was wiped, and a key's events before it are listed
*> for its lineage but no longer decide what the master should hold.
*> LOAD-HISTORY's first record marks when the load trail started;
*> until then animlod left no trail at all, so the same holds for
*> everything before it: events are lineage only, and a record last
*> stamped before it "predates the load trail" and is listed, not
*> flagged.  The first night this job runs with no LOAD-HISTORY (or
*> an empty one) it writes the "S" trail-start record itself, so the
*> master as it stands that night is the starting point and no full
*> rebuild is needed to cut over.  Replaying the rest of a key's
*> events says whether it should be on file and with which stamp; the
*> exceptions are:
*>
*>   - on file, stamped since the trail started, with no load or
*>     change record behind it at all;
*>   - on file with a last-updated stamp no trail event carries (it
*>     was changed outside every controlled path);
*>   - on file although the trail ends in a delete, or the last
*>     rebuild did not load it and nothing added it since;
*>   - not on file although the trail says it should be (an "add"
*>     with no later delete);
*>   - a trail out of step with itself: an add of a key already on
*>     file, a change or delete of a key that was not.
*>
*> Stamps are compared to the second: change records written before
*> the trail and the master shared one timestamp can differ from the
*> record's stamp in the hundredths.
*>
*> The report (RCNRPT) gives every key's lineage -- each event in time
*> order as loaded by, added by, changed by, retired by, deleted by or
*> restored by, with who did it -- and the exceptions under the key
*> they belong to, then the totals.  Returns 0 when everything is
*> accounted for and 8 on any exception, so batchrun holds the window;
*> file errors return 16.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. animlrcn.
AUTHOR.     Michael Anderson.
DATE-COMPILED.
environment division.
configuration section.
SOURCE-COMPUTER. GNU-Linux.
OBJECT-COMPUTER. GNU-Linux.
input-output section.
file-control.
    Select ANIMAL-MASTER Assign to "ANIMALMS"
        Organization is Indexed
        Access Mode is Dynamic
        Record Key is ANM-KEY
        Alternate Record Key is ANM-CATEGORY with Duplicates
        File Status is animal-master-status.
    Select CHANGE-HISTORY Assign to "CHANGHST"
        Organization is Line Sequential
        File Status is change-history-status.
    Select LOAD-HISTORY Assign to "LOADHIST"
        Organization is Line Sequential
        File Status is load-history-status.
    Select RECON-REPORT Assign to "RCNRPT"
        Organization is Line Sequential
        File Status is recon-report-status.
    Select EVENT-SORT Assign to "EVNTSORT".
data division.
file section.
FD  ANIMAL-MASTER.
    Copy "animalrc.cpy".
FD  CHANGE-HISTORY.
    Copy "changerc.cpy".
FD  LOAD-HISTORY.
    Copy "loadhrc.cpy".
FD  RECON-REPORT.
 1 REPORT-LINE       Pic X(132).
SD  EVENT-SORT.
 1 EVENT-SORT-RECORD.
    05 EVT-KEY.
       10 EVT-NAME           Pic X(20).
       10 EVT-LANGUAGE       Pic X(03).
    05 EVT-TIMESTAMP         Pic X(21).
    05 EVT-SEQUENCE          Pic 9(9).
    05 EVT-SOURCE            Pic X(01).
       88 EVT-FROM-CHANGE    Value "C".
       88 EVT-FROM-LOAD      Value "L".
    05 EVT-ACTION            Pic X(01).
    05 EVT-MODE              Pic X(01).
    05 EVT-STATUS            Pic X(01).
    05 EVT-WHO               Pic X(256).
WORKING-STORAGE SECTION.
 1 animal-master-status  Pic X(02) value "00".
 1 change-history-status Pic X(02) value "00".
 1 load-history-status   Pic X(02) value "00".
 1 recon-report-status   Pic X(02) value "00".
 1 trail-eof-sw       Pic X(01) value "N".
    88 trail-eof         Value "Y".
 1 event-eof-sw       Pic X(01) value "N".
    88 event-sort-eof    Value "Y".
 1 master-eof-sw      Pic X(01) value "N".
    88 animal-master-eof Value "Y".
 1 master-present-sw  Pic X(01) value "N".
    88 master-present    Value "Y".
 1 change-trail-sw    Pic X(01) value "N".
    88 change-trail-found Value "Y".
*> What the trail says the master should hold for the current key.
 1 expect-sw          Pic X(01) value "U".
    88 expect-unknown    Value "U".
    88 expect-present    Value "Y".
    88 expect-absent     Value "N".
 1 expect-stamp       Pic X(21) value spaces.
 1 state-event-count  Pic 9(9) Comp Value 0.
 1 last-rebuild-ts    Pic X(21) value spaces.
 1 trail-start-ts     Pic X(21) value spaces.
 1 cutover-ts         Pic X(21) value spaces.
 1 trail-started-sw   Pic X(01) value "N".
    88 trail-started-now Value "Y".
 1 event-sequence     Pic 9(9) Value 0.
 1 group-key          Pic X(23) value spaces.
 1 master-key         Pic X(23) value spaces.
 1 event-label        Pic X(12) value spaces.
 1 event-who          Pic X(64) value spaces.
 1 event-note         Pic X(20) value spaces.
 1 exception-text     Pic X(100) value spaces.
 1 master-read        Pic 9(7) Value 0.
 1 keys-reconciled    Pic 9(7) Value 0.
 1 events-read        Pic 9(9) Value 0.
 1 exception-count    Pic 9(7) Value 0.
 1 report-text        Pic X(132) value spaces.
procedure division.
   Open Input ANIMAL-MASTER.
   If animal-master-status <> "00"
       Display "animlrcn: unable to open ANIMAL-MASTER, status "
           animal-master-status upon SYSERR
       Stop Run Returning 16
   End-If.
   Open Output RECON-REPORT.
   If recon-report-status <> "00"
       Display "animlrcn: unable to open RECON-REPORT, status "
           recon-report-status upon SYSERR
       Stop Run Returning 16
   End-If.

   Move "Animal Master - Change Trail Reconciliation" to report-text.
   Write REPORT-LINE from report-text.

   Sort EVENT-SORT
       On Ascending Key EVT-KEY EVT-TIMESTAMP EVT-SEQUENCE
       Input Procedure is release-trail-events
       Output Procedure is reconcile-master.

   Perform write-recon-totals.

   Close ANIMAL-MASTER.
   Close RECON-REPORT.
   Display "animlrcn: " master-read " master records, "
       keys-reconciled " keys, " exception-count " exceptions".
   If exception-count > 0
       Stop Run Returning 8
   End-If.
   Stop Run Returning 0.

*> Sort input side: both trails, each in the order it was written.
*> A trail that does not exist yet is empty, not an error.
release-trail-events.
    Open Input CHANGE-HISTORY
    Evaluate change-history-status
        When "00"
            Move "Y" to change-trail-sw
            Move "N" to trail-eof-sw
            Perform read-change-record
            Perform until trail-eof
                Perform release-change-event
                Perform read-change-record
            End-Perform
            Close CHANGE-HISTORY
        When "35"
            Continue
        When Other
            Display "animlrcn: unable to open CHANGE-HISTORY, status "
                change-history-status upon SYSERR
            Stop Run Returning 16
    End-Evaluate
    Open Input LOAD-HISTORY
    Evaluate load-history-status
        When "00"
            Move "N" to trail-eof-sw
            Perform read-load-record
            If not trail-eof
                Move LDH-TIMESTAMP to trail-start-ts
            End-If
            Perform until trail-eof
                Perform release-load-event
                Perform read-load-record
            End-Perform
            Close LOAD-HISTORY
        When "35"
            Continue
        When Other
            Display "animlrcn: unable to open LOAD-HISTORY, status "
                load-history-status upon SYSERR
            Stop Run Returning 16
    End-Evaluate
    If trail-start-ts = Spaces
        Perform start-load-trail
    End-If.

*> No load has written LOAD-HISTORY yet: start the trail now, so the
*> master as it stands is where reconciliation begins.
start-load-trail.
    Open Extend LOAD-HISTORY
    If load-history-status = "05" or load-history-status = "35"
        Open Output LOAD-HISTORY
    End-If
    If load-history-status <> "00"
        Display "animlrcn: unable to open LOAD-HISTORY, status "
            load-history-status upon SYSERR
        Stop Run Returning 16
    End-If
    Move Spaces to LOAD-HISTORY-RECORD
    Move Function Current-Date to LDH-TIMESTAMP
    Move "S" to LDH-ACTION
    Write LOAD-HISTORY-RECORD
    Move LDH-TIMESTAMP to trail-start-ts
    Move "Y" to trail-started-sw
    Close LOAD-HISTORY.

read-change-record.
    Read CHANGE-HISTORY
        At End
            Move "Y" to trail-eof-sw
    End-Read.

read-load-record.
    Read LOAD-HISTORY
        At End
            Move "Y" to trail-eof-sw
    End-Read.

release-change-event.
    Add 1 to event-sequence
    Move Spaces to EVENT-SORT-RECORD
    Move CHG-KEY to EVT-KEY
    Move CHG-TIMESTAMP to EVT-TIMESTAMP
    Move event-sequence to EVT-SEQUENCE
    Move "C" to EVT-SOURCE
    Move CHG-ACTION to EVT-ACTION
    Move CHG-SESSION-ID to EVT-WHO
    Release EVENT-SORT-RECORD.

release-load-event.
    Add 1 to event-sequence
    Move Spaces to EVENT-SORT-RECORD
    Move LDH-KEY to EVT-KEY
    Move LDH-TIMESTAMP to EVT-TIMESTAMP
    Move event-sequence to EVT-SEQUENCE
    Move "L" to EVT-SOURCE
    Move LDH-ACTION to EVT-ACTION
    Move LDH-MODE to EVT-MODE
    Move LDH-STATUS to EVT-STATUS
    Release EVENT-SORT-RECORD.

*> Sort output side: the rebuild markers come first (blank key), then
*> the key groups are balanced against the master read in key order.
*> Events before the last rebuild, or before the trail started if no
*> rebuild has run since, are lineage only.
reconcile-master.
    Perform return-event
    Perform until event-sort-eof or EVT-KEY not = Spaces
        If EVT-FROM-LOAD and EVT-ACTION = "R"
            Move EVT-TIMESTAMP to last-rebuild-ts
        End-If
        Perform return-event
    End-Perform
    Move Spaces to report-text
    If last-rebuild-ts = Spaces
        Move "No full rebuild on LOAD-HISTORY" to report-text
    Else
        String "Last full rebuild " last-rebuild-ts
            Delimited by size into report-text
    End-If
    Write REPORT-LINE from report-text
    Move Spaces to report-text
    If trail-started-now
        String "Load trail started " trail-start-ts
            Delimited by size into report-text
    Else
        String "Load trail starts " trail-start-ts
            Delimited by size into report-text
    End-If
    Write REPORT-LINE from report-text
    If last-rebuild-ts = Spaces
        Move trail-start-ts to cutover-ts
    Else
        Move last-rebuild-ts to cutover-ts
    End-If
    If not change-trail-found
        Move "No CHANGE-HISTORY file" to report-text
        Write REPORT-LINE from report-text
    End-If
    Move Spaces to report-text
    Write REPORT-LINE from report-text

    Move "N" to master-eof-sw
    Start ANIMAL-MASTER First
        Invalid Key
            Move "Y" to master-eof-sw
    End-Start
    Perform read-next-master
    Perform until event-sort-eof and animal-master-eof
        If event-sort-eof
            Move High-Values to group-key
        Else
            Move EVT-KEY to group-key
        End-If
        If animal-master-eof
            Move High-Values to master-key
        Else
            Move ANM-KEY to master-key
        End-If
        If master-key < group-key
            Move "Y" to master-present-sw
            Move master-key to group-key
            Perform reconcile-one-key
            Perform read-next-master
        Else
            Move "N" to master-present-sw
            If master-key = group-key
                Move "Y" to master-present-sw
            End-If
            Perform reconcile-one-key
            If master-present
                Perform read-next-master
            End-If
        End-If
    End-Perform.

return-event.
    Return EVENT-SORT
        At End
            Move "Y" to event-eof-sw
        Not At End
            Add 1 to events-read
    End-Return.

read-next-master.
    If not animal-master-eof
        Read ANIMAL-MASTER Next Record
            At End
                Move "Y" to master-eof-sw
            Not At End
                Add 1 to master-read
        End-Read
    End-If.

*> One key: its heading, every trail event for it in time order, and
*> the exceptions found when the replayed trail is set against what
*> the master holds.
reconcile-one-key.
    Add 1 to keys-reconciled
    Move 0 to state-event-count
    Move Spaces to expect-stamp
    If last-rebuild-ts = Spaces
        Move "U" to expect-sw
    Else
        Move "N" to expect-sw
    End-If
    Move Spaces to report-text
    If master-present
        String group-key(1:20) " " group-key(21:3) "  ON FILE      status "
            ANM-STATUS "  last updated " ANM-LAST-UPDATED
            Delimited by size into report-text
    Else
        String group-key(1:20) " " group-key(21:3) "  NOT ON FILE"
            Delimited by size into report-text
    End-If
    Write REPORT-LINE from report-text
    Perform until event-sort-eof or EVT-KEY not = group-key
        Perform replay-one-event
        Perform return-event
    End-Perform
    Perform check-key-against-master.

*> Label the event for the lineage and, unless it predates the last
*> rebuild or the start of the load trail, apply it to what the
*> master should hold.
replay-one-event.
    Perform describe-event
    Move Spaces to event-note
    If EVT-TIMESTAMP < cutover-ts
        If last-rebuild-ts = Spaces
            Move "(before load trail)" to event-note
        Else
            Move "(before rebuild)" to event-note
        End-If
    End-If
    Move Spaces to report-text
    String "    " EVT-TIMESTAMP "  " event-label " " trim(event-who)
        " " event-note
        Delimited by size into report-text
    Write REPORT-LINE from report-text
    If event-note = Spaces
        Perform apply-one-event
    End-If.

apply-one-event.
    Add 1 to state-event-count
    Evaluate EVT-ACTION
        When "A"
            If expect-present
                Move "ADD OF A KEY ALREADY ON FILE" to exception-text
                Perform write-exception-line
            End-If
            Move "Y" to expect-sw
            Move EVT-TIMESTAMP to expect-stamp
        When "D"
            If expect-absent
                Move "DELETE OF A KEY NOT ON FILE" to exception-text
                Perform write-exception-line
            End-If
            Move "N" to expect-sw
            Move Spaces to expect-stamp
        When Other
            If expect-absent
                Move "CHANGE OF A KEY NOT ON FILE" to exception-text
                Perform write-exception-line
            End-If
            Move "Y" to expect-sw
            Move EVT-TIMESTAMP to expect-stamp
    End-Evaluate.

*> Who did it, in lineage terms.  Load events name the animlod mode;
*> change events the session (or job) that made the change.  A sweep
*> update and a delta change to status "R" are retirements; chgundo
*> re-adding a deleted key is a restore.
describe-event.
    Move Spaces to event-who
    If EVT-FROM-LOAD
        If EVT-MODE = "F"
            Move "animlod full rebuild" to event-who
        Else
            Move "animlod delta load" to event-who
        End-If
        Evaluate True
            When EVT-ACTION = "A" and EVT-MODE = "F"
                Move "loaded by" to event-label
            When EVT-ACTION = "A"
                Move "added by" to event-label
            When EVT-ACTION = "D"
                Move "deleted by" to event-label
            When EVT-STATUS = "R"
                Move "retired by" to event-label
            When Other
                Move "changed by" to event-label
        End-Evaluate
    Else
        Move EVT-WHO to event-who
        Evaluate True
            When EVT-ACTION = "A" and EVT-WHO = "chgundo"
                Move "restored by" to event-label
            When EVT-ACTION = "A"
                Move "added by" to event-label
            When EVT-ACTION = "D"
                Move "deleted by" to event-label
            When EVT-WHO = "animlswp"
                Move "retired by" to event-label
            When Other
                Move "changed by" to event-label
        End-Evaluate
    End-If.

check-key-against-master.
    Evaluate True
        When master-present and expect-unknown
                and ANM-LAST-UPDATED(1:16) < trail-start-ts(1:16)
            Move Spaces to report-text
            String "    " ANM-LAST-UPDATED "  predates the load trail"
                Delimited by size into report-text
            Write REPORT-LINE from report-text
        When master-present and expect-unknown
            Move "ON FILE WITH NO LOAD OR CHANGE RECORD BEHIND IT"
                to exception-text
            Perform write-exception-line
        When master-present and expect-absent
                and state-event-count = 0
            Move "ON FILE BUT NOT LOADED BY THE LAST REBUILD OR ADDED SINCE"
                to exception-text
            Perform write-exception-line
        When master-present and expect-absent
            Move "ON FILE BUT THE TRAIL ENDS IN A DELETE"
                to exception-text
            Perform write-exception-line
        When master-present
                and ANM-LAST-UPDATED(1:14) not = expect-stamp(1:14)
            Move Spaces to exception-text
            String "CHANGED AT " ANM-LAST-UPDATED
                " WITH NO CHANGE OR LOAD RECORD"
                Delimited by size into exception-text
            Perform write-exception-line
        When not master-present and expect-present
            Move "NOT ON FILE BUT THE TRAIL HAS NO DELETE"
                to exception-text
            Perform write-exception-line
        When Other
            Continue
    End-Evaluate.

write-exception-line.
    Add 1 to exception-count
    Move Spaces to report-text
    String "    *** " trim(exception-text)
        Delimited by size into report-text
    Write REPORT-LINE from report-text.

write-recon-totals.
    Move Spaces to report-text
    Write REPORT-LINE from report-text
    Move Spaces to report-text
    String "MASTER " master-read "  KEYS " keys-reconciled
        "  TRAIL EVENTS " events-read "  EXCEPTIONS " exception-count
        Delimited by size into report-text
    Write REPORT-LINE from report-text.
