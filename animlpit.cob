*> Copyright 2017 The Advanced Terminal Processor Authors. All rights reserved.
*> Use of this source code is governed by a BSD-style
*> license that can be found in the LICENSE file.

*> cobc -x -free -fintrinsics=ALL animlpit.cob
*>
*> NOTE: Point-in-time reconstruction of the animal catalog.  chgundo
*> reverses one change; this job answers "what did the whole catalog
*> look like at a given moment".  It starts from what is known now --
*> the live ANIMAL-MASTER, or an animlunl unload saved earlier -- and
*> walks every later change backwards:
*>
*>   animlpit <as-of> [unload=<taken-at>]
*>
*> Both times are YYYYMMDD or YYYYMMDDHHMMSS; a date alone means the
*> end of that day, so "20260901" is the catalog as it stood when
*> 2026-09-01 closed.  With unload=, the base is the ANIMLUNL file and
*> <taken-at> is when that unload was cut; only changes between the
*> as-of time and then are reversed, and it cannot be earlier than the
*> as-of time.
*>
*> CHANGE-HISTORY and LOAD-HISTORY events after the as-of time are
*> sorted by key, newest first, and merged with the base in key order.
*> Per key, each event is undone in turn:
*>
*>   - an add (online, chgundo's restore, or a delta load) means the
*>     key was not on file before it;
*>   - an online update means the description was the before-image;
*>     an animlswp update also means the record was still active;
*>   - an online delete means the record was on file with the
*>     before-image as its description -- but the trail carries only
*>     the description, so its other columns are not known;
*>   - a delta change or delete carries no before-image at all.
*>
*> A key is UNCERTAIN, never guessed, when its as-of record cannot be
*> rebuilt exactly: a delta change or delete after the as-of time, a
*> record put back from a delete whose columns the trail does not
*> carry, a master record stamped after the as-of time by no trail
*> event (an untracked batch load), a trail that contradicts itself,
*> or any full rebuild after the as-of time, which replaced the whole
*> master with no before-images.  Its description is still printed
*> when it is known.
*>
*> PITRPT lists every key with its as-of state, the changes reversed
*> (newest first, who made them) and, for uncertain keys, why.
*> PITSEED gets every certain as-of record in the ANIMAL-SEED layout,
*> in key order, for animlod's full rebuild to load into a scratch
*> master for inquiry.  animlod writes ANIMALMS, LOADHIST, ANIMLREJ
*> and LOADRPT under fixed names, so every one of them is pointed
*> away from production on that run's command line, the same way
*> batchrun points AUDITLOG at a generation:
*>
*>   ANIMLSED=PITSEED ANIMALMS=<scratch master> LOADHIST=<scratch>
*>       ANIMLREJ=<scratch> LOADRPT=<scratch> animlod
*>
*> Left on production names, the load would rebuild the live master,
*> and its rebuild marker on the live LOAD-HISTORY would turn the
*> whole production trail into pre-rebuild lineage for animlrcn and
*> this job alike.  animlod applies today's animlmrk markup rules, so
*> a historical description that fails them goes to the scratch
*> ANIMLREJ, not into the scratch master; the description is still in
*> PITSEED and on this report.
*>
*> Returns 0, or 4 when any key is uncertain; bad arguments and file
*> errors return 16.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. animlpit.
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
    Select ANIMAL-UNLOAD Assign to "ANIMLUNL"
        Organization is Line Sequential
        File Status is animal-unload-status.
    Select CHANGE-HISTORY Assign to "CHANGHST"
        Organization is Line Sequential
        File Status is change-history-status.
    Select LOAD-HISTORY Assign to "LOADHIST"
        Organization is Line Sequential
        File Status is load-history-status.
    Select PIT-REPORT Assign to "PITRPT"
        Organization is Line Sequential
        File Status is pit-report-status.
    Select PIT-SEED Assign to "PITSEED"
        Organization is Line Sequential
        File Status is pit-seed-status.
    Select EVENT-SORT Assign to "PITSORT".
data division.
file section.
FD  ANIMAL-MASTER.
    Copy "animalrc.cpy".
FD  ANIMAL-UNLOAD.
 1 ANIMAL-UNLOAD-RECORD.
    05 UNL-KEY               Pic X(20).
    05 UNL-LANGUAGE          Pic X(03).
    05 UNL-CATEGORY          Pic X(10).
    05 UNL-STATUS            Pic X(01).
    05 UNL-EFFECTIVE         Pic X(08).
    05 UNL-EXPIRY            Pic X(08).
    05 UNL-DESCRIPTION       Pic X(4096).
FD  CHANGE-HISTORY.
    Copy "changerc.cpy".
FD  LOAD-HISTORY.
    Copy "loadhrc.cpy".
FD  PIT-REPORT.
 1 REPORT-LINE       Pic X(132).
FD  PIT-SEED.
 1 PIT-SEED-RECORD.
    05 PSD-KEY               Pic X(20).
    05 PSD-LANGUAGE          Pic X(03).
    05 PSD-CATEGORY          Pic X(10).
    05 PSD-STATUS            Pic X(01).
    05 PSD-EFFECTIVE         Pic X(08).
    05 PSD-EXPIRY            Pic X(08).
    05 PSD-DESCRIPTION       Pic X(4096).
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
    05 EVT-BEFORE-IMAGE      Pic X(4096).
WORKING-STORAGE SECTION.
 1 animal-master-status  Pic X(02) value "00".
 1 animal-unload-status  Pic X(02) value "00".
 1 change-history-status Pic X(02) value "00".
 1 load-history-status   Pic X(02) value "00".
 1 pit-report-status     Pic X(02) value "00".
 1 pit-seed-status       Pic X(02) value "00".
 1 run-args              Pic X(256) value spaces.
 1 parse-ptr             Pic 9(9) Comp Value 1.
 1 arg-as-of             Pic X(20) value spaces.
 1 arg-option            Pic X(40) value spaces.
 1 arg-extra             Pic X(40) value spaces.
 1 args-bad-sw           Pic X(01) value "N".
    88 args-bad          Value "Y".
*> Times are compared on their first 16 characters (to the hundredth);
*> an argument is padded out to the end of the day or second it names.
 1 stamp-arg             Pic X(20) value spaces.
 1 stamp-arg-len         Pic 9(4) Comp Value 0.
 1 stamp-padded          Pic X(16) value spaces.
 1 stamp-date            Pic 9(08) value 0.
 1 as-of-stamp           Pic X(16) value spaces.
 1 unload-stamp          Pic X(16) value all "9".
 1 base-source-sw        Pic X(01) value "M".
    88 base-is-master    Value "M".
    88 base-is-unload    Value "U".
 1 trail-eof-sw       Pic X(01) value "N".
    88 trail-eof         Value "Y".
 1 event-eof-sw       Pic X(01) value "N".
    88 event-sort-eof    Value "Y".
 1 base-eof-sw        Pic X(01) value "N".
    88 base-eof          Value "Y".
 1 base-present-sw    Pic X(01) value "N".
    88 base-present      Value "Y".
 1 load-trail-sw      Pic X(01) value "N".
    88 load-trail-found  Value "Y".
 1 event-sequence     Pic 9(9) Value 0.
 1 rebuild-stamp      Pic X(21) value spaces.
 1 group-key          Pic X(23) value spaces.
 1 base-key           Pic X(23) value spaces.
*> The base's record for the current key, from either source.
 1 BASE-RECORD.
    05 base-category         Pic X(10).
    05 base-status           Pic X(01).
    05 base-effective        Pic X(08).
    05 base-expiry           Pic X(08).
    05 base-last-updated     Pic X(21).
    05 base-description      Pic X(4096).
*> The key's record as the reversal stands.
 1 PIT-STATE.
    05 pit-category          Pic X(10).
    05 pit-status            Pic X(01).
    05 pit-effective         Pic X(08).
    05 pit-expiry            Pic X(08).
    05 pit-description       Pic X(4096).
 1 pit-present-sw     Pic X(01) value "N".
    88 pit-present       Value "Y".
 1 pit-columns-sw     Pic X(01) value "Y".
    88 pit-columns-known Value "Y".
 1 pit-certain-sw     Pic X(01) value "Y".
    88 pit-certain       Value "Y".
 1 pit-desc-sw        Pic X(01) value "Y".
    88 pit-desc-known    Value "Y".
 1 pit-reason         Pic X(100) value spaces.
 1 columns-lost-ts    Pic X(21) value spaces.
 1 event-label        Pic X(12) value spaces.
 1 event-who          Pic X(64) value spaces.
 1 keys-read          Pic 9(7) Value 0.
 1 events-read        Pic 9(9) Value 0.
 1 seeded-count       Pic 9(7) Value 0.
 1 absent-count       Pic 9(7) Value 0.
 1 uncertain-count    Pic 9(7) Value 0.
 1 report-text        Pic X(132) value spaces.
procedure division.
   Accept run-args from command-line.
   Unstring run-args Delimited by all " "
       into arg-as-of arg-option arg-extra
       with pointer parse-ptr
   End-Unstring.
   Move arg-as-of to stamp-arg.
   Perform pad-stamp-argument.
   Move stamp-padded to as-of-stamp.
   If arg-option not = Spaces
       If arg-option(1:7) = "unload="
           Move "U" to base-source-sw
           Move arg-option(8:) to stamp-arg
           Perform pad-stamp-argument
           Move stamp-padded to unload-stamp
           If unload-stamp < as-of-stamp
               Move "Y" to args-bad-sw
           End-If
       Else
           Move "Y" to args-bad-sw
       End-If
   End-If.
   If arg-extra not = Spaces
       Move "Y" to args-bad-sw
   End-If.
   If args-bad
       Display "animlpit: usage: animlpit <as-of YYYYMMDD[HHMMSS]>"
           " [unload=<taken-at YYYYMMDD[HHMMSS]>], taken-at not before"
           " as-of" upon SYSERR
       Stop Run Returning 16
   End-If.

   If base-is-master
       Open Input ANIMAL-MASTER
       If animal-master-status <> "00"
           Display "animlpit: unable to open ANIMAL-MASTER, status "
               animal-master-status upon SYSERR
           Stop Run Returning 16
       End-If
   Else
       Open Input ANIMAL-UNLOAD
       If animal-unload-status <> "00"
           Display "animlpit: unable to open ANIMAL-UNLOAD, status "
               animal-unload-status upon SYSERR
           Stop Run Returning 16
       End-If
   End-If.
   Open Output PIT-REPORT.
   If pit-report-status <> "00"
       Display "animlpit: unable to open PIT-REPORT, status "
           pit-report-status upon SYSERR
       Stop Run Returning 16
   End-If.
   Open Output PIT-SEED.
   If pit-seed-status <> "00"
       Display "animlpit: unable to open PIT-SEED, status "
           pit-seed-status upon SYSERR
       Stop Run Returning 16
   End-If.

   Move "Animal Catalog - Point-in-Time Reconstruction" to report-text.
   Write REPORT-LINE from report-text.
   Move Spaces to report-text.
   String "As of " as-of-stamp(1:4) "-" as-of-stamp(5:2) "-"
       as-of-stamp(7:2) " " as-of-stamp(9:2) ":" as-of-stamp(11:2) ":"
       as-of-stamp(13:2)
       Delimited by size into report-text.
   Write REPORT-LINE from report-text.
   Move Spaces to report-text.
   If base-is-master
       Move "Worked back from the live ANIMAL-MASTER" to report-text
   Else
       String "Worked back from the ANIMLUNL unload taken "
           unload-stamp(1:14)
           Delimited by size into report-text
   End-If.
   Write REPORT-LINE from report-text.

   Sort EVENT-SORT
       On Ascending Key EVT-KEY
       On Descending Key EVT-TIMESTAMP EVT-SEQUENCE
       Input Procedure is release-later-events
       Output Procedure is rebuild-catalog.

   Perform write-pit-totals.

   If base-is-master
       Close ANIMAL-MASTER
   Else
       Close ANIMAL-UNLOAD
   End-If.
   Close PIT-REPORT.
   Close PIT-SEED.
   Display "animlpit: " seeded-count " records as of "
       as-of-stamp(1:14) ", " uncertain-count " uncertain".
   If uncertain-count > 0
       Stop Run Returning 4
   End-If.
   Stop Run Returning 0.

*> stamp-arg holds YYYYMMDD or YYYYMMDDHHMMSS; pad it to the last
*> hundredth of the day or second it names.  Anything else, or a date
*> that is not a calendar date, is a bad argument.
pad-stamp-argument.
    Move Spaces to stamp-padded
    Move 0 to stamp-arg-len
    If stamp-arg not = Spaces
        Move length(trim(stamp-arg)) to stamp-arg-len
    End-If
    Evaluate True
        When stamp-arg = Spaces
            Move "Y" to args-bad-sw
        When stamp-arg(1:stamp-arg-len) not numeric
            Move "Y" to args-bad-sw
        When stamp-arg-len = 8
            String stamp-arg(1:8) "23595999"
                Delimited by size into stamp-padded
        When stamp-arg-len = 14
            String stamp-arg(1:14) "99"
                Delimited by size into stamp-padded
        When Other
            Move "Y" to args-bad-sw
    End-Evaluate
    If not args-bad
        Move stamp-padded(1:8) to stamp-date
        If integer-of-date(stamp-date) = 0
            Move "Y" to args-bad-sw
        End-If
    End-If.

*> Sort input side: every trail event after the as-of time (and, from
*> an unload, no later than the unload).  A trail not there yet is
*> empty; a missing LOAD-HISTORY is noted on the report, since batch
*> loads are then only visible through the master's stamps.
release-later-events.
    Open Input CHANGE-HISTORY
    Evaluate change-history-status
        When "00"
            Move "N" to trail-eof-sw
            Perform read-change-record
            Perform until trail-eof
                If CHG-TIMESTAMP(1:16) > as-of-stamp
                        and CHG-TIMESTAMP(1:16) <= unload-stamp
                    Perform release-change-event
                End-If
                Perform read-change-record
            End-Perform
            Close CHANGE-HISTORY
        When "35"
            Continue
        When Other
            Display "animlpit: unable to open CHANGE-HISTORY, status "
                change-history-status upon SYSERR
            Stop Run Returning 16
    End-Evaluate
    Open Input LOAD-HISTORY
    Evaluate load-history-status
        When "00"
            Move "Y" to load-trail-sw
            Move "N" to trail-eof-sw
            Perform read-load-record
            Perform until trail-eof
                If LDH-TIMESTAMP(1:16) > as-of-stamp
                        and LDH-TIMESTAMP(1:16) <= unload-stamp
                    Perform release-load-event
                End-If
                Perform read-load-record
            End-Perform
            Close LOAD-HISTORY
        When "35"
            Continue
        When Other
            Display "animlpit: unable to open LOAD-HISTORY, status "
                load-history-status upon SYSERR
            Stop Run Returning 16
    End-Evaluate.

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
    Move CHG-BEFORE-IMAGE to EVT-BEFORE-IMAGE
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

*> Sort output side: any full rebuild after the as-of time comes first
*> (blank key) and makes every key uncertain; then the key groups are
*> balanced against the base read in key order.
rebuild-catalog.
    Perform return-event
    Perform until event-sort-eof or EVT-KEY not = Spaces
        If EVT-FROM-LOAD and EVT-ACTION = "R"
                and EVT-TIMESTAMP > rebuild-stamp
            Move EVT-TIMESTAMP to rebuild-stamp
        End-If
        Perform return-event
    End-Perform
    If rebuild-stamp not = Spaces
        Move Spaces to report-text
        String "Full rebuild " rebuild-stamp " after the as-of time"
            " -- no record can be reconstructed"
            Delimited by size into report-text
        Write REPORT-LINE from report-text
    End-If
    If not load-trail-found
        Move "No LOAD-HISTORY file -- batch loads show only in stamps"
            to report-text
        Write REPORT-LINE from report-text
    End-If
    Move Spaces to report-text
    Write REPORT-LINE from report-text

    Move "N" to base-eof-sw
    If base-is-master
        Start ANIMAL-MASTER First
            Invalid Key
                Move "Y" to base-eof-sw
        End-Start
    End-If
    Perform read-base-record
    Perform until event-sort-eof and base-eof
        If event-sort-eof
            Move High-Values to group-key
        Else
            Move EVT-KEY to group-key
        End-If
        If base-key < group-key
            Move "Y" to base-present-sw
            Move base-key to group-key
        Else
            Move "N" to base-present-sw
            If base-key = group-key
                Move "Y" to base-present-sw
            End-If
        End-If
        Perform rebuild-one-key
        If base-present
            Perform read-base-record
        End-If
    End-Perform.

return-event.
    Return EVENT-SORT
        At End
            Move "Y" to event-eof-sw
    End-Return.

*> The next base record in key order into BASE-RECORD and base-key;
*> an unload carries no last-updated stamp.
read-base-record.
    If not base-eof
        If base-is-master
            Read ANIMAL-MASTER Next Record
                At End
                    Move "Y" to base-eof-sw
                Not At End
                    Move ANM-KEY to base-key
                    Move ANM-CATEGORY to base-category
                    Move ANM-STATUS to base-status
                    Move ANM-EFFECTIVE-DATE to base-effective
                    Move ANM-EXPIRY-DATE to base-expiry
                    Move ANM-LAST-UPDATED to base-last-updated
                    Move ANM-DESCRIPTION to base-description
            End-Read
        Else
            Read ANIMAL-UNLOAD
                At End
                    Move "Y" to base-eof-sw
                Not At End
                    Move UNL-KEY to base-key(1:20)
                    Move UNL-LANGUAGE to base-key(21:3)
                    Move UNL-CATEGORY to base-category
                    Move UNL-STATUS to base-status
                    Move UNL-EFFECTIVE to base-effective
                    Move UNL-EXPIRY to base-expiry
                    Move Spaces to base-last-updated
                    Move UNL-DESCRIPTION to base-description
            End-Read
        End-If
        If base-eof
            Move High-Values to base-key
        End-If
    End-If.

*> One key: start from the base (or from "not on file"), undo its
*> later events newest first, then report it and seed it if certain.
rebuild-one-key.
    Add 1 to keys-read
    Move "Y" to pit-certain-sw pit-columns-sw pit-desc-sw
    Move Spaces to pit-reason columns-lost-ts PIT-STATE
    If base-present
        Move "Y" to pit-present-sw
        Move base-category to pit-category
        Move base-status to pit-status
        Move base-effective to pit-effective
        Move base-expiry to pit-expiry
        Move base-description to pit-description
    Else
        Move "N" to pit-present-sw
    End-If
    If rebuild-stamp not = Spaces
        Move "N" to pit-certain-sw
        String "FULL REBUILD " rebuild-stamp " AFTER THE AS-OF TIME"
            Delimited by size into pit-reason
    End-If
    Perform check-base-stamp
    Perform write-key-heading
    Perform until event-sort-eof or EVT-KEY not = group-key
        Perform reverse-one-event
        Perform return-event
    End-Perform
    If not pit-certain
        Move "N" to pit-desc-sw
    End-If
    If pit-certain and pit-present and not pit-columns-known
        Move "N" to pit-certain-sw
        String "DELETED " columns-lost-ts " -- ONLY THE DESCRIPTION"
            " IS ON THE TRAIL"
            Delimited by size into pit-reason
    End-If
    Perform write-key-result.

*> A master record stamped after the as-of time must have been stamped
*> by its newest trail event (compared to the second, as animlrcn
*> does); otherwise something untracked changed it since.
check-base-stamp.
    If base-present and base-is-master and pit-certain
            and base-last-updated(1:16) > as-of-stamp
        If event-sort-eof or EVT-KEY not = group-key
                or EVT-TIMESTAMP(1:14) not = base-last-updated(1:14)
            Move "N" to pit-certain-sw
            String "CHANGED " base-last-updated
                " WITH NO CHANGE OR LOAD RECORD"
                Delimited by size into pit-reason
        End-If
    End-If.

write-key-heading.
    Move Spaces to report-text
    String group-key(1:20) " " group-key(21:3)
        Delimited by size into report-text
    Write REPORT-LINE from report-text.

*> Undo one event, listing it first.  Once the key is uncertain the
*> rest are listed only.
reverse-one-event.
    Add 1 to events-read
    Perform describe-event
    Move Spaces to report-text
    String "    " EVT-TIMESTAMP "  undone  " event-label " "
        trim(event-who)
        Delimited by size into report-text
    Write REPORT-LINE from report-text
    If pit-certain
        Evaluate True
            When EVT-ACTION = "A"
                If not pit-present
                    Move "N" to pit-certain-sw
                    String "ADD " EVT-TIMESTAMP " OF A KEY NOT ON FILE"
                        " AFTER IT"
                        Delimited by size into pit-reason
                Else
                    Move "N" to pit-present-sw
                    Move "Y" to pit-columns-sw
                    Move Spaces to PIT-STATE columns-lost-ts
                End-If
            When EVT-FROM-LOAD
                Move "N" to pit-certain-sw
                String "DELTA LOAD " EVT-TIMESTAMP
                    " CARRIES NO BEFORE-IMAGE"
                    Delimited by size into pit-reason
            When EVT-ACTION = "D"
                If pit-present
                    Move "N" to pit-certain-sw
                    String "DELETE " EVT-TIMESTAMP " OF A KEY ON FILE"
                        " AFTER IT"
                        Delimited by size into pit-reason
                Else
                    Move "Y" to pit-present-sw
                    Move "N" to pit-columns-sw
                    Move EVT-TIMESTAMP to columns-lost-ts
                    Move EVT-BEFORE-IMAGE to pit-description
                End-If
            When Other
                If not pit-present
                    Move "N" to pit-certain-sw
                    String "UPDATE " EVT-TIMESTAMP " OF A KEY NOT ON"
                        " FILE AFTER IT"
                        Delimited by size into pit-reason
                Else
                    Move EVT-BEFORE-IMAGE to pit-description
                    If EVT-WHO = "animlswp"
                        Move "A" to pit-status
                    End-If
                End-If
        End-Evaluate
    End-If.

*> Who made the change, in lineage terms -- the same labels animlrcn
*> prints.
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

*> The key's as-of state.  A certain record goes to PITSEED; an
*> uncertain one gets its reason, and its description when known.
write-key-result.
    Move Spaces to report-text
    Evaluate True
        When not pit-certain
            Add 1 to uncertain-count
            String "    UNCERTAIN  " trim(pit-reason)
                Delimited by size into report-text
        When pit-present
            Add 1 to seeded-count
            String "    AS OF      " pit-category " " pit-status " "
                pit-effective " " pit-expiry
                Delimited by size into report-text
            Perform write-pit-seed-record
        When Other
            Add 1 to absent-count
            Move "    AS OF      not on file" to report-text
    End-Evaluate
    Write REPORT-LINE from report-text
    If pit-present and pit-desc-known and pit-description not = Spaces
        Move Spaces to report-text
        String "    " pit-description(1:100)
            Delimited by size into report-text
        Write REPORT-LINE from report-text
    End-If.

*> Seed-deck columns, the same layout animlunl writes.
write-pit-seed-record.
    Move Spaces to PIT-SEED-RECORD
    Move group-key(1:20) to PSD-KEY
    Move group-key(21:3) to PSD-LANGUAGE
    Move pit-category to PSD-CATEGORY
    Move pit-status to PSD-STATUS
    Move pit-effective to PSD-EFFECTIVE
    Move pit-expiry to PSD-EXPIRY
    Move pit-description to PSD-DESCRIPTION
    Write PIT-SEED-RECORD.

write-pit-totals.
    Move Spaces to report-text
    Write REPORT-LINE from report-text
    Move Spaces to report-text
    String "KEYS " keys-read "  SEEDED " seeded-count "  NOT ON FILE "
        absent-count "  UNCERTAIN " uncertain-count "  CHANGES UNDONE "
        events-read
        Delimited by size into report-text
    Write REPORT-LINE from report-text.
