*> Use of this source code is governed by a BSD-style
*> license that can be found in the LICENSE file.

*> cobc -x -free -fintrinsics=ALL animlod.cob animlmrk.cob
*>
*> NOTE: Batch loader for the animal.cob ANIMAL-MASTER file.  Runs in
*> one of two modes, selected by the command line:
*>                  With no cutoff the check is disabled (and says so
*>                  on SYSERR).
*>
*> In both modes every description must pass the animlmrk markup check
*> (the same rules online add/update applies), and a record that fails
*> it -- or is rejected for any other reason -- goes to ANIMAL-REJECT
*> instead of the master.  A full rebuild now writes ANIMAL-REJECT too;
*> it used to leave its duplicates and out-of-sequence keys on SYSERR
*> only.  The reject record is the input record unaltered (seed or
*> transaction layout), so it can be fixed and resubmitted as-is,
*> followed from column 4148 by a 2-byte reason code and a 20-byte
*> detail (the offending tag, bare, for a markup reject):
*>   AC unknown action code        SQ key out of sequence
*>   DK duplicate key              NF change/delete of a missing key
*>   CF touched online after cut   RW rewrite or delete failed
*>   MC control character          ML stray "<" or unterminated tag
*>   MT tag not allowed            MS script tag or javascript:
*>   ME event-handler attribute    MX close tag out of order
*>   MU tag left open
*>
*> Both modes append what they did to LOAD-HISTORY (loadhrc.cpy) --
*> a full rebuild its start and every record loaded, a delta load
*> every transaction applied -- so animlrcn can show that each record
*> on the master got there through a load or a logged change.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. animlod.
AUTHOR.     Michael Anderson.
    Select LOAD-REPORT Assign to "LOADRPT"
        Organization is Line Sequential
        File Status is load-report-status.
    Select LOAD-HISTORY Assign to "LOADHIST"
        Organization is Line Sequential
        File Status is load-history-status.
data division.
file section.
FD  ANIMAL-SEED.
    05 ATR-EXPIRY            Pic X(08).
    05 ATR-DESCRIPTION       Pic X(4096).
FD  ANIMAL-REJECT.
 1 ANIMAL-REJECT-RECORD.
    05 REJ-DATA              Pic X(4147).
    05 REJ-REASON            Pic X(02).
    05 REJ-DETAIL            Pic X(20).
FD  LOAD-REPORT.
 1 REPORT-LINE              Pic X(80).
FD  LOAD-HISTORY.
    Copy "loadhrc.cpy".
WORKING-STORAGE SECTION.
 1 animal-seed-status    Pic X(02) value "00".
 1 animal-master-status  Pic X(02) value "00".
 1 animal-trans-status   Pic X(02) value "00".
 1 animal-reject-status  Pic X(02) value "00".
 1 load-report-status    Pic X(02) value "00".
 1 load-history-status   Pic X(02) value "00".
 1 load-mode             Pic X(01) value space.
 1 load-action           Pic X(01) value space.
 1 run-mode              Pic X(256) value spaces.
 1 run-word              Pic X(20) value spaces.
 1 cutoff-stamp          Pic X(21) value spaces.
 1 trans-applied-sw   Pic X(01) value "N".
    88 trans-applied     Value "Y".
    88 trans-rejected    Value "N".
 1 reject-reason      Pic X(02) value spaces.
 1 reject-detail      Pic X(20) value spaces.
 1 seed-reject-count  Pic 9(7) Value 0.
    Copy "markuprc.cpy".
 1 delta-counts.
    05 read-add-count       Pic 9(7) Value 0.
    05 read-change-count    Pic 9(7) Value 0.
    05 reject-change-count  Pic 9(7) Value 0.
    05 reject-delete-count  Pic 9(7) Value 0.
    05 reject-conflict-cnt  Pic 9(7) Value 0.
    05 reject-markup-cnt    Pic 9(7) Value 0.
    05 read-other-count     Pic 9(7) Value 0.
    05 total-read-count     Pic 9(7) Value 0.
    05 total-applied-count  Pic 9(7) Value 0.
           animal-master-status upon SYSERR
       Stop Run Returning 16
   End-If
   Open Output ANIMAL-REJECT
   If animal-reject-status <> "00"
       Display "animlod: unable to open ANIMAL-REJECT, status "
           animal-reject-status upon SYSERR
       Stop Run Returning 16
   End-If
   Move "F" to load-mode
   Perform open-load-history
   Move "R" to load-action
   Move Spaces to work-key
   Perform write-load-history

   Move Low-Values to previous-key
   Perform read-seed-record
   Perform until animal-seed-eof
      Perform load-seed-record
      Perform read-seed-record
   End-Perform

   Close ANIMAL-SEED
   Close ANIMAL-MASTER
   Close ANIMAL-REJECT
   Close LOAD-HISTORY
   Display "animlod: loaded " loaded-count " animal records, rejected "
       seed-reject-count.

*> Load one seed record, or send it to ANIMAL-REJECT with the reason.
load-seed-record.
    Move Spaces to reject-reason reject-detail
    Move ASD-KEY to work-name
    If ASD-LANGUAGE = Spaces
        Move "en" to work-language
    Else
        Move ASD-LANGUAGE to work-language
    End-If
    If work-key < previous-key
        Display "animlod: out-of-sequence key " trim(ASD-KEY)
            " " trim(work-language)
            " -- ANIMAL-SEED must be sorted ascending by key"
            upon SYSERR
        Move "SQ" to reject-reason
    Else
        Move ASD-DESCRIPTION to MRK-TEXT
        Perform check-description-markup
    End-If
    If reject-reason = Spaces
        Move work-key to previous-key
        Move work-key to ANM-KEY
        Perform default-seed-columns
        Move load-timestamp to ANM-LAST-UPDATED
        Move ASD-DESCRIPTION to ANM-DESCRIPTION
        Write ANIMAL-MASTER-RECORD
            Invalid Key
                Display "animlod: duplicate key " trim(ANM-KEY)
                    upon SYSERR
                Move "DK" to reject-reason
            Not Invalid Key
                Add 1 to loaded-count
                Move "A" to load-action
                Perform write-load-history
        End-Write
    End-If
    If reject-reason not = Spaces
        Add 1 to seed-reject-count
        Move Spaces to ANIMAL-REJECT-RECORD
        Move ANIMAL-SEED-RECORD to REJ-DATA
        Move reject-reason to REJ-REASON
        Move reject-detail to REJ-DETAIL
        Write ANIMAL-REJECT-RECORD
    End-If.

*> MRK-TEXT holds the description; a failure sets the reject reason
*> to the markup rule broken and the detail to the offending tag.
check-description-markup.
    Call "animlmrk" Using MARKUP-CHECK-AREA
    If not MRK-CLEAN
        Add 1 to reject-markup-cnt
        Move MRK-RESULT to reject-reason
        Move MRK-DETAIL to reject-detail
        Display "animlod: markup " MRK-RESULT " in key "
            trim(work-name) " " trim(work-language) " at "
            MRK-OFFSET " " trim(MRK-DETAIL) upon SYSERR
    End-If.

read-seed-record.
    Read ANIMAL-SEED
           load-report-status upon SYSERR
       Stop Run Returning 16
   End-If
   Move "D" to load-mode
   Perform open-load-history

   Move Low-Values to previous-key
   Perform read-trans-record
   Close ANIMAL-MASTER
   Close ANIMAL-REJECT
   Close LOAD-REPORT
   Close LOAD-HISTORY
   Display "animlod: delta load read " total-read-count
       " applied " total-applied-count
       " rejected " total-reject-count.
    End-Read.

*> Apply one A/C/D transaction.  Out-of-sequence input, a duplicate
*> add, a change/delete of a missing key, an unknown action code and
*> description text failing the markup check all reject the record to
*> ANIMAL-REJECT unaltered, with the reason code after it, so the
*> fixed deck can be resubmitted as-is.
apply-transaction.
    Add 1 to total-read-count
    Move "N" to trans-applied-sw
    Move Spaces to reject-reason reject-detail
    Move ATR-KEY to work-name
    If ATR-LANGUAGE = Spaces
        Move "en" to work-language
        When not ATR-ADD and not ATR-CHANGE and not ATR-DELETE
            Display "animlod: unknown action code " ATR-ACTION
                " for key " trim(ATR-KEY) upon SYSERR
            Move "AC" to reject-reason
        When work-key < previous-key
            Display "animlod: out-of-sequence key " trim(ATR-KEY)
                " " trim(work-language)
                " -- ANIMAL-TRANS must be sorted ascending by key"
                upon SYSERR
            Move "SQ" to reject-reason
        When ATR-ADD
            Perform apply-add
        When ATR-CHANGE
    If trans-applied
        Move work-key to previous-key
        Add 1 to total-applied-count
        Move ATR-ACTION to load-action
        Perform write-load-history
        Evaluate True
            When ATR-ADD    Add 1 to applied-add-count
            When ATR-CHANGE Add 1 to applied-change-count
            When ATR-DELETE Add 1 to reject-delete-count
            When Other      Continue
        End-Evaluate
        Move Spaces to ANIMAL-REJECT-RECORD
        Move ANIMAL-TRANS-RECORD to REJ-DATA
        Move reject-reason to REJ-REASON
        Move reject-detail to REJ-DETAIL
        Write ANIMAL-REJECT-RECORD
    End-If.

apply-add.
    Move ATR-DESCRIPTION to MRK-TEXT
    Perform check-description-markup
    If reject-reason = Spaces
        Move work-key to ANM-KEY
        Perform default-trans-columns
        Move load-timestamp to ANM-LAST-UPDATED
        Move ATR-DESCRIPTION to ANM-DESCRIPTION
        Write ANIMAL-MASTER-RECORD
            Invalid Key
                Display "animlod: duplicate add for key " trim(ATR-KEY)
                    upon SYSERR
                Move "DK" to reject-reason
            Not Invalid Key
                Move "Y" to trans-applied-sw
        End-Write
    End-If.

*> A change without description text keeps the description on file,
*> which has already passed the check on its way in.
apply-change.
    If ATR-DESCRIPTION not = Spaces
        Move ATR-DESCRIPTION to MRK-TEXT
        Perform check-description-markup
    End-If
    If reject-reason = Spaces
        Perform apply-checked-change
    End-If.

apply-checked-change.
    Move work-key to ANM-KEY
    Read ANIMAL-MASTER
        Invalid Key
            Display "animlod: change for missing key " trim(ATR-KEY)
                upon SYSERR
            Move "NF" to reject-reason
        Not Invalid Key
            Perform check-online-conflict
            If not online-conflict
                    Invalid Key
                        Display "animlod: rewrite failed for key "
                            trim(ATR-KEY) upon SYSERR
                        Move "RW" to reject-reason
                    Not Invalid Key
                        Move "Y" to trans-applied-sw
                End-Rewrite
    If cutoff-len > 0
        and ANM-LAST-UPDATED(1:cutoff-len) > cutoff-stamp(1:cutoff-len)
        Move "Y" to conflict-sw
        Move "CF" to reject-reason
        Add 1 to reject-conflict-cnt
        Display "animlod: key " trim(ATR-KEY)
            " touched online at " trim(ANM-LAST-UPDATED)
        Invalid Key
            Display "animlod: delete for missing key " trim(ATR-KEY)
                upon SYSERR
            Move "NF" to reject-reason
        Not Invalid Key
            Perform check-online-conflict
            If not online-conflict
                    Invalid Key
                        Display "animlod: delete failed for key "
                            trim(ATR-KEY) upon SYSERR
                        Move "RW" to reject-reason
                    Not Invalid Key
                        Move "Y" to trans-applied-sw
                End-Delete
        Delimited by size into report-text
    Write REPORT-LINE from report-text
    Move Spaces to report-text
    String "Markup   " reject-markup-cnt
        " (description failed markup check; included above)"
        Delimited by size into report-text
    Write REPORT-LINE from report-text
    Move Spaces to report-text
    String "TOTAL    " total-read-count "  " total-applied-count
        "  " total-reject-count Delimited by size into report-text
    Write REPORT-LINE from report-text.

*> LOAD-HISTORY is a running trail: extended, or created on first use.
open-load-history.
    Open Extend LOAD-HISTORY
    If load-history-status = "05" or load-history-status = "35"
        Open Output LOAD-HISTORY
    End-If
    If load-history-status <> "00"
        Display "animlod: unable to open LOAD-HISTORY, status "
            load-history-status upon SYSERR
        Stop Run Returning 16
    End-If.

*> One trail record for what was just done to work-key.  A delete
*> leaves no record behind, so it carries no status.
write-load-history.
    Move Spaces to LOAD-HISTORY-RECORD
    Move load-timestamp to LDH-TIMESTAMP
    Move load-mode to LDH-MODE
    Move load-action to LDH-ACTION
    Move work-key to LDH-KEY
    If load-action not = "D" and load-action not = "R"
        Move ANM-STATUS to LDH-STATUS
    End-If
    Write LOAD-HISTORY-RECORD.
