*> Copyright 2017 The Advanced Terminal Processor Authors. All rights reserved.
*> Use of this source code is governed by a BSD-style
*> license that can be found in the LICENSE file.

*> cobc -x -free -fintrinsics=ALL animlals.cob
*>
*> NOTE: Batch deck load for the ANIMAL-ALIAS file that animal.cob's
*> lookup-animal falls back to when the exact ANM-NAME read misses.
*> The online "alias add/delete" commands cover the odd word; this job
*> takes the content team's list (usually worked up from the animldmd
*> unmatched-demand report) in one run.  Two modes, selected by the
*> command line:
*>
*>   (no argument)  Apply.  Reads the ALIAS-TRANS deck (action code
*>                  A/D in column 1, then the 20-byte alias, the
*>                  optional 3-byte language and the 20-byte ANM-NAME
*>                  it maps to) and applies it to ANIMAL-ALIAS.
*>                  Aliases are folded to lower case, as the terminal
*>                  matches them.  An add must name an animal already
*>                  on ANIMAL-MASTER -- in the alias's language when it
*>                  carries one -- so an alias can never point at
*>                  nothing.  Every rejected transaction (duplicate
*>                  add, delete of a missing alias, unknown animal,
*>                  blank alias, unknown action) is written unaltered
*>                  to ALIAS-REJECT for resubmission.  ALIAS-REPORT
*>                  lists every transaction with its outcome, control
*>                  totals, and the resulting file.
*>
*>   list           Print every alias on file to ALIAS-REPORT.
*>
*> The file is created on the first apply run if it does not exist.
*> Returns 0; 4 when any transaction was rejected; 16 on file errors.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. animlals.
AUTHOR.     Michael Anderson.
DATE-COMPILED.
environment division.
configuration section.
SOURCE-COMPUTER. GNU-Linux.
OBJECT-COMPUTER. GNU-Linux.
input-output section.
file-control.
    Select ANIMAL-ALIAS Assign to "ANIMALAS"
        Organization is Indexed
        Access Mode is Dynamic
        Record Key is ALS-KEY
        File Status is animal-alias-status.
    Select ANIMAL-MASTER Assign to "ANIMALMS"
        Organization is Indexed
        Access Mode is Dynamic
        Record Key is ANM-KEY
        Alternate Record Key is ANM-CATEGORY with Duplicates
        File Status is animal-master-status.
    Select ALIAS-TRANS Assign to "ALSTRN"
        Organization is Line Sequential
        File Status is alias-trans-status.
    Select ALIAS-REJECT Assign to "ALIASREJ"
        Organization is Line Sequential
        File Status is alias-reject-status.
    Select ALIAS-REPORT Assign to "ALIASRPT"
        Organization is Line Sequential
        File Status is alias-report-status.
data division.
file section.
FD  ANIMAL-ALIAS.
    Copy "aliasrc.cpy".
FD  ANIMAL-MASTER.
    Copy "animalrc.cpy".
FD  ALIAS-TRANS.
 1 ALIAS-TRANS-RECORD.
    05 ATR-ACTION            Pic X(01).
       88 ATR-ADD            Value "A".
       88 ATR-DELETE         Value "D".
    05 ATR-ALIAS             Pic X(20).
    05 ATR-LANGUAGE          Pic X(03).
    05 ATR-ANM-NAME          Pic X(20).
FD  ALIAS-REJECT.
 1 ALIAS-REJECT-RECORD      Pic X(44).
FD  ALIAS-REPORT.
 1 REPORT-LINE              Pic X(132).
WORKING-STORAGE SECTION.
 1 animal-alias-status    Pic X(02) value "00".
 1 animal-master-status   Pic X(02) value "00".
 1 alias-trans-status     Pic X(02) value "00".
 1 alias-reject-status    Pic X(02) value "00".
 1 alias-report-status    Pic X(02) value "00".
 1 run-mode              Pic X(256) value spaces.
 1 run-timestamp         Pic X(21) value spaces.
 1 run-user              Pic X(256) value "animlals".
 1 trans-eof-sw       Pic X(01) value "N".
    88 alias-trans-eof   Value "Y".
 1 alias-eof-sw       Pic X(01) value "N".
    88 animal-alias-eof  Value "Y".
 1 master-eof-sw      Pic X(01) value "N".
    88 animal-master-eof Value "Y".
 1 trans-applied-sw   Pic X(01) value "N".
    88 trans-applied     Value "Y".
    88 trans-rejected    Value "N".
 1 reject-reason      Pic X(40) value spaces.
 1 work-alias         Pic X(20) value spaces.
 1 alias-counts.
    05 read-add-count       Pic 9(7) Value 0.
    05 read-delete-count    Pic 9(7) Value 0.
    05 read-other-count     Pic 9(7) Value 0.
    05 applied-add-count    Pic 9(7) Value 0.
    05 applied-delete-count Pic 9(7) Value 0.
    05 total-read-count     Pic 9(7) Value 0.
    05 total-applied-count  Pic 9(7) Value 0.
    05 total-reject-count   Pic 9(7) Value 0.
    05 listed-count         Pic 9(7) Value 0.
 1 report-text        Pic X(132) value spaces.
procedure division.
   Accept run-mode from command-line.
   Move Function Current-Date to run-timestamp.
   Open Output ALIAS-REPORT.
   If alias-report-status <> "00"
       Display "animlals: unable to open ALIAS-REPORT, status "
           alias-report-status upon SYSERR
       Stop Run Returning 16
   End-If.
   If trim(run-mode) = "list"
       Open Input ANIMAL-ALIAS
       If animal-alias-status <> "00"
           Display "animlals: unable to open ANIMAL-ALIAS, status "
               animal-alias-status upon SYSERR
           Stop Run Returning 16
       End-If
       Perform list-aliases
       Close ANIMAL-ALIAS
   Else
       Perform apply-alias-deck
   End-If.
   Close ALIAS-REPORT.
   If total-reject-count > 0
       Stop Run Returning 4
   End-If.
   Stop Run Returning 0.

*> Apply the ALIAS-TRANS deck against ANIMAL-ALIAS, rejecting rather
*> than abending on bad transactions, then list the resulting file.
apply-alias-deck.
   Open Input ALIAS-TRANS
   If alias-trans-status <> "00"
       Display "animlals: unable to open ALIAS-TRANS, status "
           alias-trans-status upon SYSERR
       Stop Run Returning 16
   End-If
   Open Input ANIMAL-MASTER
   If animal-master-status <> "00"
       Display "animlals: unable to open ANIMAL-MASTER, status "
           animal-master-status upon SYSERR
       Stop Run Returning 16
   End-If
   Open I-O ANIMAL-ALIAS
   If animal-alias-status = "35"
       Display "animlals: no ANIMAL-ALIAS file -- creating it"
       Open Output ANIMAL-ALIAS
       Close ANIMAL-ALIAS
       Open I-O ANIMAL-ALIAS
   End-If
   If animal-alias-status <> "00"
       Display "animlals: unable to open ANIMAL-ALIAS, status "
           animal-alias-status upon SYSERR
       Stop Run Returning 16
   End-If
   Open Output ALIAS-REJECT
   If alias-reject-status <> "00"
       Display "animlals: unable to open ALIAS-REJECT, status "
           alias-reject-status upon SYSERR
       Stop Run Returning 16
   End-If

   Move "Animal Alias Maintenance - Transactions Applied" to report-text
   Write REPORT-LINE from report-text
   Move "Act Outcome  Alias                Lang Animal" to report-text
   Write REPORT-LINE from report-text

   Perform read-trans-record
   Perform until alias-trans-eof
      Perform apply-transaction
      Perform read-trans-record
   End-Perform

   Perform write-control-totals
   Perform list-aliases

   Close ALIAS-TRANS
   Close ANIMAL-MASTER
   Close ANIMAL-ALIAS
   Close ALIAS-REJECT
   Display "animlals: read " total-read-count
       " applied " total-applied-count
       " rejected " total-reject-count.

read-trans-record.
    Read ALIAS-TRANS
        At End
            Move "Y" to trans-eof-sw
    End-Read.

*> Apply one A/D transaction and log its outcome to the report.
apply-transaction.
    Add 1 to total-read-count
    Move "N" to trans-applied-sw
    Move Spaces to reject-reason
    Move Spaces to work-alias
    Move lower-case(ATR-ALIAS) to work-alias
    Evaluate True
        When ATR-ADD
            Add 1 to read-add-count
        When ATR-DELETE
            Add 1 to read-delete-count
        When Other
            Add 1 to read-other-count
    End-Evaluate
    Evaluate True
        When work-alias = Spaces
            Move "no alias" to reject-reason
        When ATR-ADD
            Perform apply-add
        When ATR-DELETE
            Perform apply-delete
        When Other
            Move "unknown action code" to reject-reason
    End-Evaluate
    If trans-applied
        Add 1 to total-applied-count
        Evaluate True
            When ATR-ADD    Add 1 to applied-add-count
            When ATR-DELETE Add 1 to applied-delete-count
        End-Evaluate
    Else
        Add 1 to total-reject-count
        Write ALIAS-REJECT-RECORD from ALIAS-TRANS-RECORD
        Display "animlals: rejected " ATR-ACTION " for "
            trim(ATR-ALIAS) " -- " trim(reject-reason) upon SYSERR
    End-If
    Perform write-transaction-line.

apply-add.
    Perform find-target-animal
    If reject-reason = Spaces
        Move Spaces to ANIMAL-ALIAS-RECORD
        Move work-alias to ALS-ALIAS
        Move ATR-LANGUAGE to ALS-LANGUAGE
        Move ATR-ANM-NAME to ALS-ANM-NAME
        Move run-timestamp to ALS-LAST-UPDATED
        Move run-user to ALS-UPDATED-BY
        Write ANIMAL-ALIAS-RECORD
            Invalid Key
                Move "alias already on file" to reject-reason
            Not Invalid Key
                Move "Y" to trans-applied-sw
        End-Write
    End-If.

*> The target must be on the master: any language when the alias has
*> none, else that language's record.
find-target-animal.
    Move "N" to master-eof-sw
    Move ATR-ANM-NAME to ANM-NAME
    If ATR-LANGUAGE = Spaces
        Move Low-Values to ANM-LANGUAGE
    Else
        Move ATR-LANGUAGE to ANM-LANGUAGE
    End-If
    Start ANIMAL-MASTER Key >= ANM-KEY
        Invalid Key
            Move "Y" to master-eof-sw
    End-Start
    If not animal-master-eof
        Read ANIMAL-MASTER Next Record
            At End
                Move "Y" to master-eof-sw
        End-Read
    End-If
    Evaluate True
        When ATR-ANM-NAME = Spaces
            Move "no animal name" to reject-reason
        When animal-master-eof
            Move "animal not on master" to reject-reason
        When ANM-NAME not = ATR-ANM-NAME
            Move "animal not on master" to reject-reason
        When ATR-LANGUAGE not = Spaces
            and ANM-LANGUAGE not = ATR-LANGUAGE
            Move "animal not on master in language"
                to reject-reason
        When Other
            Continue
    End-Evaluate.

apply-delete.
    Move work-alias to ALS-ALIAS
    Move ATR-LANGUAGE to ALS-LANGUAGE
    Read ANIMAL-ALIAS
        Invalid Key
            Move "alias not on file" to reject-reason
        Not Invalid Key
            Delete ANIMAL-ALIAS
                Invalid Key
                    Move "delete failed" to reject-reason
                Not Invalid Key
                    Move "Y" to trans-applied-sw
            End-Delete
    End-Read.

write-transaction-line.
    Move Spaces to report-text
    If trans-applied
        String ATR-ACTION "   APPLIED  " work-alias " " ATR-LANGUAGE
            "  " trim(ATR-ANM-NAME)
            Delimited by size into report-text
    Else
        String ATR-ACTION "   REJECTED " ATR-ALIAS " " ATR-LANGUAGE
            "  " ATR-ANM-NAME " -- " trim(reject-reason)
            Delimited by size into report-text
    End-If
    Write REPORT-LINE from report-text.

write-control-totals.
    Move Spaces to report-text
    Write REPORT-LINE from report-text
    Move "Action      Read   Applied" to report-text
    Write REPORT-LINE from report-text
    Move Spaces to report-text
    String "Add      " read-add-count "  " applied-add-count
        Delimited by size into report-text
    Write REPORT-LINE from report-text
    Move Spaces to report-text
    String "Delete   " read-delete-count "  " applied-delete-count
        Delimited by size into report-text
    Write REPORT-LINE from report-text
    Move Spaces to report-text
    String "Unknown  " read-other-count Delimited by size
        into report-text
    Write REPORT-LINE from report-text
    Move Spaces to report-text
    String "TOTAL    " total-read-count "  " total-applied-count
        "  REJECTED " total-reject-count
        Delimited by size into report-text
    Write REPORT-LINE from report-text.

*> Every alias on file, in alias/language order.
list-aliases.
    Move Spaces to report-text
    Write REPORT-LINE from report-text
    Move "Aliases on File" to report-text
    Write REPORT-LINE from report-text
    Move "Alias                Lang Animal               Last updated          By"
        to report-text
    Write REPORT-LINE from report-text
    Move "N" to alias-eof-sw
    Move Low-Values to ALS-KEY
    Start ANIMAL-ALIAS Key >= ALS-KEY
        Invalid Key
            Move "Y" to alias-eof-sw
    End-Start
    Perform until animal-alias-eof
        Read ANIMAL-ALIAS Next Record
            At End
                Move "Y" to alias-eof-sw
            Not At End
                Add 1 to listed-count
                Move Spaces to report-text
                String ALS-ALIAS " " ALS-LANGUAGE "  " ALS-ANM-NAME
                    " " ALS-LAST-UPDATED " " trim(ALS-UPDATED-BY)
                    Delimited by size into report-text
                Write REPORT-LINE from report-text
        End-Read
    End-Perform
    Move Spaces to report-text
    String "ALIASES  " listed-count Delimited by size
        into report-text
    Write REPORT-LINE from report-text.
