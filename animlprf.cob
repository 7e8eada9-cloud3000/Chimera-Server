*> Copyright 2017 The Advanced Terminal Processor Authors. All rights reserved.
*> Use of this source code is governed by a BSD-style
*> license that can be found in the LICENSE file.

*> cobc -x -free -fintrinsics=ALL animlprf.cob
*>
*> NOTE: Batch maintenance for the USER-PROFILE file that animal.cob's
*> maintain-animal and chgundo's undo mode check before they touch
*> ANIMAL-MASTER.  Two modes, selected by the command line:
*>
*>   (no argument)  Apply.  Reads the PROFILE-TRANS deck (action code
*>                  A/C/D in column 1, then the 256-byte user id, the
*>                  1-byte role B/E/A and up to ten 3-byte language
*>                  codes, "*" meaning every language) and applies it
*>                  to USER-PROFILE.  A change only replaces the
*>                  columns actually supplied, so a role change need
*>                  not retype the languages.  Every rejected
*>                  transaction (duplicate add, change/delete of a
*>                  missing user, bad role, editor or administrator
*>                  with no languages, unknown action) is written
*>                  unaltered to PROFILE-REJECT for resubmission.
*>                  PROFILE-REPORT lists every transaction with its
*>                  outcome, for the security reviewer, followed by
*>                  control totals and the resulting file.
*>
*>   list           Print every profile on file to PROFILE-REPORT.
*>
*> The file is created on the first apply run if it does not exist.
*> Returns 0; 4 when any transaction was rejected; 16 on file errors.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. animlprf.
AUTHOR.     Michael Anderson.
DATE-COMPILED.
environment division.
configuration section.
SOURCE-COMPUTER. GNU-Linux.
OBJECT-COMPUTER. GNU-Linux.
input-output section.
file-control.
    Select USER-PROFILE Assign to "USERPROF"
        Organization is Indexed
        Access Mode is Dynamic
        Record Key is UPR-USER-ID
        File Status is user-profile-status.
    Select PROFILE-TRANS Assign to "PROFTRN"
        Organization is Line Sequential
        File Status is profile-trans-status.
    Select PROFILE-REJECT Assign to "PROFREJ"
        Organization is Line Sequential
        File Status is profile-reject-status.
    Select PROFILE-REPORT Assign to "PROFRPT"
        Organization is Line Sequential
        File Status is profile-report-status.
data division.
file section.
FD  USER-PROFILE.
    Copy "userprc.cpy".
FD  PROFILE-TRANS.
 1 PROFILE-TRANS-RECORD.
    05 PTR-ACTION            Pic X(01).
       88 PTR-ADD            Value "A".
       88 PTR-CHANGE         Value "C".
       88 PTR-DELETE         Value "D".
    05 PTR-USER-ID           Pic X(256).
    05 PTR-ROLE              Pic X(01).
    05 PTR-LANGUAGE-LIST     Pic X(30).
FD  PROFILE-REJECT.
 1 PROFILE-REJECT-RECORD    Pic X(288).
FD  PROFILE-REPORT.
 1 REPORT-LINE              Pic X(132).
WORKING-STORAGE SECTION.
 1 user-profile-status    Pic X(02) value "00".
 1 profile-trans-status   Pic X(02) value "00".
 1 profile-reject-status  Pic X(02) value "00".
 1 profile-report-status  Pic X(02) value "00".
 1 run-mode              Pic X(256) value spaces.
 1 run-timestamp         Pic X(21) value spaces.
 1 trans-eof-sw       Pic X(01) value "N".
    88 profile-trans-eof Value "Y".
 1 profile-eof-sw     Pic X(01) value "N".
    88 user-profile-eof  Value "Y".
 1 trans-applied-sw   Pic X(01) value "N".
    88 trans-applied     Value "Y".
    88 trans-rejected    Value "N".
 1 reject-reason      Pic X(40) value spaces.
 1 work-role          Pic X(01) value space.
    88 work-role-valid   Value "B" "E" "A".
    88 work-role-browse  Value "B".
 1 work-languages     Pic X(30) value spaces.
 1 profile-counts.
    05 read-add-count       Pic 9(7) Value 0.
    05 read-change-count    Pic 9(7) Value 0.
    05 read-delete-count    Pic 9(7) Value 0.
    05 read-other-count     Pic 9(7) Value 0.
    05 applied-add-count    Pic 9(7) Value 0.
    05 applied-change-count Pic 9(7) Value 0.
    05 applied-delete-count Pic 9(7) Value 0.
    05 total-read-count     Pic 9(7) Value 0.
    05 total-applied-count  Pic 9(7) Value 0.
    05 total-reject-count   Pic 9(7) Value 0.
    05 listed-count         Pic 9(7) Value 0.
 1 report-text        Pic X(132) value spaces.
procedure division.
   Accept run-mode from command-line.
   Move Function Current-Date to run-timestamp.
   Open Output PROFILE-REPORT.
   If profile-report-status <> "00"
       Display "animlprf: unable to open PROFILE-REPORT, status "
           profile-report-status upon SYSERR
       Stop Run Returning 16
   End-If.
   If trim(run-mode) = "list"
       Open Input USER-PROFILE
       If user-profile-status <> "00"
           Display "animlprf: unable to open USER-PROFILE, status "
               user-profile-status upon SYSERR
           Stop Run Returning 16
       End-If
       Perform list-profiles
       Close USER-PROFILE
   Else
       Perform apply-profile-deck
   End-If.
   Close PROFILE-REPORT.
   If total-reject-count > 0
       Stop Run Returning 4
   End-If.
   Stop Run Returning 0.

*> Apply the PROFILE-TRANS deck against USER-PROFILE, rejecting rather
*> than abending on bad transactions, then list the resulting file so
*> the reviewer sees the access in force after the run.
apply-profile-deck.
   Open Input PROFILE-TRANS
   If profile-trans-status <> "00"
       Display "animlprf: unable to open PROFILE-TRANS, status "
           profile-trans-status upon SYSERR
       Stop Run Returning 16
   End-If
   Open I-O USER-PROFILE
   If user-profile-status = "35"
       Display "animlprf: no USER-PROFILE file -- creating it"
       Open Output USER-PROFILE
       Close USER-PROFILE
       Open I-O USER-PROFILE
   End-If
   If user-profile-status <> "00"
       Display "animlprf: unable to open USER-PROFILE, status "
           user-profile-status upon SYSERR
       Stop Run Returning 16
   End-If
   Open Output PROFILE-REJECT
   If profile-reject-status <> "00"
       Display "animlprf: unable to open PROFILE-REJECT, status "
           profile-reject-status upon SYSERR
       Stop Run Returning 16
   End-If

   Move "User Profile Maintenance - Transactions Applied" to report-text
   Write REPORT-LINE from report-text
   Move "Act Outcome  Role Languages                      User"
       to report-text
   Write REPORT-LINE from report-text

   Perform read-trans-record
   Perform until profile-trans-eof
      Perform apply-transaction
      Perform read-trans-record
   End-Perform

   Perform write-control-totals
   Perform list-profiles

   Close PROFILE-TRANS
   Close USER-PROFILE
   Close PROFILE-REJECT
   Display "animlprf: read " total-read-count
       " applied " total-applied-count
       " rejected " total-reject-count.

read-trans-record.
    Read PROFILE-TRANS
        At End
            Move "Y" to trans-eof-sw
    End-Read.

*> Apply one A/C/D transaction and log its outcome to the report.
apply-transaction.
    Add 1 to total-read-count
    Move "N" to trans-applied-sw
    Move Spaces to reject-reason
    Evaluate True
        When PTR-ADD
            Add 1 to read-add-count
        When PTR-CHANGE
            Add 1 to read-change-count
        When PTR-DELETE
            Add 1 to read-delete-count
        When Other
            Add 1 to read-other-count
    End-Evaluate
    Evaluate True
        When PTR-USER-ID = Spaces
            Move "no user id" to reject-reason
        When PTR-ADD
            Perform apply-add
        When PTR-CHANGE
            Perform apply-change
        When PTR-DELETE
            Perform apply-delete
        When Other
            Move "unknown action code" to reject-reason
    End-Evaluate
    If trans-applied
        Add 1 to total-applied-count
        Evaluate True
            When PTR-ADD    Add 1 to applied-add-count
            When PTR-CHANGE Add 1 to applied-change-count
            When PTR-DELETE Add 1 to applied-delete-count
        End-Evaluate
    Else
        Add 1 to total-reject-count
        Write PROFILE-REJECT-RECORD from PROFILE-TRANS-RECORD
        Display "animlprf: rejected " PTR-ACTION " for "
            trim(PTR-USER-ID) " -- " trim(reject-reason) upon SYSERR
    End-If
    Perform write-transaction-line.

apply-add.
    Move PTR-ROLE to work-role
    Move PTR-LANGUAGE-LIST to work-languages
    Perform validate-profile-columns
    If reject-reason = Spaces
        Move Spaces to USER-PROFILE-RECORD
        Move PTR-USER-ID to UPR-USER-ID
        Move work-role to UPR-ROLE
        Move work-languages to UPR-LANGUAGE-LIST
        Move run-timestamp to UPR-LAST-UPDATED
        Write USER-PROFILE-RECORD
            Invalid Key
                Move "user already on file" to reject-reason
            Not Invalid Key
                Move "Y" to trans-applied-sw
        End-Write
    End-If.

*> Only the columns supplied on the transaction replace the profile's.
apply-change.
    Move PTR-USER-ID to UPR-USER-ID
    Read USER-PROFILE
        Invalid Key
            Move "user not on file" to reject-reason
        Not Invalid Key
            Move UPR-ROLE to work-role
            Move UPR-LANGUAGE-LIST to work-languages
            If PTR-ROLE not = Space
                Move PTR-ROLE to work-role
            End-If
            If PTR-LANGUAGE-LIST not = Spaces
                Move PTR-LANGUAGE-LIST to work-languages
            End-If
            Perform validate-profile-columns
            If reject-reason = Spaces
                Move work-role to UPR-ROLE
                Move work-languages to UPR-LANGUAGE-LIST
                Move run-timestamp to UPR-LAST-UPDATED
                Rewrite USER-PROFILE-RECORD
                    Invalid Key
                        Move "rewrite failed" to reject-reason
                    Not Invalid Key
                        Move "Y" to trans-applied-sw
                End-Rewrite
            End-If
    End-Read.

apply-delete.
    Move PTR-USER-ID to UPR-USER-ID
    Read USER-PROFILE
        Invalid Key
            Move "user not on file" to reject-reason
        Not Invalid Key
            Move UPR-ROLE to work-role
            Move UPR-LANGUAGE-LIST to work-languages
            Delete USER-PROFILE
                Invalid Key
                    Move "delete failed" to reject-reason
                Not Invalid Key
                    Move "Y" to trans-applied-sw
            End-Delete
    End-Read.

*> The role must be one of B/E/A, and a role that can maintain
*> anything must name at least one language -- an editor with an
*> empty list would be refused everything online, which is a deck
*> error, not a profile.
validate-profile-columns.
    Evaluate True
        When not work-role-valid
            Move "role must be B, E or A" to reject-reason
        When not work-role-browse and work-languages = Spaces
            Move "editor/administrator needs languages"
                to reject-reason
        When Other
            Continue
    End-Evaluate.

write-transaction-line.
    Move Spaces to report-text
    If trans-applied
        String PTR-ACTION "   APPLIED  " work-role "    "
            work-languages " " trim(PTR-USER-ID)
            Delimited by size into report-text
    Else
        String PTR-ACTION "   REJECTED " PTR-ROLE "    "
            PTR-LANGUAGE-LIST " " trim(PTR-USER-ID) " -- "
            trim(reject-reason)
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
    String "Change   " read-change-count "  " applied-change-count
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

*> Every profile on file, in user-id order.
list-profiles.
    Move Spaces to report-text
    Write REPORT-LINE from report-text
    Move "User Profiles on File" to report-text
    Write REPORT-LINE from report-text
    Move "Role Languages                      Last updated          User"
        to report-text
    Write REPORT-LINE from report-text
    Move "N" to profile-eof-sw
    Move Low-Values to UPR-USER-ID
    Start USER-PROFILE Key >= UPR-USER-ID
        Invalid Key
            Move "Y" to profile-eof-sw
    End-Start
    Perform until user-profile-eof
        Read USER-PROFILE Next Record
            At End
                Move "Y" to profile-eof-sw
            Not At End
                Add 1 to listed-count
                Move Spaces to report-text
                String UPR-ROLE "    " UPR-LANGUAGE-LIST " "
                    UPR-LAST-UPDATED " " trim(UPR-USER-ID)
                    Delimited by size into report-text
                Write REPORT-LINE from report-text
        End-Read
    End-Perform
    Move Spaces to report-text
    String "PROFILES " listed-count Delimited by size
        into report-text
    Write REPORT-LINE from report-text.
