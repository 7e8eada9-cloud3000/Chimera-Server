*>                             timestamp printed is the handle the
*>                             undo mode takes.
*>
*>   undo <name> <language> <timestamp> <user>
*>                             Reverse the single change identified
*>                             by key and timestamp by reapplying its
*>                             before-image to ANIMAL-MASTER: a bad
*>                             own compensating CHANGE-HISTORY record
*>                             (session id "chgundo") so the trail
*>                             stays complete and the undo itself can
*>                             be undone.  The user id is checked
*>                             against USER-PROFILE before anything
*>                             else: only a content administrator
*>                             carrying the change's language may
*>                             undo.  A refused undo is logged to
*>                             AUDIT-LOG under the user id with match
*>                             flag "R", the same as a refused online
*>                             maintenance request.
*>
*> Returns 0 on success, 8 when the requested change is not on the
*> trail or cannot be reversed (key state has moved on), 12 when the
*> user is not authorized to undo, 16 on file errors.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. chgundo.
        Record Key is ANM-KEY
        Alternate Record Key is ANM-CATEGORY with Duplicates
        File Status is animal-master-status.
    Select USER-PROFILE Assign to "USERPROF"
        Organization is Indexed
        Access Mode is Random
        Record Key is UPR-USER-ID
        File Status is user-profile-status.
    Select AUDIT-LOG Assign to "AUDITLOG"
        Organization is Line Sequential
        File Status is audit-log-status.
data division.
file section.
FD  CHANGE-HISTORY.
    Copy "changerc.cpy".
FD  ANIMAL-MASTER.
    Copy "animalrc.cpy".
FD  USER-PROFILE.
    Copy "userprc.cpy".
FD  AUDIT-LOG.
    Copy "auditrc.cpy".
WORKING-STORAGE SECTION.
 1 change-history-status  Pic X(02) value "00".
 1 animal-master-status   Pic X(02) value "00".
 1 user-profile-status    Pic X(02) value "00".
 1 audit-log-status       Pic X(02) value "00".
 1 run-args            Pic X(256) value spaces.
 1 run-mode            Pic X(20) value spaces.
 1 arg-name            Pic X(20) value spaces.
 1 arg-language        Pic X(03) value spaces.
 1 arg-timestamp       Pic X(21) value spaces.
 1 arg-user            Pic X(256) value spaces.
 1 undo-auth-sw        Pic X(01) value "N".
    88 undo-authorized   Value "Y".
 1 parse-ptr           Pic 9(9) Comp Value 1.
 1 eof-sw              Pic X(01) value "N".
    88 change-history-eof Value "Y".
 1 trail-line          Pic X(132) value spaces.
procedure division.
   Accept run-args from command-line.
   Move Spaces to run-mode arg-name arg-language arg-timestamp
       arg-user.
   Move 1 to parse-ptr.
   Unstring run-args Delimited by all " "
       into run-mode arg-name arg-language arg-timestamp arg-user
       with pointer parse-ptr
   End-Unstring.
   Evaluate True
       When trim(run-mode) = "undo" and arg-name not = Spaces
            and arg-language not = Spaces
            and arg-timestamp not = Spaces
            and arg-user not = Spaces
           Perform check-undo-authority
           Perform undo-one-change
       When Other
           Display "chgundo: usage: chgundo list <name> [language]"
               upon SYSERR
           Display "chgundo:        chgundo undo <name> <language>"
               " <timestamp> <user>" upon SYSERR
           Stop Run Returning 16
   End-Evaluate.
   Stop Run Returning 0.
       Stop Run Returning 16
   End-If
   Move "N" to undo-ok-sw
*> One stamp for the whole undo: the master's new last-updated and
*> the compensating change record carry the same value.
   Move Function Current-Date to undo-timestamp
   Evaluate target-action
       When "A"
           Perform reverse-an-add
   Display "chgundo: reversed " target-action " of "
       trim(arg-name) " " trim(arg-language) " at " arg-timestamp.

*> Only a content administrator whose profile carries the change's
*> language (or "*") may undo.  No profile, no profile file, or the
*> wrong role or language is refused before CHANGE-HISTORY or
*> ANIMAL-MASTER is opened, and the refusal is logged to AUDIT-LOG.
check-undo-authority.
    Move "N" to undo-auth-sw
    Open Input USER-PROFILE
    If user-profile-status = "00"
        Move arg-user to UPR-USER-ID
        Read USER-PROFILE
            Invalid Key
                Continue
            Not Invalid Key
                If UPR-CONTENT-ADMIN
                    Perform check-undo-language
                End-If
        End-Read
        Close USER-PROFILE
    Else
        If user-profile-status not = "35"
            Display "chgundo: unable to open USER-PROFILE, status "
                user-profile-status upon SYSERR
            Stop Run Returning 16
        End-If
    End-If
    If not undo-authorized
        Perform write-refused-audit-record
        Display "chgundo: " trim(arg-user) " is not authorized to"
            " undo changes to " trim(arg-name) " "
            trim(arg-language) upon SYSERR
        Stop Run Returning 12
    End-If.

check-undo-language.
    Perform varying upr-idx from 1 by 1
            until upr-idx > 10 or undo-authorized
        If UPR-LANGUAGE(upr-idx) = "*"
            or UPR-LANGUAGE(upr-idx) = arg-language
            Move "Y" to undo-auth-sw
        End-If
    End-Perform.

*> One AUDIT-LOG record per refused undo, the same shape animal.cob
*> writes for a refused online request, so the nightly denied-attempts
*> report covers both doors into the master.
write-refused-audit-record.
    Open Extend AUDIT-LOG
    If audit-log-status = "05" or audit-log-status = "35"
        Open Output AUDIT-LOG
    End-If
    If audit-log-status <> "00"
        Display "chgundo: unable to open AUDIT-LOG, status "
            audit-log-status upon SYSERR
        Stop Run Returning 16
    End-If
    Move Spaces to AUDIT-LOG-RECORD
    Move Function Current-Date to AUD-TIMESTAMP
    Move arg-user to AUD-SESSION-ID
    Move trim(run-args) to AUD-REQUEST-TEXT
    Move "R" to AUD-MATCH-FLAG
    Write AUDIT-LOG-RECORD
    Close AUDIT-LOG.

read-change-record.
    Read CHANGE-HISTORY
        At End
        Not Invalid Key
            Move ANM-DESCRIPTION to undo-before-image
            Move target-before-image to ANM-DESCRIPTION
            Move undo-timestamp to ANM-LAST-UPDATED
            Rewrite ANIMAL-MASTER-RECORD
                Invalid Key
                    Continue
    Move "A" to ANM-STATUS
    Move 0 to ANM-EFFECTIVE-DATE
    Move 99999999 to ANM-EXPIRY-DATE
    Move undo-timestamp to ANM-LAST-UPDATED
    Move target-before-image to ANM-DESCRIPTION
    Write ANIMAL-MASTER-RECORD
        Invalid Key
            change-history-status upon SYSERR
        Stop Run Returning 16
    End-If
    Move Spaces to CHANGE-HISTORY-RECORD
    Move undo-timestamp to CHG-TIMESTAMP
    Move "chgundo" to CHG-SESSION-ID
