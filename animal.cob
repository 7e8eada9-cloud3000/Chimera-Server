*> Use of this source code is governed by a BSD-style
*> license that can be found in the LICENSE file.

*> cobc -x -free -fintrinsics=ALL animal.cob libhexencode.c animlmrk.cob
*>
*> NOTE: libhexencode.s contains functions to convert hex to ascii and ascii to hex.
*>
    Select TEMPLATE-FILE Assign to "HTMLTMPL"
        Organization is Line Sequential
        File Status is template-file-status.
    Select USER-PROFILE Assign to "USERPROF"
        Organization is Indexed
        Access Mode is Random
        Record Key is UPR-USER-ID
        File Status is user-profile-status.
    Select ANIMAL-ALIAS Assign to "ANIMALAS"
        Organization is Indexed
        Access Mode is Dynamic
        Record Key is ALS-KEY
        File Status is animal-alias-status.
data division.
file section.
FD  ANIMAL-MASTER.
 1 TEMPLATE-RECORD.
    05 TPF-KEY                Pic X(12).
    05 TPF-TEXT               Pic X(1024).
FD  USER-PROFILE.
    Copy "userprc.cpy".
FD  ANIMAL-ALIAS.
    Copy "aliasrc.cpy".
WORKING-STORAGE SECTION.
    Copy "buflim.cpy".
 1 terminal-input        Pic X(4353) value spaces.
 1 session-token         Pic X(256) value spaces.
*> The operator id and the operator command words; no terminal may
*> present one of these as its session identifier.
    88 reserved-session-token Value "*operator" "exit" "status"
                                    "drain" "reload" "kick".
 1 line-parse-ptr        Pic 9(9) Comp Value 1.
 1 shutdown-sw           Pic X(01) value "N".
    88 process-shutdown  Value "Y".
 1 restart-eof-sw        Pic X(01) value "N".
    88 restart-file-eof  Value "Y".
 1 MAX-SESSIONS          Pic 9(4) Comp Value 200.
 1 OPERATOR-SESSION-ID   Pic X(256) value "*operator".
 1 operator-line-sw      Pic X(01) value "N".
    88 operator-line     Value "Y".
 1 operator-text         Pic X(4353) value spaces.
 1 operator-word         Pic X(20) value spaces.
 1 operator-arg          Pic X(256) value spaces.
 1 operator-extra        Pic X(256) value spaces.
 1 operator-note         Pic X(20) value spaces.
 1 drain-sw              Pic X(01) value "N".
    88 drain-mode        Value "Y".
 1 live-session-count    Pic 9(4) Comp Value 0.
 1 live-count-disp       Pic Z(3)9.
 1 max-sessions-disp     Pic Z(3)9.
 1 request-count-disp    Pic Z(8)9.
 1 busy-count            Pic 9(4) Comp Value 0.
 1 busy-best-slot        Pic 9(4) Comp Value 0.
 1 busy-idx              Pic 9(4) Comp Value 0.
 1 busy-listed-sw        Pic X(01) value "N".
    88 busy-listed       Value "Y".
 1 busy-done-sw          Pic X(01) value "N".
    88 busy-done         Value "Y".
 1 BUSY-TABLE.
    05 BUSY-SLOT         Pic 9(4) Comp Occurs 5 Times.
 1 SESSION-TABLE.
    05 SESSION-ENTRY Occurs 200 Times
            Indexed by ses-idx ses-free-idx.
 1 list-overflow-sw      Pic X(01) value "N".
    88 list-overflow     Value "Y".
 1 lookup-key    Pic X(20) value spaces.
 1 lookup-language    Pic X(03) value spaces.
 1 animal-alias-status Pic X(02) value "00".
 1 alias-found-sw     Pic X(01) value "N".
    88 alias-found       Value "Y".
 1 alias-verb         Pic X(20) value spaces.
 1 alias-word         Pic X(20) value spaces.
 1 alias-target       Pic X(20) value spaces.
 1 alias-language     Pic X(03) value spaces.
 1 audit-alias-key.
    05 audit-alias-name     Pic X(20) value spaces.
    05 audit-alias-language Pic X(03) value spaces.
 1 audit-log-status      Pic X(02) value "00".
 1 audit-timestamp    Pic X(21) value spaces.
 1 received-timestamp Pic X(21) value spaces.
 1 responded-timestamp Pic X(21) value spaces.
 1 audit-match-flag   Pic X(01) value spaces.
 1 hex-valid-sw       Pic X(01) value "Y".
    88 hex-input-valid   Value "Y".
 1 read-key-name      Pic X(20) value spaces.
 1 read-key-language  Pic X(03) value spaces.
 1 read-stamp         Pic X(21) value spaces.
 1 change-stamp       Pic X(21) value spaces.
 1 conflict-sw        Pic X(01) value "N".
    88 update-conflict  Value "Y".
 1 markup-bad-sw      Pic X(01) value "N".
    88 markup-rejected  Value "Y".
 1 markup-reason      Pic X(40) value spaces.
 1 markup-offset-disp Pic Z(3)9.
    Copy "markuprc.cpy".
 1 user-profile-status Pic X(02) value "00".
 1 profile-file-sw    Pic X(01) value "Y".
    88 profile-file-open Value "Y".
 1 auth-language      Pic X(03) value spaces.
 1 maint-auth-sw      Pic X(01) value "N".
    88 maint-authorized  Value "Y".
 1 auth-admin-sw      Pic X(01) value "N".
    88 auth-admin-only   Value "Y".
 1 maint-refused-sw   Pic X(01) value "N".
    88 maint-refused     Value "Y".
 1 find-pattern       Pic X(256) value spaces.
 1 find-text          Pic X(256) value spaces.
 1 find-text-len      Pic 9(9) Comp Value 0.
 1 tpl-before-len     Pic 9(9) Comp Value 0.
 1 tpl-suffix-len     Pic 9(9) Comp Value 0.
 1 tpl-out-ptr        Pic 9(9) Comp Value 1.
 1 template-load-sw   Pic X(01) value "N".
    88 template-load-failed Value "Y".
 1 TEMPLATE-TABLE.
    05 template-count    Pic 9(4) Comp Value 0.
    05 TEMPLATE-ENTRY Occurs 50 Times Indexed by tpl-idx.
       10 TPL-KEY           Pic X(12).
       10 TPL-TEXT          Pic X(1024).
 1 TEMPLATE-STAGE.
    05 stage-count       Pic 9(4) Comp Value 0.
    05 STAGE-ENTRY Occurs 50 Times.
       10 STG-KEY           Pic X(12).
       10 STG-TEXT          Pic X(1024).
Linkage Section.
*> 1 testing pic 999.
procedure division.
   If change-history-status = "05" or change-history-status = "35"
       Open Output CHANGE-HISTORY
   End-If.
   Perform open-user-profile.
   Perform open-animal-alias.
   Perform load-templates.
   Initialize SESSION-TABLE.
   Perform check-restart-point.
   *> One process serves many terminals.  Every input line carries
   *> the session identifier ahead of the hex (base16) payload, and
   *> the per-session state (language, hex mode, request count, last
   *> input) lives in SESSION-TABLE between lines.  A session's own
   *> decoded "exit" command retires just that session's slot.
   *>
   *> Operations drives the process on the same stream with bare
   *> command lines that carry no payload: "exit" shuts the whole
   *> process down at once, "status" reports the live sessions,
   *> "drain" turns new sessions away and shuts down when the last
   *> live one exits, "reload" re-reads HTMLTMPL, and "kick <session>"
   *> frees one stuck slot.  Only lines of exactly those shapes -- a
   *> bare "exit", "status", "drain" or "reload", or "kick" with one
   *> argument -- are operator commands.  Any other line whose session
   *> identifier is a command word or the operator id never claims a
   *> slot and is answered MALFORMED.  Each command is logged to
   *> AUDIT-LOG under OPERATOR-SESSION-ID with flag "O".
   *>
      Move Spaces to terminal-input
      Accept terminal-input
      Move Function Current-Date to received-timestamp
      Move Spaces to responded-timestamp
      Perform classify-terminal-line
      Evaluate True
          When trim(terminal-input) = Spaces
              Continue
          When operator-line
              Perform operator-command
          When Other
              Perform serve-one-request
      End-Evaluate
      If drain-mode and not process-shutdown
          Perform count-live-sessions
          If live-session-count = 0
              Display "animal: drain complete, no live sessions"
              Move "Y" to shutdown-sw
          End-If
      End-If
   End-Perform.
   Close ANIMAL-MASTER.
   Close AUDIT-LOG.
   Close CHANGE-HISTORY.
   If profile-file-open
       Close USER-PROFILE
   End-If.
   Close ANIMAL-ALIAS.
   Display "exiting"
   Stop Run Returning 0.

*> One input line: split off the session identifier, attach to (or
*> create) its session slot, run the request under that session's
*> state, and put the state back.  Lines of operator-command shape
*> never get here (classify-terminal-line takes them first); any
*> other line carrying a reserved identifier (the operator id or an
*> operator command word) never gets a slot -- otherwise that
*> session's later lines would read as operator commands -- and is
*> answered MALFORMED.
serve-one-request.
    Move Spaces to session-token browser-input
    Move 1 to line-parse-ptr
    If line-parse-ptr <= length(terminal-input)
        Move terminal-input(line-parse-ptr:) to browser-input
    End-If
    If reserved-session-token
        Move "N" to slot-found-sw
    Else
        Perform find-session-slot
    End-If
    If not slot-found
        Move Spaces to session-id
        Move session-token to session-id
        Move "N" to hex-response-sw
        Evaluate True
            When reserved-session-token
                Move "MALFORMED" to template-key
            When drain-mode
                Move "DRAINING" to template-key
            When Other
                Move "SESSFULL" to template-key
        End-Evaluate
        Move Spaces to template-value
        Perform build-template-response
        Perform display-error-response
*> Look the session up in SESSION-TABLE, or claim the first free slot
*> for it with fresh defaults.  No slot at all leaves slot-found-sw
*> off and the caller answers SESSFULL instead of taking the process
*> down with the other sessions still on it.  While the process is
*> draining no new slot is claimed; the caller answers DRAINING.
find-session-slot.
    Move "N" to slot-found-sw
    Move "N" to free-found-sw
                Continue
        End-Evaluate
    End-Perform
    If not slot-found and free-slot-found and not drain-mode
        Set ses-idx to ses-free-idx
        Move session-token to SES-ID(ses-idx)
        Move default-language to SES-LANGUAGE(ses-idx)
    Move Spaces to SES-READ-STAMP(ses-idx)
    Move "N" to SES-ACTIVE-SW(ses-idx).

*> An operator command is a bare line: one of the command words with
*> no payload, or "kick" and a single session identifier.  Anything
*> else is a session line for serve-one-request.
classify-terminal-line.
    Move "N" to operator-line-sw
    Move Spaces to operator-text operator-word operator-arg
        operator-extra
    Move trim(terminal-input) to operator-text
    Unstring operator-text Delimited by all " "
        into operator-word operator-arg operator-extra
    End-Unstring
    Evaluate True
        When operator-word = "exit" or operator-word = "status"
            or operator-word = "drain" or operator-word = "reload"
            If operator-arg = Spaces
                Move "Y" to operator-line-sw
            End-If
        When operator-word = "kick"
            If operator-arg not = Spaces and operator-extra = Spaces
                Move "Y" to operator-line-sw
            End-If
        When Other
            Continue
    End-Evaluate.

*> Run one operator command and log it.  The answer goes to the
*> operations console as an "animal:" notice, not to any terminal.
*> A command that could not be carried out is logged with a note
*> after the command text.
operator-command.
    Move Spaces to session-id browser-input operator-note
    Move OPERATOR-SESSION-ID to session-id
    Evaluate operator-word
        When "exit"
            Display "animal: shutdown requested by operator"
            Move "Y" to shutdown-sw
        When "status"
            Perform operator-status
        When "drain"
            Perform operator-drain
        When "reload"
            Perform operator-reload
        When "kick"
            Perform operator-kick
    End-Evaluate
    String trim(operator-text) Delimited by size
        operator-note Delimited by "  "
        into browser-input
    End-String
    Perform write-audit-record-operator.

*> Live sessions against the table size, requests served, and the
*> busiest live sessions by request count.
operator-status.
    Perform count-live-sessions
    Move live-session-count to live-count-disp
    Move MAX-SESSIONS to max-sessions-disp
    Move total-request-count to request-count-disp
    If drain-mode
        Display "animal: status " live-count-disp " of "
            max-sessions-disp " sessions live, " request-count-disp
            " requests served, draining"
    Else
        Display "animal: status " live-count-disp " of "
            max-sessions-disp " sessions live, " request-count-disp
            " requests served"
    End-If
    Move 0 to busy-count
    Move "N" to busy-done-sw
    Perform pick-busiest-session until busy-done or busy-count >= 5.

*> Find the live session with the most requests not listed yet.
pick-busiest-session.
    Move 0 to busy-best-slot
    Perform check-busy-candidate
        Varying ses-idx from 1 by 1 until ses-idx > MAX-SESSIONS
    If busy-best-slot = 0
        Move "Y" to busy-done-sw
    Else
        Add 1 to busy-count
        Move busy-best-slot to BUSY-SLOT(busy-count)
        Move SES-REQUEST-COUNT(busy-best-slot) to request-count-disp
        Display "animal:   " request-count-disp " requests  "
            trim(SES-ID(busy-best-slot))
    End-If.

check-busy-candidate.
    If SES-ACTIVE(ses-idx)
        Move "N" to busy-listed-sw
        Perform varying busy-idx from 1 by 1
                until busy-idx > busy-count or busy-listed
            If BUSY-SLOT(busy-idx) = ses-idx
                Move "Y" to busy-listed-sw
            End-If
        End-Perform
        If not busy-listed
            If busy-best-slot = 0
                Set busy-best-slot to ses-idx
            Else
                If SES-REQUEST-COUNT(ses-idx)
                        > SES-REQUEST-COUNT(busy-best-slot)
                    Set busy-best-slot to ses-idx
                End-If
            End-If
        End-If
    End-If.

count-live-sessions.
    Move 0 to live-session-count
    Perform varying ses-idx from 1 by 1 until ses-idx > MAX-SESSIONS
        If SES-ACTIVE(ses-idx)
            Add 1 to live-session-count
        End-If
    End-Perform.

*> Stop claiming slots for new sessions.  The main loop shuts the
*> process down once the live count reaches zero.
operator-drain.
    Move "Y" to drain-sw
    Perform count-live-sessions
    Move live-session-count to live-count-disp
    Display "animal: draining, " live-count-disp
        " sessions still live".

operator-reload.
    Perform read-template-file
    If template-load-failed
        Move template-count to live-count-disp
        Display "animal: reload failed, keeping the " live-count-disp
            " templates already loaded" upon SYSERR
        Move " -- failed" to operator-note
    Else
        Move template-count to live-count-disp
        Display "animal: reloaded " live-count-disp " templates"
    End-If.

*> Free a stuck session's slot and rewrite the checkpoint so a
*> restart does not bring it back.
operator-kick.
    Move "N" to slot-found-sw
    Perform varying ses-idx from 1 by 1
            until ses-idx > MAX-SESSIONS or slot-found
        If SES-ACTIVE(ses-idx) and SES-ID(ses-idx) = operator-arg
            Move "Y" to slot-found-sw
            Set ses-idx Down By 1
        End-If
    End-Perform
    If slot-found
        Move SES-REQUEST-COUNT(ses-idx) to request-count-disp
        Display "animal: session " trim(operator-arg)
            " kicked after " request-count-disp " requests"
        Perform free-session-slot
        Perform write-checkpoint
    Else
        Display "animal: no live session " trim(operator-arg)
            upon SYSERR
        Move " -- not live" to operator-note
    End-If.

*> Validate, decode and dispatch one session's hex payload -- the
*> request-loop body from the one-session-per-process days, unchanged
*> except that a decoded "exit" now retires the session's slot
                    or trim(command-word) = "update"
                    or trim(command-word) = "delete"
                      Perform maintain-animal
                      Evaluate True
                          When maint-ok
                              Perform display-ok-response
                              Perform write-audit-record-matched
                          When maint-refused
                              Perform display-error-response
                              Perform write-audit-record-refused
                          When Other
                              Perform display-error-response
                              Perform write-audit-record-errored
                      End-Evaluate
                  When trim(command-word) = "alias"
                      Perform maintain-alias
                      Evaluate True
                          When maint-ok
                              Perform display-ok-response
                              Perform write-audit-record-matched
                          When maint-refused
                              Perform display-error-response
                              Perform write-audit-record-refused
                          When Other
                              Perform display-error-response
                              Perform write-audit-record-errored
                      End-Evaluate
                  When Other
                      Perform lookup-animal
                      If lookup-overflow
*> The key is the first word of command-args and the description text
*> is the remainder.  Every applied change is also written to
*> CHANGE-HISTORY (who/when/before-image) by write-change-record.
*> The session's USER-PROFILE is checked before the master is touched
*> at all; a session without the role or the language answers NOAUTH
*> and is flagged maint-refused so the caller logs it "R".  The text
*> of an add or update must pass the animlmrk markup check before it
*> goes anywhere near the master; a failure answers BADMARKUP naming
*> the rule broken and is logged like any other failed request.
*> Sets maint-ok/maint-failed for the caller and leaves the response
*> body in asciistring either way.
maintain-animal.
    Move "N" to maint-ok-sw
    Move "N" to conflict-sw
    Move "N" to maint-refused-sw
    Move "N" to markup-bad-sw
    Move Spaces to maint-key maint-text
    Move 1 to parse-ptr
    Unstring command-args Delimited by all " "
    If parse-ptr <= MAX-BROWSER-LEN
        Move command-args(parse-ptr:) to maint-text
    End-If
    Evaluate trim(command-word)
        When "add"    Move "A" to maint-action
        When "update" Move "U" to maint-action
        When "delete" Move "D" to maint-action
    End-Evaluate
    If maint-key not = Spaces
        Move session-language to auth-language
        If maint-action = "D"
            Move "Y" to auth-admin-sw
        Else
            Move "N" to auth-admin-sw
        End-If
        Perform check-maint-authority
        If not maint-authorized
            Move "Y" to maint-refused-sw
        End-If
    End-If
    If maint-key not = Spaces and not maint-refused
        and maint-action not = "D" and maint-text not = Spaces
        Perform check-maint-markup
    End-If
    Evaluate True
        When maint-key = Spaces
            Continue
        When maint-refused
            Continue
        When markup-rejected
            Continue
        When maint-action = "A"
            Perform maint-add-animal
        When maint-action = "U"
            Perform maint-update-animal
        When maint-action = "D"
            Perform maint-delete-animal
    End-Evaluate
    Evaluate True
        When maint-ok
            Evaluate maint-action
                When "A" Move "ADDED" to template-key
                When "U" Move "UPDATED" to template-key
                When "D" Move "DELETED" to template-key
            End-Evaluate
            Move Spaces to template-value
            Move trim(maint-key) to template-value
        When maint-refused
            Move "NOAUTH" to template-key
            Move Spaces to template-value
            String trim(command-word) " " trim(maint-key)
                Delimited by size into template-value
        When markup-rejected
            Move "BADMARKUP" to template-key
            Move Spaces to template-value
            String trim(maint-key) ": " trim(markup-reason)
                Delimited by size into template-value
        When update-conflict
            Move "CONFLICT" to template-key
            Move Spaces to template-value
            Move trim(maint-key) to template-value
        When Other
            Move "MAINTFAIL" to template-key
            Move Spaces to template-value
            String trim(command-word) " " trim(maint-key)
                Delimited by size into template-value
    End-Evaluate
    Perform build-template-response.

*> Run maint-text through animlmrk.  On a failure, markup-reason says
*> which rule and where, in words the editor can act on; tag names go
*> in bare, since the reason lands inside the response page.
check-maint-markup.
    Move maint-text to MRK-TEXT
    Call "animlmrk" Using MARKUP-CHECK-AREA
    If not MRK-CLEAN
        Move "Y" to markup-bad-sw
        Move MRK-OFFSET to markup-offset-disp
        Move Spaces to markup-reason
        Evaluate True
            When MRK-CONTROL-CHAR
                String "control character at "
                    trim(markup-offset-disp)
                    Delimited by size into markup-reason
            When MRK-STRAY-LT
                String "stray less-than at " trim(markup-offset-disp)
                    Delimited by size into markup-reason
            When MRK-TAG-NOT-ALLOWED
                String "tag " trim(MRK-DETAIL) " not allowed"
                    Delimited by size into markup-reason
            When MRK-SCRIPT
                String "script in tag " trim(MRK-DETAIL)
                    Delimited by size into markup-reason
            When MRK-EVENT-HANDLER
                String "event handler in tag " trim(MRK-DETAIL)
                    Delimited by size into markup-reason
            When MRK-MISMATCHED
                String "close tag " trim(MRK-DETAIL) " out of order"
                    Delimited by size into markup-reason
            When MRK-UNCLOSED
                String "tag " trim(MRK-DETAIL) " not closed"
                    Delimited by size into markup-reason
            When Other
                String "markup rule " MRK-RESULT
                    Delimited by size into markup-reason
        End-Evaluate
    End-If.

*> Decide whether this session may maintain auth-language content.
*> The session id is the USER-PROFILE key; no profile (or no profile
*> file at all) is browse-only.  Editors may add and update (and
*> maintain aliases), only administrators may run what the caller has
*> flagged auth-admin-only (delete), and either must carry the
*> language (or "*") in their profile.  Sets maint-authorized.
check-maint-authority.
    Move "N" to maint-auth-sw
    If profile-file-open
        Move Spaces to UPR-USER-ID
        Move session-id to UPR-USER-ID
        Read USER-PROFILE
            Invalid Key
                Continue
            Not Invalid Key
                Perform check-profile-role
        End-Read
    End-If.

check-profile-role.
    Evaluate True
        When UPR-CONTENT-ADMIN
            Perform check-profile-language
        When UPR-CONTENT-EDITOR and not auth-admin-only
            Perform check-profile-language
        When Other
            Continue
    End-Evaluate.

check-profile-language.
    Perform varying upr-idx from 1 by 1
            until upr-idx > 10 or maint-authorized
        If UPR-LANGUAGE(upr-idx) = "*"
            or (UPR-LANGUAGE(upr-idx) = auth-language
                and auth-language not = Spaces)
            Move "Y" to maint-auth-sw
        End-If
    End-Perform.

*> USER-PROFILE is opened once at startup and read per maintenance
*> request, so a profile change from animlprf takes effect on the next
*> request.  A missing file is not fatal to browsing -- the terminal
*> comes up with every session browse-only and says so -- but any
*> other open failure is a deployment error, like ANIMAL-MASTER.
open-user-profile.
    Open Input USER-PROFILE
    Evaluate user-profile-status
        When "00"
            Move "Y" to profile-file-sw
        When "35"
            Move "N" to profile-file-sw
            Display "animal: no USER-PROFILE file -- all maintenance"
                " requests will be refused" upon SYSERR
        When Other
            Display "animal: unable to open USER-PROFILE, status "
                user-profile-status upon SYSERR
            Stop Run Returning 16
    End-Evaluate.

*> Add a new animal.  Fails (maint-failed) when the key is already on
*> file or no description text was supplied.
maint-add-animal.
        Move "A" to ANM-STATUS
        Move 0 to ANM-EFFECTIVE-DATE
        Move 99999999 to ANM-EXPIRY-DATE
        Move Function Current-Date to change-stamp
        Move change-stamp to ANM-LAST-UPDATED
        Move maint-text to ANM-DESCRIPTION
        Write ANIMAL-MASTER-RECORD
            Invalid Key
rewrite-updated-animal.
    Move ANM-DESCRIPTION to before-image
    Move maint-text to ANM-DESCRIPTION
    Move Function Current-Date to change-stamp
    Move change-stamp to ANM-LAST-UPDATED
    Rewrite ANIMAL-MASTER-RECORD
        Invalid Key
            Continue
            Continue
        Not Invalid Key
            Move ANM-DESCRIPTION to before-image
            Move Function Current-Date to change-stamp
            Delete ANIMAL-MASTER
                Invalid Key
                    Continue
            End-Delete
    End-Read.

*> Common change-history builder.  maint-action, maint-key,
*> before-image and change-stamp must already be set by the caller;
*> change-stamp is the same value the add or update put in
*> ANM-LAST-UPDATED, so animlrcn can tie every online write on the
*> master to its change record.
write-change-record.
    Move Spaces to CHANGE-HISTORY-RECORD
    Move change-stamp to CHG-TIMESTAMP
    Move session-id to CHG-SESSION-ID
    Move maint-action to CHG-ACTION
    Move maint-key to CHG-NAME
    Else
        String "OK|" trim(asciistring) Delimited by size into output-line
    End-If
    Display trim(output-line)
    Move Function Current-Date to responded-timestamp.

*> Wrap asciistring with a leading ERROR status and write it to
*> SYSERR, same reasoning as display-ok-response.
    Else
        String "ERROR|" trim(asciistring) Delimited by size into output-line
    End-If
    Display trim(output-line) upon SYSERR
    Move Function Current-Date to responded-timestamp.

*> Hex-encode the response body in asciistring into hex-encode-output
*> via the ASCII2HEX side of libhexencode -- the mirror of the
*> STRING blocks.  Sets animal-found/animal-not-found for the caller,
*> and lookup-overflow if ANM-DESCRIPTION no longer fits asciistring
*> (they're both sized off MAX-ASCII-LEN today, but ANIMAL-MASTER's
*> whole point is to grow independently of this program).  An exact
*> miss gets a second chance through lookup-via-alias.
lookup-animal.
    Move "N" to animal-found-sw
    Move "N" to lookup-overflow-sw
    Move "Y" to animal-avail-sw
    Move Spaces to lookup-key
    Move trim(browser-input) to lookup-key
    Move session-language to lookup-language
    Perform read-lookup-key
    If animal-not-found
        Perform lookup-via-alias
    End-If.

*> Read lookup-key in lookup-language, falling back to the default
*> language when that translation is missing.
read-lookup-key.
    Move lookup-key to ANM-NAME
    Move lookup-language to ANM-LANGUAGE
    Read ANIMAL-MASTER
        Invalid Key
            If lookup-language not = default-language
                Move lookup-key to ANM-NAME
                Move default-language to ANM-LANGUAGE
                Read ANIMAL-MASTER
            Perform lookup-record-found
    End-Read.

*> The exact key missed.  First the typed word folded to lower case
*> ("Cat"), then ANIMAL-ALIAS: the folded word in the session's
*> language, else the first alias on file for the word in any
*> language (a blank-language alias sorts first).  An alias with a
*> language serves that language's record ("gato" gives the Spanish
*> cat); one without serves the session's.  A hit either way leaves
*> the name and language actually read in audit-alias-key, so the
*> audit record shows the request was resolved rather than exact.
lookup-via-alias.
    Move Spaces to alias-word
    Move lower-case(lookup-key) to alias-word
    If alias-word not = lookup-key
        Move alias-word to lookup-key
        Perform read-lookup-key
    End-If
    If animal-not-found
        Perform read-alias-for-word
        If alias-found
            Move ALS-ANM-NAME to lookup-key
            If ALS-LANGUAGE not = Spaces
                Move ALS-LANGUAGE to lookup-language
            End-If
            Perform read-lookup-key
        End-If
    End-If
    If animal-found
        Move lookup-key to audit-alias-name
        Move lookup-language to audit-alias-language
    End-If.

read-alias-for-word.
    Move "N" to alias-found-sw
    Move alias-word to ALS-ALIAS
    Move session-language to ALS-LANGUAGE
    Read ANIMAL-ALIAS
        Invalid Key
            Continue
        Not Invalid Key
            Move "Y" to alias-found-sw
    End-Read
    If not alias-found
        Move alias-word to ALS-ALIAS
        Move Low-Values to ALS-LANGUAGE
        Start ANIMAL-ALIAS Key >= ALS-KEY
            Invalid Key
                Continue
            Not Invalid Key
                Read ANIMAL-ALIAS Next Record
                    At End
                        Continue
                    Not At End
                        If ALS-ALIAS = alias-word
                            Move "Y" to alias-found-sw
                        End-If
                End-Read
        End-Start
    End-If.

*> The "alias" command: "alias add <word> <name> [language]" maps a
*> word to an existing ANM-NAME, "alias delete <word> [language]"
*> removes the mapping.  Alias maintenance is content maintenance, so
*> it passes the same USER-PROFILE check as add/update (editor or
*> administrator, carrying the alias's language -- the session's when
*> the alias has none).  The target name must already be on
*> ANIMAL-MASTER, in the alias's language when one is given.  Sets
*> maint-ok/maint-refused the way maintain-animal does and leaves the
*> response body in asciistring.
maintain-alias.
    Move "N" to maint-ok-sw
    Move "N" to maint-refused-sw
    Move Spaces to alias-verb alias-word alias-target alias-language
    Unstring command-args Delimited by all " "
        into alias-verb alias-word alias-target alias-language
    End-Unstring
    If trim(alias-verb) = "delete"
        Move alias-target to alias-language
        Move Spaces to alias-target
    End-If
    Move lower-case(alias-word) to alias-word
    If alias-word not = Spaces
        If alias-language = Spaces
            Move session-language to auth-language
        Else
            Move alias-language to auth-language
        End-If
        Move "N" to auth-admin-sw
        Perform check-maint-authority
        If not maint-authorized
            Move "Y" to maint-refused-sw
        End-If
    End-If
    Evaluate True
        When alias-word = Spaces
            Continue
        When maint-refused
            Continue
        When trim(alias-verb) = "add" and alias-target not = Spaces
            Perform alias-add-word
        When trim(alias-verb) = "delete"
            Perform alias-delete-word
        When Other
            Continue
    End-Evaluate
    Move Spaces to template-value
    Evaluate True
        When maint-ok and trim(alias-verb) = "add"
            Move "ALIASADD" to template-key
            Move trim(alias-word) to template-value
        When maint-ok
            Move "ALIASDEL" to template-key
            Move trim(alias-word) to template-value
        When maint-refused
            Move "NOAUTH" to template-key
            String "alias " trim(alias-verb) " " trim(alias-word)
                Delimited by size into template-value
        When Other
            Move "ALIASFAIL" to template-key
            String trim(alias-verb) " " trim(alias-word) " "
                trim(alias-target)
                Delimited by size into template-value
    End-Evaluate
    Perform build-template-response.

*> Fails when the target is not on the master or the alias (in that
*> language) already exists.
alias-add-word.
    Move alias-target to ANM-NAME
    If alias-language = Spaces
        Move Low-Values to ANM-LANGUAGE
    Else
        Move alias-language to ANM-LANGUAGE
    End-If
    Move "N" to list-eof-sw
    Start ANIMAL-MASTER Key >= ANM-KEY
        Invalid Key
            Move "Y" to list-eof-sw
    End-Start
    If not animal-master-eof
        Perform read-next-animal
    End-If
    If not animal-master-eof
        and ANM-NAME = alias-target
        and (alias-language = Spaces or ANM-LANGUAGE = alias-language)
        Move Spaces to ANIMAL-ALIAS-RECORD
        Move alias-word to ALS-ALIAS
        Move alias-language to ALS-LANGUAGE
        Move alias-target to ALS-ANM-NAME
        Move Function Current-Date to ALS-LAST-UPDATED
        Move session-id to ALS-UPDATED-BY
        Write ANIMAL-ALIAS-RECORD
            Invalid Key
                Continue
            Not Invalid Key
                Move "Y" to maint-ok-sw
        End-Write
    End-If.

alias-delete-word.
    Move alias-word to ALS-ALIAS
    Move alias-language to ALS-LANGUAGE
    Read ANIMAL-ALIAS
        Invalid Key
            Continue
        Not Invalid Key
            Delete ANIMAL-ALIAS
                Invalid Key
                    Continue
                Not Invalid Key
                    Move "Y" to maint-ok-sw
            End-Delete
    End-Read.

*> ANIMAL-ALIAS is optional content: a missing file is created empty
*> so a fresh install comes up with exact-key lookups only.  Any other
*> open failure is a deployment error.
open-animal-alias.
    Open I-O ANIMAL-ALIAS
    If animal-alias-status = "35"
        Open Output ANIMAL-ALIAS
        Close ANIMAL-ALIAS
        Open I-O ANIMAL-ALIAS
    End-If
    If animal-alias-status <> "00"
        Display "animal: unable to open ANIMAL-ALIAS, status "
            animal-alias-status upon SYSERR
        Stop Run Returning 16
    End-If.

*> Common tail of lookup-animal once a record (session language or
*> default-language fallback) has been read.  The record's key and
*> last-updated stamp are remembered for the session, so a later
*> slot value up to 256, so template-out is sized at 1280 to hold the
*> largest possible expansion without truncation.
load-templates.
    Perform read-template-file
    If template-load-failed
        Stop Run Returning 16
    End-If.

*> Read TEMPLATE-FILE into TEMPLATE-STAGE and only copy it over
*> TEMPLATE-TABLE once the whole file has been read, so an operator
*> "reload" of a missing or oversized file leaves the live sessions
*> on the templates they already had.
read-template-file.
    Move "N" to template-load-sw
    Move "N" to template-eof-sw
    Move 0 to stage-count
    Open Input TEMPLATE-FILE
    If template-file-status <> "00"
        Display "animal: unable to open TEMPLATE-FILE, status "
            template-file-status upon SYSERR
        Move "Y" to template-load-sw
    Else
        Perform read-template-record
        Perform until template-file-eof or template-load-failed
            If stage-count >= 50
                Display "animal: more than 50 templates in TEMPLATE-FILE"
                    " -- raise the TEMPLATE-TABLE limit" upon SYSERR
                Move "Y" to template-load-sw
            Else
                Add 1 to stage-count
                Move TPF-KEY to STG-KEY(stage-count)
                Move TPF-TEXT to STG-TEXT(stage-count)
                Perform read-template-record
            End-If
        End-Perform
        Close TEMPLATE-FILE
    End-If
    If not template-load-failed
        Move TEMPLATE-STAGE to TEMPLATE-TABLE
    End-If.

read-template-record.
    Read TEMPLATE-FILE
    Move "E" to audit-match-flag
    Perform write-audit-record.

*> Log a maintenance request refused by the USER-PROFILE check.
write-audit-record-refused.
    Move "R" to audit-match-flag
    Perform write-audit-record.

*> Log an operator command under OPERATOR-SESSION-ID.
write-audit-record-operator.
    Move "O" to audit-match-flag
    Perform write-audit-record.

*> Log the request that ends the session, so the one transaction that
*> stops the loop isn't also the one with no audit trail.
write-audit-record-exited.

*> Common audit-record builder.  audit-match-flag must already be
*> set by the caller; this stamps the timestamp and request text and
*> writes the record.  The line's accept time and the time its
*> response went out ride along for animlsla; a line answered with
*> no response (a session exit, an operator command) counts as
*> answered when it is logged.
write-audit-record.
    Move Function Current-Date to audit-timestamp
    If responded-timestamp = Spaces
        Move audit-timestamp to responded-timestamp
    End-If
    Move Spaces to AUDIT-LOG-RECORD
    Move audit-timestamp to AUD-TIMESTAMP
    Move session-id to AUD-SESSION-ID
    Move trim(browser-input) to AUD-REQUEST-TEXT
    Move audit-match-flag to AUD-MATCH-FLAG
    Move audit-alias-key to AUD-ALIAS-KEY
    Move received-timestamp to AUD-RECEIVED-TS
    Move responded-timestamp to AUD-RESPONDED-TS
    Move Spaces to audit-alias-key responded-timestamp
    Write AUDIT-LOG-RECORD.

*> At startup, see whether checkpoints from a prior (abended) run are
