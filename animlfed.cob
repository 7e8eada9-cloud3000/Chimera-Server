*> Copyright 2017 The Advanced Terminal Processor Authors. All rights reserved.
*> Use of this source code is governed by a BSD-style
*> license that can be found in the LICENSE file.

*> cobc -x -free -fintrinsics=ALL animlfed.cob
*>
*> NOTE: Nightly outbound catalog feed of ANIMAL-MASTER for the public
*> website, which used to re-key descriptions by hand from printouts.
*> Two modes, selected by the command line:
*>
*>   (no argument)  Changes.  Every name/language record added,
*>                  changed, retired or deleted since the last
*>                  successful extract goes to CATALOG-FEED, one detail
*>                  record each with an action code:
*>                    A  new to the feed;
*>                    C  changed since it was last sent (any write to
*>                       the record -- online maintenance, chgundo, a
*>                       delta or full load -- moves ANM-LAST-UPDATED
*>                       past the feed's high-water mark);
*>                    R  retired since it was last sent (animlswp's
*>                       expiry flip, or a status change by load);
*>                    D  gone from the master since it was last sent.
*>                  Deletes leave nothing on the master to find, and
*>                  an animlod delete or full rebuild leaves nothing on
*>                  CHANGE-HISTORY either, so the feed control file
*>                  keeps the key, status and last-updated stamp of
*>                  every record the website holds; the master is
*>                  matched against that list in key order, and a key
*>                  on the list but not the master is a delete.
*>
*>   full           Full refresh.  Every master record is sent, A for
*>                  an active record, R for a retired one, and the
*>                  website rebuilds its copy from the file.
*>
*> FEED-CONTROL (FEEDCTL) is a control record -- high-water timestamp,
*> last run, feed sequence number, mode -- then one key record per
*> record sent, then an end record carrying the key count.  It is
*> rebuilt into FEEDCNEW during the run and copied over FEEDCTL only
*> after CATALOG-FEED is closed, so a failed night leaves the old
*> high-water mark and key list in force and the next run resends
*> everything the failed one tried to.  The window is everything
*> after the high-water mark up to this run's start; a record written
*> after the run started keeps its old key entry and goes tomorrow.
*> With no FEEDCTL at all (the first night) the run is a full refresh.
*> A FEEDCTL without its end record was cut short in the copy and is
*> refused: rerun in full mode.
*>
*> Feed layout (CATFEED, fixed columns):
*>   Header:  "H", mode X(1) F/C, sequence 9(7), window from X(21)
*>            (spaces on a full refresh), window to X(21), created
*>            X(21)
*>   Detail:  "D", action X(1) A/C/R/D, name X(20), language X(3),
*>            category X(10), status X(1), effective 9(8), expiry
*>            9(8), last updated X(21), description X(4096) (a delete
*>            carries only the key)
*>   Trailer: "T", adds 9(7), changes 9(7), retires 9(7), deletes
*>            9(7), detail records 9(9), hash total 9(15) -- the sum
*>            of the trimmed description lengths of every detail
*>
*> Returns 0; file errors and a damaged FEEDCTL return 16.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. animlfed.
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
    Select FEED-CONTROL Assign to "FEEDCTL"
        Organization is Line Sequential
        File Status is feed-control-status.
    Select NEW-CONTROL Assign to "FEEDCNEW"
        Organization is Line Sequential
        File Status is new-control-status.
    Select CATALOG-FEED Assign to "CATFEED"
        Organization is Line Sequential
        File Status is catalog-feed-status.
data division.
file section.
FD  ANIMAL-MASTER.
    Copy "animalrc.cpy".
FD  FEED-CONTROL.
 1 FEED-CONTROL-RECORD     Pic X(80).
FD  NEW-CONTROL.
 1 NEW-CONTROL-RECORD      Pic X(80).
FD  CATALOG-FEED.
 1 CATALOG-FEED-RECORD     Pic X(4192).
WORKING-STORAGE SECTION.
 1 animal-master-status  Pic X(02) value "00".
 1 feed-control-status   Pic X(02) value "00".
 1 new-control-status    Pic X(02) value "00".
 1 catalog-feed-status   Pic X(02) value "00".
 1 run-mode              Pic X(256) value spaces.
 1 run-stamp             Pic X(21) value spaces.
 1 feed-mode-sw       Pic X(01) value "C".
    88 full-refresh      Value "F".
    88 changes-only      Value "C".
 1 master-eof-sw      Pic X(01) value "N".
    88 animal-master-eof Value "Y".
 1 control-eof-sw     Pic X(01) value "N".
    88 feed-control-eof  Value "Y".
 1 control-found-sw   Pic X(01) value "N".
    88 control-found     Value "Y".
 1 end-found-sw       Pic X(01) value "N".
    88 end-found         Value "Y".
 1 high-water         Pic X(21) value spaces.
 1 feed-sequence      Pic 9(7) Value 0.
 1 master-key         Pic X(23) value spaces.
 1 control-key        Pic X(23) value spaces.
 1 feed-action        Pic X(01) value space.
 1 scanned-key-count  Pic 9(9) Value 0.
 1 key-count          Pic 9(9) Value 0.
 1 feed-counts.
    05 add-count          Pic 9(7) Value 0.
    05 change-count       Pic 9(7) Value 0.
    05 retire-count       Pic 9(7) Value 0.
    05 delete-count       Pic 9(7) Value 0.
    05 detail-count       Pic 9(9) Value 0.
    05 hash-total         Pic 9(15) Value 0.
 1 CONTROL-RECORD.
    05 FCT-RECORD-TYPE        Pic X(01).
    05 FCT-HIGH-WATER         Pic X(21).
    05 FCT-LAST-RUN           Pic X(21).
    05 FCT-SEQUENCE           Pic 9(7).
    05 FCT-MODE               Pic X(01).
 1 KEY-RECORD.
    05 FKY-RECORD-TYPE        Pic X(01).
    05 FKY-KEY.
       10 FKY-NAME            Pic X(20).
       10 FKY-LANGUAGE        Pic X(03).
    05 FKY-STATUS             Pic X(01).
       88 FKY-RETIRED         Value "R".
    05 FKY-LAST-UPDATED       Pic X(21).
*> The entry written for the current master record.  Built apart from
*> KEY-RECORD, which holds the FEEDCTL entry still waiting to be matched.
 1 NEW-KEY-RECORD.
    05 NKY-RECORD-TYPE        Pic X(01).
    05 NKY-KEY                Pic X(23).
    05 NKY-STATUS             Pic X(01).
    05 NKY-LAST-UPDATED       Pic X(21).
 1 END-RECORD.
    05 FEN-RECORD-TYPE        Pic X(01).
    05 FEN-KEY-COUNT          Pic 9(9).
 1 HEADER-RECORD.
    05 HDR-RECORD-TYPE        Pic X(01).
    05 HDR-MODE               Pic X(01).
    05 HDR-SEQUENCE           Pic 9(7).
    05 HDR-FROM-TS            Pic X(21).
    05 HDR-TO-TS              Pic X(21).
    05 HDR-CREATED            Pic X(21).
 1 DETAIL-RECORD.
    05 DTL-RECORD-TYPE        Pic X(01).
    05 DTL-ACTION             Pic X(01).
    05 DTL-NAME               Pic X(20).
    05 DTL-LANGUAGE           Pic X(03).
    05 DTL-CATEGORY           Pic X(10).
    05 DTL-STATUS             Pic X(01).
    05 DTL-EFFECTIVE-DATE     Pic 9(08).
    05 DTL-EXPIRY-DATE        Pic 9(08).
    05 DTL-LAST-UPDATED       Pic X(21).
    05 DTL-DESCRIPTION        Pic X(4096).
 1 TRAILER-RECORD.
    05 TRL-RECORD-TYPE        Pic X(01).
    05 TRL-ADD-COUNT          Pic 9(7).
    05 TRL-CHANGE-COUNT       Pic 9(7).
    05 TRL-RETIRE-COUNT       Pic 9(7).
    05 TRL-DELETE-COUNT       Pic 9(7).
    05 TRL-DETAIL-COUNT       Pic 9(9).
    05 TRL-HASH-TOTAL         Pic 9(15).
procedure division.
   Accept run-mode from command-line.
   Move Function Current-Date to run-stamp.
   Evaluate trim(run-mode)
       When Spaces
           Move "C" to feed-mode-sw
       When "full"
           Move "F" to feed-mode-sw
       When Other
           Display "animlfed: mode must be blank or full, got "
               trim(run-mode) upon SYSERR
           Stop Run Returning 16
   End-Evaluate.

   Perform scan-feed-control.

   Open Input ANIMAL-MASTER.
   If animal-master-status <> "00"
       Display "animlfed: unable to open ANIMAL-MASTER, status "
           animal-master-status upon SYSERR
       Stop Run Returning 16
   End-If.
   Open Output NEW-CONTROL.
   If new-control-status <> "00"
       Display "animlfed: unable to open NEW-CONTROL, status "
           new-control-status upon SYSERR
       Stop Run Returning 16
   End-If.
   Open Output CATALOG-FEED.
   If catalog-feed-status <> "00"
       Display "animlfed: unable to open CATALOG-FEED, status "
           catalog-feed-status upon SYSERR
       Stop Run Returning 16
   End-If.

   Add 1 to feed-sequence.
   Perform write-header-record.
   Perform write-new-control-record.

   Perform match-master-to-keys.

   Perform write-trailer-record.
   Perform write-new-end-record.

   Close ANIMAL-MASTER.
   Close CATALOG-FEED.
   Close NEW-CONTROL.
   If changes-only
       Close FEED-CONTROL
   End-If.

*> The feed is complete; only now does the new control file replace
*> the old one.
   Perform install-new-control.

   Display "animlfed: feed " feed-sequence " (" feed-mode-sw ") "
       add-count " added, " change-count " changed, " retire-count
       " retired, " delete-count " deleted".
   Stop Run Returning 0.

*> Read FEEDCTL through once before anything is written: pick up the
*> control record (which must come first) and prove the end record is
*> there with the right key count.  No file at all is the first night
*> and forces a full refresh.  A full refresh only wants the sequence
*> number, so a damaged file does not stop the run that repairs it.
scan-feed-control.
    Open Input FEED-CONTROL
    If feed-control-status = "35"
        If changes-only
            Display "animlfed: no FEED-CONTROL file -- sending a full"
                " refresh"
        End-If
        Move "F" to feed-mode-sw
    Else
        If feed-control-status <> "00"
            Display "animlfed: unable to open FEED-CONTROL, status "
                feed-control-status upon SYSERR
            Stop Run Returning 16
        End-If
        Move "N" to control-eof-sw
        Perform read-feed-control
        If not feed-control-eof
            and FEED-CONTROL-RECORD(1:1) = "C"
            Move FEED-CONTROL-RECORD to CONTROL-RECORD
            Move "Y" to control-found-sw
            Move FCT-HIGH-WATER to high-water
            Move FCT-SEQUENCE to feed-sequence
            Perform read-feed-control
        End-If
        Perform until feed-control-eof
            Evaluate FEED-CONTROL-RECORD(1:1)
                When "K"
                    Add 1 to scanned-key-count
                When "E"
                    Move FEED-CONTROL-RECORD to END-RECORD
                    If FEN-KEY-COUNT = scanned-key-count
                        Move "Y" to end-found-sw
                    End-If
                When Other
                    Continue
            End-Evaluate
            Perform read-feed-control
        End-Perform
        Close FEED-CONTROL
        If changes-only and (not control-found or not end-found)
            Display "animlfed: FEED-CONTROL is incomplete -- rerun"
                " animlfed full" upon SYSERR
            Stop Run Returning 16
        End-If
    End-If
    If changes-only
        Open Input FEED-CONTROL
        If feed-control-status <> "00"
            Display "animlfed: unable to reopen FEED-CONTROL, status "
                feed-control-status upon SYSERR
            Stop Run Returning 16
        End-If
        Move "N" to control-eof-sw
        Perform read-feed-control
    End-If.

read-feed-control.
    Read FEED-CONTROL
        At End
            Move "Y" to control-eof-sw
    End-Read.

*> Next key record off FEEDCTL into control-key; High-Values at the end
*> of the list (or on a full refresh, which ignores the list).
next-control-key.
    Move High-Values to control-key
    If changes-only
        Perform read-feed-control
        Perform until feed-control-eof
                or FEED-CONTROL-RECORD(1:1) = "K"
            Perform read-feed-control
        End-Perform
        If not feed-control-eof
            Move FEED-CONTROL-RECORD to KEY-RECORD
            Move FKY-KEY to control-key
        End-If
    End-If.

next-master-key.
    Move High-Values to master-key
    Read ANIMAL-MASTER Next Record
        At End
            Move "Y" to master-eof-sw
        Not At End
            Move ANM-KEY to master-key
    End-Read.

*> The master and the key list are both in key order; walk them
*> together.  On the first call the scan left FEEDCTL positioned on
*> the control record, so next-control-key skips to the first key.
match-master-to-keys.
    Move "N" to master-eof-sw
    Move Low-Values to ANM-KEY
    Start ANIMAL-MASTER Key >= ANM-KEY
        Invalid Key
            Move "Y" to master-eof-sw
    End-Start
    Move High-Values to master-key
    If not animal-master-eof
        Perform next-master-key
    End-If
    Perform next-control-key
    Perform until master-key = High-Values
            and control-key = High-Values
        Evaluate True
            When master-key < control-key
                Perform feed-new-record
                Perform next-master-key
            When master-key = control-key
                Perform feed-known-record
                Perform next-master-key
                Perform next-control-key
            When Other
                Perform feed-deleted-record
                Perform next-control-key
        End-Evaluate
    End-Perform.

*> A master record the website has never been sent.  One written after
*> the run started waits for tomorrow's window.
feed-new-record.
    If ANM-LAST-UPDATED <= run-stamp
        If ANM-RETIRED
            Move "R" to feed-action
        Else
            Move "A" to feed-action
        End-If
        Perform write-detail-from-master
        Perform write-new-key-from-master
    End-If.

*> A record the website already holds: resend it when it has been
*> written since it was last sent.  A change that retired it is an R.
feed-known-record.
    Evaluate True
        When ANM-LAST-UPDATED > run-stamp
            Perform write-new-key-from-old
        When ANM-LAST-UPDATED > high-water
            or ANM-LAST-UPDATED not = FKY-LAST-UPDATED
            If ANM-RETIRED and not FKY-RETIRED
                Move "R" to feed-action
            Else
                Move "C" to feed-action
            End-If
            Perform write-detail-from-master
            Perform write-new-key-from-master
        When Other
            Perform write-new-key-from-old
    End-Evaluate.

*> On the list but no longer on the master.
feed-deleted-record.
    Add 1 to delete-count
    Add 1 to detail-count
    Move Spaces to DETAIL-RECORD
    Move "D" to DTL-RECORD-TYPE
    Move "D" to DTL-ACTION
    Move FKY-NAME to DTL-NAME
    Move FKY-LANGUAGE to DTL-LANGUAGE
    Move 0 to DTL-EFFECTIVE-DATE
    Move 0 to DTL-EXPIRY-DATE
    Write CATALOG-FEED-RECORD from DETAIL-RECORD.

write-detail-from-master.
    Evaluate feed-action
        When "A" Add 1 to add-count
        When "C" Add 1 to change-count
        When "R" Add 1 to retire-count
    End-Evaluate
    Add 1 to detail-count
    If ANM-DESCRIPTION not = Spaces
        Add length(trim(ANM-DESCRIPTION)) to hash-total
    End-If
    Move Spaces to DETAIL-RECORD
    Move "D" to DTL-RECORD-TYPE
    Move feed-action to DTL-ACTION
    Move ANM-NAME to DTL-NAME
    Move ANM-LANGUAGE to DTL-LANGUAGE
    Move ANM-CATEGORY to DTL-CATEGORY
    Move ANM-STATUS to DTL-STATUS
    Move ANM-EFFECTIVE-DATE to DTL-EFFECTIVE-DATE
    Move ANM-EXPIRY-DATE to DTL-EXPIRY-DATE
    Move ANM-LAST-UPDATED to DTL-LAST-UPDATED
    Move ANM-DESCRIPTION to DTL-DESCRIPTION
    Write CATALOG-FEED-RECORD from DETAIL-RECORD.

write-new-key-from-master.
    Add 1 to key-count
    Move Spaces to NEW-KEY-RECORD
    Move "K" to NKY-RECORD-TYPE
    Move ANM-KEY to NKY-KEY
    Move ANM-STATUS to NKY-STATUS
    Move ANM-LAST-UPDATED to NKY-LAST-UPDATED
    Write NEW-CONTROL-RECORD from NEW-KEY-RECORD.

*> Carry the old entry forward unchanged (KEY-RECORD still holds it).
write-new-key-from-old.
    Add 1 to key-count
    Write NEW-CONTROL-RECORD from KEY-RECORD.

write-header-record.
    Move Spaces to HEADER-RECORD
    Move "H" to HDR-RECORD-TYPE
    Move feed-mode-sw to HDR-MODE
    Move feed-sequence to HDR-SEQUENCE
    If changes-only
        Move high-water to HDR-FROM-TS
    End-If
    Move run-stamp to HDR-TO-TS
    Move Function Current-Date to HDR-CREATED
    Write CATALOG-FEED-RECORD from HEADER-RECORD.

write-trailer-record.
    Move Spaces to TRAILER-RECORD
    Move "T" to TRL-RECORD-TYPE
    Move add-count to TRL-ADD-COUNT
    Move change-count to TRL-CHANGE-COUNT
    Move retire-count to TRL-RETIRE-COUNT
    Move delete-count to TRL-DELETE-COUNT
    Move detail-count to TRL-DETAIL-COUNT
    Move hash-total to TRL-HASH-TOTAL
    Write CATALOG-FEED-RECORD from TRAILER-RECORD.

write-new-control-record.
    Move Spaces to CONTROL-RECORD
    Move "C" to FCT-RECORD-TYPE
    Move run-stamp to FCT-HIGH-WATER
    Move run-stamp to FCT-LAST-RUN
    Move feed-sequence to FCT-SEQUENCE
    Move feed-mode-sw to FCT-MODE
    Write NEW-CONTROL-RECORD from CONTROL-RECORD.

write-new-end-record.
    Move Spaces to END-RECORD
    Move "E" to FEN-RECORD-TYPE
    Move key-count to FEN-KEY-COUNT
    Write NEW-CONTROL-RECORD from END-RECORD.

*> Copy FEEDCNEW over FEEDCTL.  The end record goes last, so a copy
*> cut short is caught by the next run's scan.
install-new-control.
    Open Input NEW-CONTROL
    If new-control-status <> "00"
        Display "animlfed: unable to reopen NEW-CONTROL, status "
            new-control-status upon SYSERR
        Stop Run Returning 16
    End-If
    Open Output FEED-CONTROL
    If feed-control-status <> "00"
        Display "animlfed: unable to rewrite FEED-CONTROL, status "
            feed-control-status upon SYSERR
        Stop Run Returning 16
    End-If
    Move "N" to control-eof-sw
    Perform until feed-control-eof
        Read NEW-CONTROL
            At End
                Move "Y" to control-eof-sw
            Not At End
                Write FEED-CONTROL-RECORD from NEW-CONTROL-RECORD
        End-Read
    End-Perform
    Close NEW-CONTROL
    Close FEED-CONTROL.
