*> Copyright 2017 The Advanced Terminal Processor Authors. All rights reserved.
*> Use of this source code is governed by a BSD-style
*> license that can be found in the LICENSE file.

*> cobc -x -free -fintrinsics=ALL animldmd.cob
*>
*> NOTE: Nightly unmatched-demand report for the content team.  Every
*> word a user typed that the terminal could not serve is an unmatched
*> ("U") AUDIT-LOG record; the ones that come up again and again are
*> the aliases worth adding to ANIMAL-ALIAS.  Two passes, each a sort
*> so no table caps the day:
*>
*>   1. The day's "U" records that are plain lookups -- one word, not a
*>      terminal command -- are folded to lower case and sorted, and
*>      each group of identical texts becomes one count.  A text that
*>      is already an ANM-NAME on the master was unavailable (retired
*>      or not yet effective), not unmatched, and a text that already
*>      has an alias was fixed since; both are counted and dropped.
*>      The rest go to the DMNDWORK file.
*>
*>   2. DMNDWORK is sorted descending on the count and the top N texts
*>      (argument, default 20) are printed, each with the three active
*>      master names closest to it by edit distance (the number of
*>      single-letter insertions, deletions and substitutions between
*>      the two words), so "kiten" shows "kitten" before "chicken".
*>
*> The report goes to DMNDRPT.  Returns 0; file errors return 16.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. animldmd.
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
    Select ANIMAL-MASTER Assign to "ANIMALMS"
        Organization is Indexed
        Access Mode is Dynamic
        Record Key is ANM-KEY
        Alternate Record Key is ANM-CATEGORY with Duplicates
        File Status is animal-master-status.
    Select ANIMAL-ALIAS Assign to "ANIMALAS"
        Organization is Indexed
        Access Mode is Dynamic
        Record Key is ALS-KEY
        File Status is animal-alias-status.
    Select DEMAND-WORK Assign to "DMNDWORK"
        Organization is Line Sequential
        File Status is demand-work-status.
    Select DEMAND-REPORT Assign to "DMNDRPT"
        Organization is Line Sequential
        File Status is demand-report-status.
    Select TEXT-SORT Assign to "TEXTSORT".
    Select RANK-SORT Assign to "RANKSORT".
data division.
file section.
FD  AUDIT-LOG.
    Copy "auditrc.cpy".
FD  ANIMAL-MASTER.
    Copy "animalrc.cpy".
FD  ANIMAL-ALIAS.
    Copy "aliasrc.cpy".
FD  DEMAND-WORK.
 1 DEMAND-WORK-RECORD.
    05 DMW-COUNT             Pic 9(7).
    05 DMW-TEXT              Pic X(40).
FD  DEMAND-REPORT.
 1 REPORT-LINE       Pic X(132).
SD  TEXT-SORT.
 1 TEXT-SORT-RECORD.
    05 TSR-TEXT              Pic X(40).
SD  RANK-SORT.
 1 RANK-SORT-RECORD.
    05 RNK-COUNT             Pic 9(7).
    05 RNK-TEXT              Pic X(40).
WORKING-STORAGE SECTION.
 1 audit-log-status      Pic X(02) value "00".
 1 animal-master-status  Pic X(02) value "00".
 1 animal-alias-status   Pic X(02) value "00".
 1 demand-work-status    Pic X(02) value "00".
 1 demand-report-status  Pic X(02) value "00".
 1 run-arg            Pic X(256) value spaces.
 1 top-limit          Pic 9(4) Value 20.
 1 eof-sw             Pic X(01) value "N".
    88 audit-log-eof     Value "Y".
 1 sort-eof-sw        Pic X(01) value "N".
    88 sort-input-eof    Value "Y".
 1 master-eof-sw      Pic X(01) value "N".
    88 animal-master-eof Value "Y".
 1 alias-file-sw      Pic X(01) value "N".
    88 alias-file-open   Value "Y".
 1 group-open-sw      Pic X(01) value "N".
    88 group-open        Value "Y".
 1 known-text-sw      Pic X(01) value "U".
    88 text-is-name      Value "M".
    88 text-is-alias     Value "A".
    88 text-is-unknown   Value "U".
 1 request-word       Pic X(40) value spaces.
 1 request-rest       Pic X(4096) value spaces.
 1 parse-ptr          Pic 9(9) Comp Value 1.
 1 group-text         Pic X(40) value spaces.
 1 group-count        Pic 9(7) Value 0.
 1 prior-name         Pic X(20) value spaces.
 1 CLOSEST-TABLE.
    05 CLOSEST-ENTRY Occurs 3 Times Indexed by cls-idx.
       10 CLS-NAME           Pic X(20).
       10 CLS-DISTANCE       Pic 9(4) Comp.
 1 closest-text       Pic X(80) value spaces.
 1 closest-ptr        Pic 9(4) Comp Value 1.
 1 distance-disp      Pic Z9.
*> Edit distance, two rows of the usual dynamic-programming matrix:
*> lev-prev is row i-1, lev-cur row i, column j+1 holding the distance
*> from the first i letters of lev-a to the first j letters of lev-b.
 1 lev-a              Pic X(40) value spaces.
 1 lev-b              Pic X(20) value spaces.
 1 lev-a-len          Pic 9(4) Comp Value 0.
 1 lev-b-len          Pic 9(4) Comp Value 0.
 1 lev-i              Pic 9(4) Comp Value 0.
 1 lev-j              Pic 9(4) Comp Value 0.
 1 lev-cost           Pic 9(4) Comp Value 0.
 1 lev-distance       Pic 9(4) Comp Value 0.
 1 LEV-ROWS.
    05 lev-prev       Pic 9(4) Comp Occurs 41 Times.
    05 lev-cur        Pic 9(4) Comp Occurs 41 Times.
 1 rank-number        Pic 9(4) Value 0.
 1 unmatched-read     Pic 9(7) Value 0.
 1 unavailable-count  Pic 9(7) Value 0.
 1 aliased-count      Pic 9(7) Value 0.
 1 distinct-count     Pic 9(7) Value 0.
 1 report-text        Pic X(132) value spaces.
procedure division.
   Accept run-arg from command-line.
   If trim(run-arg) not = Spaces
       If trim(run-arg) is numeric
           Move trim(run-arg) to top-limit
       Else
           Display "animldmd: top count must be numeric, got "
               trim(run-arg) upon SYSERR
           Stop Run Returning 16
       End-If
   End-If.
   Open Input AUDIT-LOG.
   If audit-log-status <> "00"
       Display "animldmd: unable to open AUDIT-LOG, status "
           audit-log-status upon SYSERR
       Stop Run Returning 16
   End-If.
   Open Input ANIMAL-MASTER.
   If animal-master-status <> "00"
       Display "animldmd: unable to open ANIMAL-MASTER, status "
           animal-master-status upon SYSERR
       Stop Run Returning 16
   End-If.
*> No alias file yet just means nothing has been aliased.
   Open Input ANIMAL-ALIAS.
   Evaluate animal-alias-status
       When "00"
           Move "Y" to alias-file-sw
       When "35"
           Continue
       When Other
           Display "animldmd: unable to open ANIMAL-ALIAS, status "
               animal-alias-status upon SYSERR
           Stop Run Returning 16
   End-Evaluate.
   Open Output DEMAND-REPORT.
   If demand-report-status <> "00"
       Display "animldmd: unable to open DEMAND-REPORT, status "
           demand-report-status upon SYSERR
       Stop Run Returning 16
   End-If.

   Move "Animal Terminal - Unmatched Demand" to report-text.
   Write REPORT-LINE from report-text.

*> Pass 1: one count per distinct unmatched text.
   Open Output DEMAND-WORK.
   If demand-work-status <> "00"
       Display "animldmd: unable to open DEMAND-WORK, status "
           demand-work-status upon SYSERR
       Stop Run Returning 16
   End-If.
   Sort TEXT-SORT
       On Ascending Key TSR-TEXT
       Input Procedure is release-unmatched-texts
       Output Procedure is count-unmatched-texts.
   Close DEMAND-WORK.

*> Pass 2: the most frequent texts with their closest names.
   Move "Rank Requests Text                                     Closest names (distance)"
       to report-text.
   Write REPORT-LINE from report-text.
   Sort RANK-SORT
       On Descending Key RNK-COUNT
       On Ascending Key RNK-TEXT
       Using DEMAND-WORK
       Output Procedure is write-top-demand.

   Perform write-demand-totals.

   Close AUDIT-LOG.
   Close ANIMAL-MASTER.
   If alias-file-open
       Close ANIMAL-ALIAS
   End-If.
   Close DEMAND-REPORT.
   Display "animldmd: " unmatched-read " unmatched lookups, "
       distinct-count " distinct texts".
   Stop Run Returning 0.

*> Sort-1 input side: unmatched single-word lookups only.  Commands
*> that came back "U" (an empty list or find) are not demand for a
*> missing animal.
release-unmatched-texts.
    Perform read-audit-record
    Perform until audit-log-eof
       If AUD-UNMATCHED
           Perform release-one-text
       End-If
       Perform read-audit-record
    End-Perform.

release-one-text.
    Move Spaces to request-word request-rest
    Move 1 to parse-ptr
    Unstring AUD-REQUEST-TEXT Delimited by all " "
        into request-word with pointer parse-ptr
    End-Unstring
    If parse-ptr <= length(AUD-REQUEST-TEXT)
        Move AUD-REQUEST-TEXT(parse-ptr:) to request-rest
    End-If
    Evaluate True
        When request-word = Spaces
            Continue
        When request-rest not = Spaces
            Continue
        When trim(request-word) = "list"
            or trim(request-word) = "exit"
            or trim(request-word) = "find"
            or trim(request-word) = "lang"
            or trim(request-word) = "add"
            or trim(request-word) = "update"
            or trim(request-word) = "delete"
            or trim(request-word) = "alias"
            or trim(request-word) = "hexmode"
            Continue
        When Other
            Add 1 to unmatched-read
            Move Spaces to TEXT-SORT-RECORD
            Move lower-case(request-word) to TSR-TEXT
            Release TEXT-SORT-RECORD
    End-Evaluate.

read-audit-record.
    Read AUDIT-LOG
        At End
            Move "Y" to eof-sw
    End-Read.

*> Sort-1 output side: identical texts arrive together; each group is
*> one count, filed unless the text turns out to be known after all.
count-unmatched-texts.
    Move "N" to group-open-sw
    Move "N" to sort-eof-sw
    Perform return-text-record
    Perform until sort-input-eof
       If not group-open or TSR-TEXT not = group-text
           If group-open
               Perform file-count-group
           End-If
           Move "Y" to group-open-sw
           Move TSR-TEXT to group-text
           Move 0 to group-count
       End-If
       Add 1 to group-count
       Perform return-text-record
    End-Perform
    If group-open
        Perform file-count-group
    End-If.

return-text-record.
    Return TEXT-SORT
        At End
            Move "Y" to sort-eof-sw
    End-Return.

file-count-group.
    Perform classify-group-text
    Evaluate True
        When text-is-name
            Add group-count to unavailable-count
        When text-is-alias
            Add group-count to aliased-count
        When Other
            Add 1 to distinct-count
            Move Spaces to DEMAND-WORK-RECORD
            Move group-count to DMW-COUNT
            Move group-text to DMW-TEXT
            Write DEMAND-WORK-RECORD
    End-Evaluate.

*> Is the text an ANM-NAME in any language, or an alias in any
*> language?  Both are positioned reads on the first key for the word.
classify-group-text.
    Move "U" to known-text-sw
    Move "N" to master-eof-sw
    Move group-text to ANM-NAME
    Move Low-Values to ANM-LANGUAGE
    Start ANIMAL-MASTER Key >= ANM-KEY
        Invalid Key
            Move "Y" to master-eof-sw
    End-Start
    If not animal-master-eof
        Perform read-next-master
        If not animal-master-eof and ANM-NAME = group-text
            Move "M" to known-text-sw
        End-If
    End-If
    If text-is-unknown and alias-file-open
        Move group-text to ALS-ALIAS
        Move Low-Values to ALS-LANGUAGE
        Start ANIMAL-ALIAS Key >= ALS-KEY
            Invalid Key
                Continue
            Not Invalid Key
                Read ANIMAL-ALIAS Next Record
                    At End
                        Continue
                    Not At End
                        If ALS-ALIAS = group-text
                            Move "A" to known-text-sw
                        End-If
                End-Read
        End-Start
    End-If.

read-next-master.
    Read ANIMAL-MASTER Next Record
        At End
            Move "Y" to master-eof-sw
    End-Read.

*> Sort-2 output side: heaviest demand first, cut at top-limit.
write-top-demand.
    Move "N" to sort-eof-sw
    Move 0 to rank-number
    Perform return-rank-record
    Perform until sort-input-eof or rank-number >= top-limit
       Add 1 to rank-number
       Perform find-closest-names
       Perform write-demand-line
       Perform return-rank-record
    End-Perform.

return-rank-record.
    Return RANK-SORT
        At End
            Move "Y" to sort-eof-sw
    End-Return.

*> Walk the master once per ranked text, scoring each distinct active
*> name (the first language record of a name stands for all of them)
*> and keeping the three nearest, ties going to the earlier name.
find-closest-names.
    Perform varying cls-idx from 1 by 1 until cls-idx > 3
        Move Spaces to CLS-NAME(cls-idx)
        Move 9999 to CLS-DISTANCE(cls-idx)
    End-Perform
    Move Spaces to prior-name
    Move "N" to master-eof-sw
    Move Low-Values to ANM-KEY
    Start ANIMAL-MASTER Key >= ANM-KEY
        Invalid Key
            Move "Y" to master-eof-sw
    End-Start
    If not animal-master-eof
        Perform read-next-master
    End-If
    Perform until animal-master-eof
        If ANM-ACTIVE and ANM-NAME not = prior-name
            Move ANM-NAME to prior-name
            Perform score-master-name
        End-If
        Perform read-next-master
    End-Perform.

score-master-name.
    Move RNK-TEXT to lev-a
    Move lower-case(ANM-NAME) to lev-b
    Perform compute-edit-distance
    If lev-distance < CLS-DISTANCE(3)
        Move ANM-NAME to CLS-NAME(3)
        Move lev-distance to CLS-DISTANCE(3)
        If CLS-DISTANCE(3) < CLS-DISTANCE(2)
            Move CLOSEST-ENTRY(2) to CLOSEST-ENTRY(3)
            Move ANM-NAME to CLS-NAME(2)
            Move lev-distance to CLS-DISTANCE(2)
            If CLS-DISTANCE(2) < CLS-DISTANCE(1)
                Move CLOSEST-ENTRY(1) to CLOSEST-ENTRY(2)
                Move ANM-NAME to CLS-NAME(1)
                Move lev-distance to CLS-DISTANCE(1)
            End-If
        End-If
    End-If.

*> Edit distance from lev-a to lev-b into lev-distance.
compute-edit-distance.
    Move length(trim(lev-a)) to lev-a-len
    Move length(trim(lev-b)) to lev-b-len
    If lev-a = Spaces
        Move 0 to lev-a-len
    End-If
    If lev-b = Spaces
        Move 0 to lev-b-len
    End-If
    Perform varying lev-j from 0 by 1 until lev-j > lev-b-len
        Move lev-j to lev-prev(lev-j + 1)
    End-Perform
    Perform edit-distance-row
        Varying lev-i from 1 by 1 until lev-i > lev-a-len
    Move lev-prev(lev-b-len + 1) to lev-distance.

edit-distance-row.
    Move lev-i to lev-cur(1)
    Perform varying lev-j from 1 by 1 until lev-j > lev-b-len
        If lev-a(lev-i:1) = lev-b(lev-j:1)
            Move 0 to lev-cost
        Else
            Move 1 to lev-cost
        End-If
        Compute lev-cur(lev-j + 1) = lev-prev(lev-j) + lev-cost
        If lev-prev(lev-j + 1) + 1 < lev-cur(lev-j + 1)
            Compute lev-cur(lev-j + 1) = lev-prev(lev-j + 1) + 1
        End-If
        If lev-cur(lev-j) + 1 < lev-cur(lev-j + 1)
            Compute lev-cur(lev-j + 1) = lev-cur(lev-j) + 1
        End-If
    End-Perform
    Perform varying lev-j from 1 by 1 until lev-j > lev-b-len + 1
        Move lev-cur(lev-j) to lev-prev(lev-j)
    End-Perform.

write-demand-line.
    Move Spaces to closest-text
    Move 1 to closest-ptr
    Perform varying cls-idx from 1 by 1 until cls-idx > 3
        If CLS-NAME(cls-idx) not = Spaces
            Move CLS-DISTANCE(cls-idx) to distance-disp
            String trim(CLS-NAME(cls-idx)) " (" trim(distance-disp)
                ")  "
                Delimited by size into closest-text
                with pointer closest-ptr
        End-If
    End-Perform
    Move Spaces to report-text
    String rank-number " " RNK-COUNT "  " RNK-TEXT " " closest-text
        Delimited by size into report-text
    Write REPORT-LINE from report-text.

write-demand-totals.
    Move Spaces to report-text
    Write REPORT-LINE from report-text
    Move Spaces to report-text
    String "UNMATCHED LOOKUPS " unmatched-read "  DISTINCT "
        distinct-count "  NOW UNAVAILABLE " unavailable-count
        "  ALREADY ALIASED " aliased-count
        Delimited by size into report-text
    Write REPORT-LINE from report-text.
