*> Copyright 2017 The Advanced Terminal Processor Authors. All rights reserved.
*> Use of this source code is governed by a BSD-style
*> license that can be found in the LICENSE file.

*> cobc -x -free -fintrinsics=ALL audsrch.cob
*>
*> NOTE: Inquiry across the archived AUDIT-LOG generations audlarch
*> cuts (AUDITLOG.YYYYMMDD, one per business day, kept 90 days).  When
*> a user disputes what the terminal showed them, or security asks
*> what a session did, this replaces finding the right generations
*> and grepping them by hand:
*>
*>   audsrch <from YYYYMMDD> <to YYYYMMDD> [session=<id>]
*>           [text=<word>] [flag=<M|U|E|X|R|O>] [extract]
*>
*> Every generation from the from date to the to date is scanned and
*> the records meeting all the criteria given are printed in time
*> order (AUD-TIMESTAMP), followed by the hit count for each day
*> searched.  session= must equal AUD-SESSION-ID; text= is found
*> anywhere in the request text, ignoring case; flag= is the
*> AUD-MATCH-FLAG value.  With no criteria every record in the range
*> is listed.
*>
*> The range is clipped to the retention window audlarch keeps --
*> today and the 90 days before it -- with a note on the report; dates
*> past today are dropped the same way.  A generation missing from
*> the clipped range (a night audlarch never ran, a file removed by
*> hand) is listed as a gap rather than skipped silently, so "no hits"
*> is never mistaken for "not searched".  Today's generation is not
*> cut until tonight's audlarch, so its absence is noted, not a gap.
*>
*> The report goes to SRCHRPT.  "extract" also writes every hit, in
*> the same order and in the AUDIT-LOG record layout, to SRCHEXT for
*> attaching to an incident ticket.  Returns 0; 4 when the range had
*> gaps; 16 for bad arguments or file errors.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. audsrch.
AUTHOR.     Michael Anderson.
DATE-COMPILED.
environment division.
configuration section.
SOURCE-COMPUTER. GNU-Linux.
OBJECT-COMPUTER. GNU-Linux.
input-output section.
file-control.
    Select AUDIT-ARCHIVE Assign to archive-file-name
        Organization is Line Sequential
        File Status is audit-archive-status.
    Select SEARCH-REPORT Assign to "SRCHRPT"
        Organization is Line Sequential
        File Status is search-report-status.
    Select SEARCH-EXTRACT Assign to "SRCHEXT"
        Organization is Line Sequential
        File Status is search-extract-status.
    Select HIT-SORT Assign to "HITSORT".
data division.
file section.
FD  AUDIT-ARCHIVE.
    Copy "auditrc.cpy".
FD  SEARCH-REPORT.
 1 REPORT-LINE       Pic X(132).
FD  SEARCH-EXTRACT.
 1 SEARCH-EXTRACT-RECORD   Pic X(4439).
SD  HIT-SORT.
 1 HIT-SORT-RECORD.
    05 HSR-TIMESTAMP         Pic X(21).
    05 HSR-GENERATION        Pic X(08).
    05 HSR-AUDIT-RECORD      Pic X(4439).
WORKING-STORAGE SECTION.
 1 audit-archive-status  Pic X(02) value "00".
 1 search-report-status  Pic X(02) value "00".
 1 search-extract-status Pic X(02) value "00".
 1 archive-file-name     Pic X(64) value spaces.
 1 run-args              Pic X(1024) value spaces.
 1 parse-ptr             Pic 9(9) Comp Value 1.
 1 ARG-TABLE.
    05 ARG-WORD          Pic X(300) Occurs 7 Times Indexed by arg-idx.
 1 arg-from              Pic X(08) value spaces.
 1 arg-to                Pic X(08) value spaces.
 1 arg-session           Pic X(256) value spaces.
 1 arg-text              Pic X(256) value spaces.
 1 arg-flag              Pic X(01) value space.
    88 arg-flag-valid    Value "M" "U" "E" "X" "R" "O".
 1 args-bad-sw           Pic X(01) value "N".
    88 args-bad          Value "Y".
 1 extract-sw            Pic X(01) value "N".
    88 extract-wanted    Value "Y".
 1 from-date             Pic 9(08) value 0.
 1 to-date               Pic 9(08) value 0.
 1 today-date            Pic 9(08) value 0.
 1 oldest-date           Pic 9(08) value 0.
 1 from-int              Pic 9(9) Comp Value 0.
 1 to-int                Pic 9(9) Comp Value 0.
 1 today-int             Pic 9(9) Comp Value 0.
 1 oldest-int            Pic 9(9) Comp Value 0.
 1 day-int               Pic 9(9) Comp Value 0.
 1 generation-date       Pic 9(08) value 0.
 1 retention-days        Pic 9(4) Comp Value 90.
 1 clipped-from-sw       Pic X(01) value "N".
    88 clipped-from      Value "Y".
 1 clipped-to-sw         Pic X(01) value "N".
    88 clipped-to        Value "Y".
 1 archive-eof-sw     Pic X(01) value "N".
    88 audit-archive-eof Value "Y".
 1 sort-eof-sw        Pic X(01) value "N".
    88 hit-sort-eof      Value "Y".
 1 record-hit-sw      Pic X(01) value "N".
    88 record-hit        Value "Y".
 1 text-work          Pic X(4096) value spaces.
 1 text-tally         Pic 9(9) Comp Value 0.
*> One entry per day searched.  The clipped range is never longer
*> than the retention window, today included.
 1 day-count          Pic 9(4) Comp Value 0.
 1 DAY-TABLE.
    05 DAY-ENTRY Occurs 91 Times Indexed by day-idx.
       10 DAY-DATE           Pic 9(08).
       10 DAY-STATE          Pic X(01).
          88 DAY-SEARCHED    Value "S".
          88 DAY-GAP         Value "G".
          88 DAY-UNREADABLE  Value "U".
          88 DAY-NOT-CUT     Value "N".
       10 DAY-STATUS         Pic X(02).
       10 DAY-READ           Pic 9(9) Comp.
       10 DAY-HITS           Pic 9(9) Comp.
 1 gap-count          Pic 9(4) Value 0.
 1 total-read         Pic 9(9) Value 0.
 1 total-hits         Pic 9(9) Value 0.
 1 count-disp         Pic Z(8)9.
 1 count-disp-2       Pic Z(8)9.
 1 report-text        Pic X(132) value spaces.
procedure division.
   Accept run-args from command-line.
   Move Spaces to ARG-TABLE.
   Move 1 to parse-ptr.
   Unstring run-args Delimited by all " "
       into ARG-WORD(1) ARG-WORD(2) ARG-WORD(3) ARG-WORD(4)
            ARG-WORD(5) ARG-WORD(6) ARG-WORD(7)
       with pointer parse-ptr
   End-Unstring.
   Move ARG-WORD(1) to arg-from.
   Move ARG-WORD(2) to arg-to.
   Perform note-search-argument
       Varying arg-idx from 3 by 1 until arg-idx > 7.
   If arg-from not numeric or arg-to not numeric
       Move "Y" to args-bad-sw
   Else
       Move arg-from to from-date
       Move arg-to to to-date
       Compute from-int = integer-of-date(from-date)
       Compute to-int = integer-of-date(to-date)
       If from-int = 0 or to-int = 0 or from-int > to-int
           Move "Y" to args-bad-sw
       End-If
   End-If.
   If args-bad
       Display "audsrch: usage: audsrch <from YYYYMMDD> <to YYYYMMDD>"
           " [session=<id>] [text=<word>] [flag=<M|U|E|X|R|O>]"
           " [extract]" upon SYSERR
       Stop Run Returning 16
   End-If.

*> Clip the range to the generations audlarch still keeps.
   Move Function Current-Date(1:8) to today-date.
   Compute today-int = integer-of-date(today-date).
   Compute oldest-int = today-int - retention-days.
   Compute oldest-date = date-of-integer(oldest-int).
   If from-int < oldest-int
       Move "Y" to clipped-from-sw
       Move oldest-int to from-int
   End-If.
   If to-int > today-int
       Move "Y" to clipped-to-sw
       Move today-int to to-int
   End-If.
   If from-int > to-int
       Display "audsrch: " arg-from " to " arg-to " is outside the"
           " retention window (" oldest-date " to " today-date ")"
           upon SYSERR
       Stop Run Returning 16
   End-If.

   Open Output SEARCH-REPORT.
   If search-report-status <> "00"
       Display "audsrch: unable to open SEARCH-REPORT, status "
           search-report-status upon SYSERR
       Stop Run Returning 16
   End-If.
   If extract-wanted
       Open Output SEARCH-EXTRACT
       If search-extract-status <> "00"
           Display "audsrch: unable to open SEARCH-EXTRACT, status "
               search-extract-status upon SYSERR
           Stop Run Returning 16
       End-If
   End-If.

   Perform write-report-heading.

   Sort HIT-SORT
       On Ascending Key HSR-TIMESTAMP HSR-GENERATION
       With Duplicates in Order
       Input Procedure is release-matching-records
       Output Procedure is write-hits.

   Perform write-day-summary.

   Close SEARCH-REPORT.
   If extract-wanted
       Close SEARCH-EXTRACT
   End-If.
   Move total-hits to count-disp.
   Display "audsrch: " trim(count-disp) " hits, " gap-count " gaps".
   If gap-count > 0
       Stop Run Returning 4
   End-If.
   Stop Run Returning 0.

*> Arguments after the two dates are criteria, in any order.
note-search-argument.
    Evaluate True
        When ARG-WORD(arg-idx) = Spaces
            Continue
        When ARG-WORD(arg-idx)(1:8) = "session="
                and ARG-WORD(arg-idx)(9:) not = Spaces
            Move ARG-WORD(arg-idx)(9:) to arg-session
        When ARG-WORD(arg-idx)(1:5) = "text="
                and ARG-WORD(arg-idx)(6:) not = Spaces
            Move lower-case(ARG-WORD(arg-idx)(6:)) to arg-text
        When ARG-WORD(arg-idx)(1:5) = "flag="
                and ARG-WORD(arg-idx)(7:) = Spaces
            Move ARG-WORD(arg-idx)(6:1) to arg-flag
            If not arg-flag-valid
                Move "Y" to args-bad-sw
            End-If
        When ARG-WORD(arg-idx) = "extract"
            Move "Y" to extract-sw
        When Other
            Move "Y" to args-bad-sw
    End-Evaluate.

write-report-heading.
    Move "Audit Log Archive Search" to report-text
    Write REPORT-LINE from report-text
    Move Spaces to report-text
    String "Range    " arg-from " to " arg-to Delimited by size
        into report-text
    Write REPORT-LINE from report-text
    If clipped-from
        Move Spaces to report-text
        String "         generations before " oldest-date
            " are past retention -- not searched"
            Delimited by size into report-text
        Write REPORT-LINE from report-text
    End-If
    If clipped-to
        Move Spaces to report-text
        String "         dates after " today-date
            " have no generation yet -- not searched"
            Delimited by size into report-text
        Write REPORT-LINE from report-text
    End-If
    If arg-session not = Spaces
        Move Spaces to report-text
        String "Session  " trim(arg-session) Delimited by size
            into report-text
        Write REPORT-LINE from report-text
    End-If
    If arg-text not = Spaces
        Move Spaces to report-text
        String "Text     " trim(arg-text) Delimited by size
            into report-text
        Write REPORT-LINE from report-text
    End-If
    If arg-flag not = Space
        Move Spaces to report-text
        String "Flag     " arg-flag Delimited by size
            into report-text
        Write REPORT-LINE from report-text
    End-If
    Move Spaces to report-text
    Write REPORT-LINE from report-text
    Move "Date     Time     F Session                          Request text"
        to report-text
    Write REPORT-LINE from report-text.

*> Sort input side: each day of the clipped range in turn.
release-matching-records.
    Move 0 to day-count
    Perform search-one-generation
        Varying day-int from from-int by 1 until day-int > to-int.

search-one-generation.
    Add 1 to day-count
    Set day-idx to day-count
    Compute generation-date = date-of-integer(day-int)
    Move generation-date to DAY-DATE(day-idx)
    Move 0 to DAY-READ(day-idx) DAY-HITS(day-idx)
    Move Spaces to DAY-STATUS(day-idx)
    Move Spaces to archive-file-name
    String "AUDITLOG." generation-date Delimited by size
        into archive-file-name
    Open Input AUDIT-ARCHIVE
    Evaluate audit-archive-status
        When "00"
            Move "S" to DAY-STATE(day-idx)
            Move "N" to archive-eof-sw
            Perform read-archive-record
            Perform until audit-archive-eof
                Add 1 to DAY-READ(day-idx)
                Perform check-record-criteria
                If record-hit
                    Add 1 to DAY-HITS(day-idx)
                    Move Spaces to HIT-SORT-RECORD
                    Move AUD-TIMESTAMP to HSR-TIMESTAMP
                    Move generation-date to HSR-GENERATION
                    Move AUDIT-LOG-RECORD to HSR-AUDIT-RECORD
                    Release HIT-SORT-RECORD
                End-If
                Perform read-archive-record
            End-Perform
            Close AUDIT-ARCHIVE
        When "35"
            If day-int = today-int
                Move "N" to DAY-STATE(day-idx)
            Else
                Move "G" to DAY-STATE(day-idx)
                Add 1 to gap-count
            End-If
        When Other
            Move "U" to DAY-STATE(day-idx)
            Move audit-archive-status to DAY-STATUS(day-idx)
            Add 1 to gap-count
    End-Evaluate.

read-archive-record.
    Read AUDIT-ARCHIVE
        At End
            Move "Y" to archive-eof-sw
    End-Read.

*> A record is a hit when it meets every criterion given.
check-record-criteria.
    Move "Y" to record-hit-sw
    If arg-session not = Spaces
            and AUD-SESSION-ID not = arg-session
        Move "N" to record-hit-sw
    End-If
    If arg-flag not = Space and AUD-MATCH-FLAG not = arg-flag
        Move "N" to record-hit-sw
    End-If
    If record-hit and arg-text not = Spaces
        Move lower-case(AUD-REQUEST-TEXT) to text-work
        Move 0 to text-tally
        Inspect text-work Tallying text-tally
            for all arg-text(1:length(trim(arg-text)))
        If text-tally = 0
            Move "N" to record-hit-sw
        End-If
    End-If.

*> Sort output side: the hits in time order, to the report and (when
*> asked for) the extract.
write-hits.
    Perform return-hit-record
    Perform until hit-sort-eof
        Add 1 to total-hits
        Move HSR-AUDIT-RECORD to AUDIT-LOG-RECORD
        Move Spaces to report-text
        String AUD-TIMESTAMP(1:8) " " AUD-TIMESTAMP(9:6) "   "
            AUD-MATCH-FLAG " " AUD-SESSION-ID(1:32) " "
            trim(AUD-REQUEST-TEXT)
            Delimited by size into report-text
        Write REPORT-LINE from report-text
        If extract-wanted
            Write SEARCH-EXTRACT-RECORD from HSR-AUDIT-RECORD
        End-If
        Perform return-hit-record
    End-Perform.

return-hit-record.
    Return HIT-SORT
        At End
            Move "Y" to sort-eof-sw
    End-Return.

*> Per-day hit counts, with every gap named.
write-day-summary.
    Move Spaces to report-text
    Write REPORT-LINE from report-text
    Move "Generation            Read       Hits" to report-text
    Write REPORT-LINE from report-text
    Perform write-one-day
        Varying day-idx from 1 by 1 until day-idx > day-count
    Move Spaces to report-text
    Write REPORT-LINE from report-text
    Move total-read to count-disp
    Move total-hits to count-disp-2
    Move Spaces to report-text
    String "READ " trim(count-disp) "  HITS " trim(count-disp-2)
        "  GAPS " gap-count
        Delimited by size into report-text
    Write REPORT-LINE from report-text.

write-one-day.
    Move Spaces to report-text
    Evaluate True
        When DAY-SEARCHED(day-idx)
            Add DAY-READ(day-idx) to total-read
            Move DAY-READ(day-idx) to count-disp
            Move DAY-HITS(day-idx) to count-disp-2
            String "AUDITLOG." DAY-DATE(day-idx) " " count-disp " "
                count-disp-2
                Delimited by size into report-text
        When DAY-GAP(day-idx)
            String "AUDITLOG." DAY-DATE(day-idx)
                "   GAP -- no generation on file, not searched"
                Delimited by size into report-text
        When DAY-NOT-CUT(day-idx)
            String "AUDITLOG." DAY-DATE(day-idx)
                "   today -- not archived yet, not searched"
                Delimited by size into report-text
        When Other
            String "AUDITLOG." DAY-DATE(day-idx)
                "   GAP -- unreadable, status " DAY-STATUS(day-idx)
                ", not searched"
                Delimited by size into report-text
    End-Evaluate
    Write REPORT-LINE from report-text.
