*> Copyright 2017 The Advanced Terminal Processor Authors. All rights reserved.
*> Use of this source code is governed by a BSD-style
*> license that can be found in the LICENSE file.

*> cobc -x -free -fintrinsics=ALL audinvc.cob
*>
*> NOTE: Month-end departmental invoicing from the daily audchgbk
*> extracts.  batchrun leaves one BILLEXTR.YYYYMMDD generation per
*> business day; this job takes the billing month (argument YYYYMM,
*> defaulting to the month before today) and:
*>
*>   - reads every day's generation for the month.  A day with no
*>     generation is an exception.  Each generation is read through
*>     once to check its trailer -- session count and matched,
*>     unmatched and errored totals against the detail records, the
*>     trailer last -- and only a generation that balances is used;
*>     one that does not is an exception and none of its counts are
*>     billed;
*>   - sorts the day records by session id and rolls each session up
*>     for the month, then match-merges the sessions against the
*>     SESSION-DEPARTMENT file (sessdprc.cpy, session-id order).  A
*>     session with no department is an exception, never billed at
*>     zero;
*>   - sorts the mapped sessions by department and prices them from
*>     the RATE table (raterc.cpy, department order, "*" the default
*>     rate), raising a department whose usage falls short of its
*>     monthly minimum to the minimum.  A department on the RATE
*>     table with a minimum and no usage at all is still invoiced the
*>     minimum.  A mapped department with no rate and no default is
*>     an exception.
*>
*> Outputs:
*>   INVREG   invoice register, one line per department invoiced and
*>            the month's totals;
*>   INVDTL   invoice detail, per department an "H" header (department,
*>            name, month, prices, minimum), a "D" record per session
*>            (session id, days used, counts, amount) and a "T" trailer
*>            (session count, counts, usage, minimum adjustment,
*>            invoice amount);
*>   INVEXCP  the exception list: missing days, generations that fail
*>            their trailer check, unmapped sessions, departments with
*>            no rate.
*>
*> Returns 0 when the month is clean, 4 when anything is on the
*> exception list (the invoices are produced, but finance must clear
*> the exceptions before sending them); file errors and out-of-order
*> mapping or rate files return 16.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. audinvc.
AUTHOR.     Michael Anderson.
DATE-COMPILED.
environment division.
configuration section.
SOURCE-COMPUTER. GNU-Linux.
OBJECT-COMPUTER. GNU-Linux.
input-output section.
file-control.
    Select BILLING-EXTRACT Assign to billing-file-name
        Organization is Line Sequential
        File Status is billing-extract-status.
    Select SESSION-DEPARTMENT Assign to "SESSDEPT"
        Organization is Line Sequential
        File Status is session-dept-status.
    Select RATE-FILE Assign to "RATETABL"
        Organization is Line Sequential
        File Status is rate-file-status.
    Select INVOICE-WORK Assign to "INVWORK"
        Organization is Line Sequential
        File Status is invoice-work-status.
    Select INVOICE-REGISTER Assign to "INVREG"
        Organization is Line Sequential
        File Status is invoice-register-status.
    Select INVOICE-DETAIL Assign to "INVDTL"
        Organization is Line Sequential
        File Status is invoice-detail-status.
    Select EXCEPTION-REPORT Assign to "INVEXCP"
        Organization is Line Sequential
        File Status is exception-report-status.
    Select SESSION-SORT Assign to "SESSSORT".
    Select DEPT-SORT Assign to "DEPTSORT".
data division.
file section.
FD  BILLING-EXTRACT.
 1 BILLING-EXTRACT-RECORD  Pic X(320).
FD  SESSION-DEPARTMENT.
    Copy "sessdprc.cpy".
FD  RATE-FILE.
    Copy "raterc.cpy".
FD  INVOICE-WORK.
 1 INVOICE-WORK-RECORD.
    05 IWK-DEPARTMENT        Pic X(08).
    05 IWK-SESSION-ID        Pic X(256).
    05 IWK-DAYS              Pic 9(02).
    05 IWK-MATCHED           Pic 9(09).
    05 IWK-UNMATCHED         Pic 9(09).
    05 IWK-ERRORED           Pic 9(09).
FD  INVOICE-REGISTER.
 1 REPORT-LINE       Pic X(132).
FD  INVOICE-DETAIL.
 1 INVOICE-DETAIL-RECORD   Pic X(320).
FD  EXCEPTION-REPORT.
 1 EXCEPTION-LINE    Pic X(132).
SD  SESSION-SORT.
 1 SESSION-SORT-RECORD.
    05 SSR-SESSION-ID        Pic X(256).
    05 SSR-DATE              Pic X(08).
    05 SSR-MATCHED           Pic 9(07).
    05 SSR-UNMATCHED         Pic 9(07).
    05 SSR-ERRORED           Pic 9(07).
SD  DEPT-SORT.
 1 DEPT-SORT-RECORD.
    05 DSR-DEPARTMENT        Pic X(08).
    05 DSR-SESSION-ID        Pic X(256).
    05 DSR-DAYS              Pic 9(02).
    05 DSR-MATCHED           Pic 9(09).
    05 DSR-UNMATCHED         Pic 9(09).
    05 DSR-ERRORED           Pic 9(09).
WORKING-STORAGE SECTION.
 1 billing-extract-status   Pic X(02) value "00".
 1 session-dept-status      Pic X(02) value "00".
 1 rate-file-status         Pic X(02) value "00".
 1 invoice-work-status      Pic X(02) value "00".
 1 invoice-register-status  Pic X(02) value "00".
 1 invoice-detail-status    Pic X(02) value "00".
 1 exception-report-status  Pic X(02) value "00".
 1 billing-file-name     Pic X(64) value spaces.
 1 run-arg               Pic X(256) value spaces.
 1 billing-month         Pic X(06) value spaces.
 1 billing-year-num      Pic 9(04) value 0.
 1 billing-month-num     Pic 9(02) value 0.
 1 month-first-date      Pic 9(08) value 0.
 1 next-month-date       Pic 9(08) value 0.
 1 month-first-int       Pic 9(9) Comp Value 0.
 1 month-last-int        Pic 9(9) Comp Value 0.
 1 day-int               Pic 9(9) Comp Value 0.
 1 day-date              Pic 9(08) value 0.
 1 days-in-month         Pic 9(02) value 0.
 1 days-billed           Pic 9(02) value 0.
 1 billing-eof-sw     Pic X(01) value "N".
    88 billing-extract-eof Value "Y".
 1 sort-eof-sw        Pic X(01) value "N".
    88 sort-work-eof     Value "Y".
 1 session-dept-eof-sw Pic X(01) value "N".
    88 session-dept-eof  Value "Y".
 1 rate-eof-sw        Pic X(01) value "N".
    88 rate-file-eof     Value "Y".
 1 group-open-sw      Pic X(01) value "N".
    88 group-open        Value "Y".
 1 day-valid-sw       Pic X(01) value "N".
    88 day-valid         Value "Y".
 1 trailer-seen-sw    Pic X(01) value "N".
    88 trailer-seen      Value "Y".
 1 dept-found-sw      Pic X(01) value "N".
    88 dept-found        Value "Y".
 1 rate-found-sw      Pic X(01) value "N".
    88 rate-found        Value "Y".
 1 rate-used-sw       Pic X(01) value "N".
    88 rate-used         Value "Y".
 1 default-rate-sw    Pic X(01) value "N".
    88 default-rate-loaded Value "Y".
 1 day-reason         Pic X(40) value spaces.
*> Trailer check totals for the generation being validated.
 1 chk-detail-count   Pic 9(7) Value 0.
 1 chk-matched        Pic 9(9) Value 0.
 1 chk-unmatched      Pic 9(9) Value 0.
 1 chk-errored        Pic 9(9) Value 0.
 1 BILL-DETAIL-RECORD.
    05 BDT-RECORD-TYPE        Pic X(01).
       88 BDT-DETAIL          Value "D".
       88 BDT-TRAILER         Value "T".
    05 BDT-SESSION-ID         Pic X(256).
    05 BDT-FIRST-TS           Pic X(21).
    05 BDT-LAST-TS            Pic X(21).
    05 BDT-MATCHED-COUNT      Pic 9(7).
    05 BDT-UNMATCHED-COUNT    Pic 9(7).
    05 BDT-ERRORED-COUNT      Pic 9(7).
 1 BILL-TRAILER-RECORD.
    05 BTR-RECORD-TYPE        Pic X(01).
    05 BTR-SESSION-COUNT      Pic 9(7).
    05 BTR-MATCHED-COUNT      Pic 9(7).
    05 BTR-UNMATCHED-COUNT    Pic 9(7).
    05 BTR-ERRORED-COUNT      Pic 9(7).
*> Session being rolled up for the month.
 1 cur-session-id     Pic X(256) value spaces.
 1 prior-sdp-session  Pic X(256) value low-values.
 1 ses-days           Pic 9(02) value 0.
 1 ses-matched        Pic 9(09) value 0.
 1 ses-unmatched      Pic 9(09) value 0.
 1 ses-errored        Pic 9(09) value 0.
*> Department being invoiced.
 1 cur-department     Pic X(08) value spaces.
 1 prior-rate-dept    Pic X(08) value low-values.
 1 inv-department     Pic X(08) value spaces.
 1 inv-name           Pic X(30) value spaces.
 1 inv-matched-price  Pic 9(03)V9(04) value 0.
 1 inv-unmatched-price Pic 9(03)V9(04) value 0.
 1 inv-errored-price  Pic 9(03)V9(04) value 0.
 1 inv-minimum        Pic 9(07)V9(02) value 0.
 1 inv-session-count  Pic 9(07) value 0.
 1 inv-matched        Pic 9(09) value 0.
 1 inv-unmatched      Pic 9(09) value 0.
 1 inv-errored        Pic 9(09) value 0.
 1 inv-usage          Pic 9(09)V9(02) value 0.
 1 inv-adjustment     Pic 9(09)V9(02) value 0.
 1 inv-amount         Pic 9(09)V9(02) value 0.
 1 session-amount     Pic 9(09)V9(02) value 0.
 1 def-name           Pic X(30) value spaces.
 1 def-matched-price  Pic 9(03)V9(04) value 0.
 1 def-unmatched-price Pic 9(03)V9(04) value 0.
 1 def-errored-price  Pic 9(03)V9(04) value 0.
 1 def-minimum        Pic 9(07)V9(02) value 0.
*> Month totals.
 1 dept-invoiced-count Pic 9(5) Value 0.
 1 total-usage        Pic 9(09)V9(02) value 0.
 1 total-adjustment   Pic 9(09)V9(02) value 0.
 1 total-invoiced     Pic 9(09)V9(02) value 0.
 1 exception-count    Pic 9(5) Value 0.
 1 unmapped-count     Pic 9(5) Value 0.
 1 sessions-disp      Pic Z(7)9.
 1 count-disp         Pic Z(8)9.
 1 count-disp-2       Pic Z(8)9.
 1 count-disp-3       Pic Z(8)9.
 1 count-disp-4       Pic Z(8)9.
 1 amount-disp        Pic Z(8)9.99.
 1 amount-disp-2      Pic Z(8)9.99.
 1 amount-disp-3      Pic Z(8)9.99.
 1 report-text        Pic X(132) value spaces.
 1 exception-text     Pic X(132) value spaces.
 1 INVDTL-HEADER.
    05 IDH-RECORD-TYPE        Pic X(01).
    05 IDH-DEPARTMENT         Pic X(08).
    05 IDH-DEPARTMENT-NAME    Pic X(30).
    05 IDH-MONTH              Pic X(06).
    05 IDH-MATCHED-PRICE      Pic 9(03)V9(04).
    05 IDH-UNMATCHED-PRICE    Pic 9(03)V9(04).
    05 IDH-ERRORED-PRICE      Pic 9(03)V9(04).
    05 IDH-MONTHLY-MINIMUM    Pic 9(07)V9(02).
 1 INVDTL-DETAIL.
    05 IDD-RECORD-TYPE        Pic X(01).
    05 IDD-DEPARTMENT         Pic X(08).
    05 IDD-SESSION-ID         Pic X(256).
    05 IDD-DAYS               Pic 9(02).
    05 IDD-MATCHED            Pic 9(09).
    05 IDD-UNMATCHED          Pic 9(09).
    05 IDD-ERRORED            Pic 9(09).
    05 IDD-AMOUNT             Pic 9(09)V9(02).
 1 INVDTL-TRAILER.
    05 IDT-RECORD-TYPE        Pic X(01).
    05 IDT-DEPARTMENT         Pic X(08).
    05 IDT-SESSION-COUNT      Pic 9(07).
    05 IDT-MATCHED            Pic 9(09).
    05 IDT-UNMATCHED          Pic 9(09).
    05 IDT-ERRORED            Pic 9(09).
    05 IDT-USAGE              Pic 9(09)V9(02).
    05 IDT-ADJUSTMENT         Pic 9(09)V9(02).
    05 IDT-AMOUNT             Pic 9(09)V9(02).
procedure division.
   Accept run-arg from command-line.
   If trim(run-arg) = Spaces
       Move Function Current-Date(1:4) to billing-year-num
       Move Function Current-Date(5:2) to billing-month-num
       If billing-month-num = 1
           Subtract 1 from billing-year-num
           Move 12 to billing-month-num
       Else
           Subtract 1 from billing-month-num
       End-If
   Else
       Move trim(run-arg) to billing-month
       If billing-month not numeric
               or length(trim(run-arg)) not = 6
           Display "audinvc: billing month must be YYYYMM, got "
               trim(run-arg) upon SYSERR
           Stop Run Returning 16
       End-If
       Move billing-month(1:4) to billing-year-num
       Move billing-month(5:2) to billing-month-num
       If billing-month-num < 1 or billing-month-num > 12
           Display "audinvc: billing month must be YYYYMM, got "
               trim(run-arg) upon SYSERR
           Stop Run Returning 16
       End-If
   End-If.
   Move Spaces to billing-month.
   String billing-year-num billing-month-num Delimited by size
       into billing-month.
   Compute month-first-date = billing-year-num * 10000
       + billing-month-num * 100 + 1.
   If billing-month-num = 12
       Compute next-month-date = (billing-year-num + 1) * 10000
           + 101
   Else
       Compute next-month-date = month-first-date + 100
   End-If.
   Compute month-first-int = integer-of-date(month-first-date).
   Compute month-last-int = integer-of-date(next-month-date) - 1.
   Compute days-in-month = month-last-int - month-first-int + 1.

   Open Input SESSION-DEPARTMENT.
   If session-dept-status <> "00"
       Display "audinvc: unable to open SESSION-DEPARTMENT, status "
           session-dept-status upon SYSERR
       Stop Run Returning 16
   End-If.
   Open Input RATE-FILE.
   If rate-file-status <> "00"
       Display "audinvc: unable to open RATE-FILE, status "
           rate-file-status upon SYSERR
       Stop Run Returning 16
   End-If.
   Open Output INVOICE-REGISTER.
   If invoice-register-status <> "00"
       Display "audinvc: unable to open INVOICE-REGISTER, status "
           invoice-register-status upon SYSERR
       Stop Run Returning 16
   End-If.
   Open Output INVOICE-DETAIL.
   If invoice-detail-status <> "00"
       Display "audinvc: unable to open INVOICE-DETAIL, status "
           invoice-detail-status upon SYSERR
       Stop Run Returning 16
   End-If.
   Open Output EXCEPTION-REPORT.
   If exception-report-status <> "00"
       Display "audinvc: unable to open EXCEPTION-REPORT, status "
           exception-report-status upon SYSERR
       Stop Run Returning 16
   End-If.

   Move Spaces to report-text.
   String "Terminal Usage - Departmental Invoice Register for "
       billing-month Delimited by size into report-text.
   Write REPORT-LINE from report-text.
   Move "Dept     Name                           Sessions   Matched Unmatched   Errored        Usage  Minimum adj      Invoice"
       to report-text.
   Write REPORT-LINE from report-text.
   Move Spaces to exception-text.
   String "Terminal Usage - Invoice Exceptions for " billing-month
       Delimited by size into exception-text.
   Write EXCEPTION-LINE from exception-text.

*> Pass 1: the month's sessions, each mapped to its department.
   Open Output INVOICE-WORK.
   If invoice-work-status <> "00"
       Display "audinvc: unable to open INVOICE-WORK, status "
           invoice-work-status upon SYSERR
       Stop Run Returning 16
   End-If.
   Perform read-session-department.
   Sort SESSION-SORT
       On Ascending Key SSR-SESSION-ID SSR-DATE
       Input Procedure is release-billing-days
       Output Procedure is rollup-sessions.
   Close INVOICE-WORK.

*> Pass 2: the mapped sessions priced and invoiced by department.
   Perform read-rate-record.
   Sort DEPT-SORT
       On Ascending Key DSR-DEPARTMENT DSR-SESSION-ID
       Using INVOICE-WORK
       Output Procedure is invoice-departments.

   Perform write-register-totals.

   Close SESSION-DEPARTMENT.
   Close RATE-FILE.
   Close INVOICE-REGISTER.
   Close INVOICE-DETAIL.
   Close EXCEPTION-REPORT.
   Move dept-invoiced-count to count-disp.
   Move exception-count to count-disp-2.
   Display "audinvc: " billing-month " invoiced "
       trim(count-disp) " departments, " trim(count-disp-2)
       " exceptions".
   If exception-count > 0
       Stop Run Returning 4
   End-If.
   Stop Run Returning 0.

*> Sort-1 input side: every day of the month, in date order.
release-billing-days.
    Perform release-one-day
        Varying day-int from month-first-int by 1
        until day-int > month-last-int.

*> Check one day's generation against its trailer and, only if it
*> balances, read it again and release its detail records.
release-one-day.
    Compute day-date = date-of-integer(day-int)
    Move Spaces to billing-file-name
    String "BILLEXTR." day-date Delimited by size
        into billing-file-name
    Perform validate-billing-day
    If day-valid
        Add 1 to days-billed
        Open Input BILLING-EXTRACT
        If billing-extract-status <> "00"
            Display "audinvc: unable to open BILLING-EXTRACT, status "
                billing-extract-status upon SYSERR
            Stop Run Returning 16
        End-If
        Move "N" to billing-eof-sw
        Perform read-billing-record
        Perform until billing-extract-eof
            Move BILLING-EXTRACT-RECORD to BILL-DETAIL-RECORD
            If BDT-DETAIL
                Move Spaces to SESSION-SORT-RECORD
                Move BDT-SESSION-ID to SSR-SESSION-ID
                Move day-date to SSR-DATE
                Move BDT-MATCHED-COUNT to SSR-MATCHED
                Move BDT-UNMATCHED-COUNT to SSR-UNMATCHED
                Move BDT-ERRORED-COUNT to SSR-ERRORED
                Release SESSION-SORT-RECORD
            End-If
            Perform read-billing-record
        End-Perform
        Close BILLING-EXTRACT
    Else
        Perform write-day-exception
    End-If.

*> The trailer must be the last record and its session count and
*> request totals must equal the detail records'.  Any other record
*> type, or counts that are not numeric, fail the day.
validate-billing-day.
    Move "N" to day-valid-sw
    Move Spaces to day-reason
    Open Input BILLING-EXTRACT
    Evaluate billing-extract-status
        When "00"
            Perform check-billing-day
            Close BILLING-EXTRACT
        When "35"
            Move "MISSING DAY" to day-reason
        When Other
            Move Spaces to day-reason
            String "UNREADABLE, STATUS " billing-extract-status
                Delimited by size into day-reason
    End-Evaluate.

check-billing-day.
    Move "N" to trailer-seen-sw
    Move 0 to chk-detail-count chk-matched chk-unmatched chk-errored
    Move "N" to billing-eof-sw
    Perform read-billing-record
    Perform until billing-extract-eof or day-reason not = Spaces
        Move BILLING-EXTRACT-RECORD to BILL-DETAIL-RECORD
        Evaluate True
            When trailer-seen
                Move "RECORDS AFTER TRAILER" to day-reason
            When BDT-DETAIL
                If BDT-MATCHED-COUNT not numeric
                        or BDT-UNMATCHED-COUNT not numeric
                        or BDT-ERRORED-COUNT not numeric
                    Move "DETAIL COUNTS NOT NUMERIC" to day-reason
                Else
                    Add 1 to chk-detail-count
                    Add BDT-MATCHED-COUNT to chk-matched
                    Add BDT-UNMATCHED-COUNT to chk-unmatched
                    Add BDT-ERRORED-COUNT to chk-errored
                End-If
            When BDT-TRAILER
                Move "Y" to trailer-seen-sw
                Move BILLING-EXTRACT-RECORD to BILL-TRAILER-RECORD
            When Other
                Move "UNKNOWN RECORD TYPE" to day-reason
        End-Evaluate
        Perform read-billing-record
    End-Perform
    Evaluate True
        When day-reason not = Spaces
            Continue
        When not trailer-seen
            Move "NO TRAILER" to day-reason
        When BTR-SESSION-COUNT not numeric
                or BTR-MATCHED-COUNT not numeric
                or BTR-UNMATCHED-COUNT not numeric
                or BTR-ERRORED-COUNT not numeric
            Move "TRAILER COUNTS NOT NUMERIC" to day-reason
        When BTR-SESSION-COUNT not = chk-detail-count
            Move "TRAILER SESSION COUNT DIFFERS" to day-reason
        When BTR-MATCHED-COUNT not = chk-matched
                or BTR-UNMATCHED-COUNT not = chk-unmatched
                or BTR-ERRORED-COUNT not = chk-errored
            Move "TRAILER REQUEST TOTALS DIFFER" to day-reason
        When Other
            Move "Y" to day-valid-sw
    End-Evaluate.

read-billing-record.
    Read BILLING-EXTRACT
        At End
            Move "Y" to billing-eof-sw
    End-Read.

write-day-exception.
    Add 1 to exception-count
    Move Spaces to exception-text
    If day-reason = "MISSING DAY"
        String "MISSING DAY  " trim(billing-file-name)
            "  -- no extract, nothing billed for the day"
            Delimited by size into exception-text
    Else
        String "BAD EXTRACT  " trim(billing-file-name) "  -- "
            trim(day-reason) ", day not billed"
            Delimited by size into exception-text
    End-If
    Write EXCEPTION-LINE from exception-text.

*> Sort-1 output side: one control group per session, rolled up over
*> the month and matched to its department.
rollup-sessions.
    Move "N" to group-open-sw
    Perform return-session-record
    Perform until sort-work-eof
       If not group-open or SSR-SESSION-ID not = cur-session-id
           If group-open
               Perform finish-session
           End-If
           Perform open-session-group
       End-If
       Add 1 to ses-days
       Add SSR-MATCHED to ses-matched
       Add SSR-UNMATCHED to ses-unmatched
       Add SSR-ERRORED to ses-errored
       Perform return-session-record
    End-Perform
    If group-open
        Perform finish-session
    End-If.

return-session-record.
    Return SESSION-SORT
        At End
            Move "Y" to sort-eof-sw
    End-Return.

open-session-group.
    Move "Y" to group-open-sw
    Move SSR-SESSION-ID to cur-session-id
    Move 0 to ses-days ses-matched ses-unmatched ses-errored.

finish-session.
    Perform find-session-department
    If dept-found
        Move Spaces to INVOICE-WORK-RECORD
        Move SDP-DEPARTMENT to IWK-DEPARTMENT
        Move cur-session-id to IWK-SESSION-ID
        Move ses-days to IWK-DAYS
        Move ses-matched to IWK-MATCHED
        Move ses-unmatched to IWK-UNMATCHED
        Move ses-errored to IWK-ERRORED
        Write INVOICE-WORK-RECORD
    Else
        Add 1 to exception-count
        Add 1 to unmapped-count
        Move ses-matched to count-disp
        Move ses-unmatched to count-disp-2
        Move ses-errored to count-disp-3
        Move Spaces to exception-text
        String "UNMAPPED     " trim(cur-session-id)
            "  matched " trim(count-disp)
            " unmatched " trim(count-disp-2)
            " errored " trim(count-disp-3)
            "  -- no department, not billed"
            Delimited by size into exception-text
        Write EXCEPTION-LINE from exception-text
    End-If.

*> Both sides are in session-id order: skip mapping records for
*> sessions with no usage this month, then see whether the current
*> mapping record is this session's.
find-session-department.
    Move "N" to dept-found-sw
    Perform until session-dept-eof
            or SDP-SESSION-ID >= cur-session-id
        Perform read-session-department
    End-Perform
    If not session-dept-eof
        If SDP-SESSION-ID = cur-session-id
                and SDP-DEPARTMENT not = Spaces
            Move "Y" to dept-found-sw
        End-If
    End-If.

*> The merge depends on the mapping file's order; a record out of
*> order (or a session mapped twice) would silently bill the wrong
*> department, so it stops the run.
read-session-department.
    Read SESSION-DEPARTMENT
        At End
            Move "Y" to session-dept-eof-sw
        Not At End
            If SDP-SESSION-ID not > prior-sdp-session
                Display "audinvc: SESSION-DEPARTMENT out of session-id"
                    " order at " trim(SDP-SESSION-ID) upon SYSERR
                Stop Run Returning 16
            End-If
            Move SDP-SESSION-ID to prior-sdp-session
    End-Read.

*> Sort-2 output side: one control group per department, priced from
*> the RATE table read alongside in department order.
invoice-departments.
    Move "N" to group-open-sw
    Move "N" to sort-eof-sw
    Perform return-dept-record
    Perform until sort-work-eof
       If not group-open or DSR-DEPARTMENT not = cur-department
           If group-open
               Perform finish-department
           End-If
           Perform open-department-group
       End-If
       Perform invoice-session
       Perform return-dept-record
    End-Perform
    If group-open
        Perform finish-department
    End-If
*> departments past the last one with usage may still owe a minimum
    Perform until rate-file-eof
        Perform bill-minimum-only
        Perform read-rate-record
    End-Perform.

return-dept-record.
    Return DEPT-SORT
        At End
            Move "Y" to sort-eof-sw
    End-Return.

*> Advance the RATE table to this department, invoicing any
*> department passed over that owes a minimum, and take this
*> department's own rate or else the default.
open-department-group.
    Move "Y" to group-open-sw
    Move DSR-DEPARTMENT to cur-department
    Perform until rate-file-eof
            or RTE-DEPARTMENT >= cur-department
        Perform bill-minimum-only
        Perform read-rate-record
    End-Perform
    Move "N" to rate-found-sw
    Move cur-department to inv-department
    If not rate-file-eof and RTE-DEPARTMENT = cur-department
        Move "Y" to rate-found-sw
        Move "Y" to rate-used-sw
        Move RTE-DEPARTMENT-NAME to inv-name
        Move RTE-MATCHED-PRICE to inv-matched-price
        Move RTE-UNMATCHED-PRICE to inv-unmatched-price
        Move RTE-ERRORED-PRICE to inv-errored-price
        Move RTE-MONTHLY-MINIMUM to inv-minimum
    Else
        If default-rate-loaded
            Move "Y" to rate-found-sw
            Move def-name to inv-name
            Move def-matched-price to inv-matched-price
            Move def-unmatched-price to inv-unmatched-price
            Move def-errored-price to inv-errored-price
            Move def-minimum to inv-minimum
        End-If
    End-If
    Perform start-invoice.

*> Zero the invoice totals and write the department's header.
start-invoice.
    Move 0 to inv-session-count inv-matched inv-unmatched
        inv-errored inv-usage inv-adjustment inv-amount
    If rate-found
        Move Spaces to INVDTL-HEADER
        Move "H" to IDH-RECORD-TYPE
        Move inv-department to IDH-DEPARTMENT
        Move inv-name to IDH-DEPARTMENT-NAME
        Move billing-month to IDH-MONTH
        Move inv-matched-price to IDH-MATCHED-PRICE
        Move inv-unmatched-price to IDH-UNMATCHED-PRICE
        Move inv-errored-price to IDH-ERRORED-PRICE
        Move inv-minimum to IDH-MONTHLY-MINIMUM
        Write INVOICE-DETAIL-RECORD from INVDTL-HEADER
    End-If.

invoice-session.
    If rate-found
        Compute session-amount rounded =
            DSR-MATCHED * inv-matched-price
            + DSR-UNMATCHED * inv-unmatched-price
            + DSR-ERRORED * inv-errored-price
        Add 1 to inv-session-count
        Add DSR-MATCHED to inv-matched
        Add DSR-UNMATCHED to inv-unmatched
        Add DSR-ERRORED to inv-errored
        Add session-amount to inv-usage
        Move Spaces to INVDTL-DETAIL
        Move "D" to IDD-RECORD-TYPE
        Move inv-department to IDD-DEPARTMENT
        Move DSR-SESSION-ID to IDD-SESSION-ID
        Move DSR-DAYS to IDD-DAYS
        Move DSR-MATCHED to IDD-MATCHED
        Move DSR-UNMATCHED to IDD-UNMATCHED
        Move DSR-ERRORED to IDD-ERRORED
        Move session-amount to IDD-AMOUNT
        Write INVOICE-DETAIL-RECORD from INVDTL-DETAIL
    Else
        Add 1 to exception-count
        Move DSR-MATCHED to count-disp
        Move DSR-UNMATCHED to count-disp-2
        Move DSR-ERRORED to count-disp-3
        Move Spaces to exception-text
        String "NO RATE      " inv-department " "
            trim(DSR-SESSION-ID)
            "  matched " trim(count-disp)
            " unmatched " trim(count-disp-2)
            " errored " trim(count-disp-3)
            "  -- department has no rate, not billed"
            Delimited by size into exception-text
        Write EXCEPTION-LINE from exception-text
    End-If.

finish-department.
    If rate-found
        Perform finish-invoice
    End-If.

*> Raise usage short of the minimum to the minimum, then write the
*> department's trailer and register line.
finish-invoice.
    Move 0 to inv-adjustment
    If inv-usage < inv-minimum
        Compute inv-adjustment = inv-minimum - inv-usage
    End-If
    Compute inv-amount = inv-usage + inv-adjustment
    Move Spaces to INVDTL-TRAILER
    Move "T" to IDT-RECORD-TYPE
    Move inv-department to IDT-DEPARTMENT
    Move inv-session-count to IDT-SESSION-COUNT
    Move inv-matched to IDT-MATCHED
    Move inv-unmatched to IDT-UNMATCHED
    Move inv-errored to IDT-ERRORED
    Move inv-usage to IDT-USAGE
    Move inv-adjustment to IDT-ADJUSTMENT
    Move inv-amount to IDT-AMOUNT
    Write INVOICE-DETAIL-RECORD from INVDTL-TRAILER
    Add 1 to dept-invoiced-count
    Add inv-usage to total-usage
    Add inv-adjustment to total-adjustment
    Add inv-amount to total-invoiced
    Move inv-session-count to sessions-disp
    Move inv-matched to count-disp-2
    Move inv-unmatched to count-disp-3
    Move inv-errored to count-disp-4
    Move inv-usage to amount-disp
    Move inv-adjustment to amount-disp-2
    Move inv-amount to amount-disp-3
    Move Spaces to report-text
    String inv-department " " inv-name " "
        sessions-disp " " count-disp-2 " "
        count-disp-3 " " count-disp-4 " "
        amount-disp " " amount-disp-2 " " amount-disp-3
        Delimited by size into report-text
    Write REPORT-LINE from report-text.

*> A RATE department with no usage this month: invoiced only when it
*> carries a minimum.  The default rate and a department already
*> invoiced with usage are never billed here.
bill-minimum-only.
    If not RTE-DEFAULT-RATE and not rate-used
            and RTE-MONTHLY-MINIMUM > 0
        Move "Y" to rate-found-sw
        Move RTE-DEPARTMENT to inv-department
        Move RTE-DEPARTMENT-NAME to inv-name
        Move RTE-MATCHED-PRICE to inv-matched-price
        Move RTE-UNMATCHED-PRICE to inv-unmatched-price
        Move RTE-ERRORED-PRICE to inv-errored-price
        Move RTE-MONTHLY-MINIMUM to inv-minimum
        Perform start-invoice
        Perform finish-invoice
    End-If.

*> Like the mapping file, the RATE table must be in department order
*> with no department twice; non-numeric prices stop the run too.
*> The default "*" record is kept aside as it goes past.
read-rate-record.
    Move "N" to rate-used-sw
    Read RATE-FILE
        At End
            Move "Y" to rate-eof-sw
        Not At End
            If RTE-DEPARTMENT not > prior-rate-dept
                Display "audinvc: RATE-FILE out of department order"
                    " at " trim(RTE-DEPARTMENT) upon SYSERR
                Stop Run Returning 16
            End-If
            If RTE-MATCHED-PRICE not numeric
                    or RTE-UNMATCHED-PRICE not numeric
                    or RTE-ERRORED-PRICE not numeric
                    or RTE-MONTHLY-MINIMUM not numeric
                Display "audinvc: RATE-FILE prices not numeric for "
                    trim(RTE-DEPARTMENT) upon SYSERR
                Stop Run Returning 16
            End-If
            Move RTE-DEPARTMENT to prior-rate-dept
            If RTE-DEFAULT-RATE
                Move "Y" to default-rate-sw
                Move RTE-DEPARTMENT-NAME to def-name
                Move RTE-MATCHED-PRICE to def-matched-price
                Move RTE-UNMATCHED-PRICE to def-unmatched-price
                Move RTE-ERRORED-PRICE to def-errored-price
                Move RTE-MONTHLY-MINIMUM to def-minimum
            End-If
    End-Read.

write-register-totals.
    Move Spaces to report-text
    Write REPORT-LINE from report-text
    Move dept-invoiced-count to count-disp
    Move total-usage to amount-disp
    Move total-adjustment to amount-disp-2
    Move total-invoiced to amount-disp-3
    Move Spaces to report-text
    String "TOTAL    " trim(count-disp) " departments invoiced"
        "   usage " trim(amount-disp)
        "   minimum adj " trim(amount-disp-2)
        "   invoiced " trim(amount-disp-3)
        Delimited by size into report-text
    Write REPORT-LINE from report-text
    Move Spaces to report-text
    Move days-billed to count-disp
    Move days-in-month to count-disp-2
    Move exception-count to count-disp-3
    Move unmapped-count to count-disp-4
    String "DAYS BILLED " trim(count-disp) " of " trim(count-disp-2)
        "   EXCEPTIONS " trim(count-disp-3)
        " (unmapped sessions " trim(count-disp-4) ")"
        Delimited by size into report-text
    Write REPORT-LINE from report-text
    Move Spaces to exception-text
    String "EXCEPTIONS " trim(count-disp-3)
        Delimited by size into exception-text
    Write EXCEPTION-LINE from exception-text.
