*>     mid-stream leaves the truth on file;
*>   - the stream runs in order for one business date (argument
*>     YYYYMMDD, defaulting to today, the same convention as
*>     audlarch); audlarch is invoked with that date, and every job
*>     after it runs with AUDITLOG pointed at the AUDITLOG.<date>
*>     generation audlarch just cut, since audlarch leaves the live
*>     log empty; audchgbk also runs with BILLEXTR pointed at the
*>     day's BILLEXTR.<date> generation;
*>   - any nonzero return code stops the stream immediately and the
*>     driver returns 8 -- animlchk's 8 ("hold the online terminal
*>     back") is thereby honored automatically -- except 4, which a
*>     job returns to say it finished with exceptions worth reading
*>     (animlhtm's markup exceptions): the job counts as completed,
*>     the stream carries on, and the driver returns 4 at the end so
*>     the scheduler still flags the night;
*>   - a date the whole stream has already completed is refused (16),
*>     and a rerun of a partly-done date skips the jobs already
*>     through it, so a failed night is rerun with the same command;
*>   - a gap between the last completed date and the requested one is
*>     refused (8) with the missed date printed, so the catch-up run
*>     uses audlarch's existing YYYYMMDD argument instead of operator
*>     memory;
*>   - a job newly added to the stream has no RUN-CONTROL record yet;
*>     it is left out of the calendar gate and simply joins the stream
*>     from the next date run, rather than making every completed date
*>     look partly done.
*>
*> After animlchk the stream runs auddeny, the denied maintenance
*> attempts report for the security reviewer, animldmd, the
*> unmatched-demand report the content team works aliases from, and
*> animlfed, the catalog feed of the day's master changes for the
*> public website, animlhtm, the markup scan of the master, animlsla,
*> the response-time report (its 4, an hour over the threshold, is a
*> warning like animlhtm's), and last animlrcn, the reconciliation of
*> the master against its change and load trails.  animlrcn's 8 (a
*> master record no trail accounts for) stops the stream like any
*> other and holds the window for review; running it last means the
*> night's reports are all out before the hold.  Records already on
*> the master before LOAD-HISTORY began predate the load trail and are
*> not held against it -- on its first night animlrcn starts the
*> trail itself -- so adding it to the stream needs no full rebuild.
*>
IDENTIFICATION DIVISION.
PROGRAM-ID. batchrun.
    88 run-control-eof   Value "Y".
 1 job-failed-sw      Pic X(01) value "N".
    88 job-failed        Value "Y".
 1 job-warning-sw     Pic X(01) value "N".
    88 job-warning       Value "Y".
 1 jobs-run-count     Pic 9(4) Value 0.
 1 job-count          Pic 9(4) Comp Value 10.
 1 run-command        Pic X(120) value spaces.
 1 system-status      Pic S9(9) Comp Value 0.
 1 job-rc             Pic S9(4) Comp Value 0.
 1 job-rc-disp        Pic 9(4) Value 0.
 1 system-status-disp Pic +9(9).
 1 JOB-TABLE.
    05 JOB-ENTRY Occurs 10 Times Indexed by job-idx wrt-idx.
       10 JOB-NAME           Pic X(08).
       10 JOB-LAST-DATE      Pic 9(08).
       10 JOB-ON-FILE-SW     Pic X(01).
          88 JOB-ON-FILE     Value "Y".
procedure division.
   Accept run-arg from command-line.
   If trim(run-arg) = Spaces
   Move "animlrpt" to JOB-NAME(2).
   Move "audchgbk" to JOB-NAME(3).
   Move "animlchk" to JOB-NAME(4).
   Move "auddeny"  to JOB-NAME(5).
   Move "animldmd" to JOB-NAME(6).
   Move "animlfed" to JOB-NAME(7).
   Move "animlhtm" to JOB-NAME(8).
   Move "animlsla" to JOB-NAME(9).
   Move "animlrcn" to JOB-NAME(10).
   Perform clear-job-date
       Varying job-idx from 1 by 1 until job-idx > job-count.

   Perform read-run-control.
   Perform check-run-calendar.

   Move "N" to job-failed-sw.
   Perform run-one-job
       Varying job-idx from 1 by 1
       until job-idx > job-count or job-failed.

   If job-failed
       Display "batchrun: stream stopped for " business-date
   End-If.
   Display "batchrun: stream complete for " business-date
       ", " jobs-run-count " jobs run".
   If job-warning
       Display "batchrun: stream completed with warnings -- see the"
           " job reports" upon SYSERR
       Stop Run Returning 4
   End-If.
   Stop Run Returning 0.

clear-job-date.
    Move 0 to JOB-LAST-DATE(job-idx)
    Move "N" to JOB-ON-FILE-SW(job-idx).

*> Load each job's last completed date from RUN-CONTROL.  No file at
*> all is the stream's first night; unknown job names on the file are
    End-If.

note-job-date.
    Perform varying job-idx from 1 by 1 until job-idx > job-count
        If JOB-NAME(job-idx) = RCT-JOB-NAME
            Move RCT-LAST-DATE to JOB-LAST-DATE(job-idx)
            Move "Y" to JOB-ON-FILE-SW(job-idx)
        End-If
    End-Perform.

*> mark would run the calendar backwards and is refused; a date more
*> than one day past the high-water mark means a night was skipped,
*> and the driver names the missed date instead of letting the gap
*> slide into the billing numbers again.  Only jobs already on
*> RUN-CONTROL are weighed; with none (the first night) both marks
*> stay at zero.
check-run-calendar.
    Move 0 to prior-date
    Move 99999999 to oldest-date
    Perform weigh-job-date
        Varying job-idx from 1 by 1 until job-idx > job-count
    If oldest-date = 99999999
        Move 0 to oldest-date
    End-If
    If oldest-date >= business-date-num
        Display "batchrun: stream already completed "
            business-date " -- refusing to run it twice"
    End-If.

weigh-job-date.
    If JOB-ON-FILE(job-idx)
        If JOB-LAST-DATE(job-idx) > prior-date
            Move JOB-LAST-DATE(job-idx) to prior-date
        End-If
        If JOB-LAST-DATE(job-idx) < oldest-date
            Move JOB-LAST-DATE(job-idx) to oldest-date
        End-If
    End-If.

*> Run one job of the stream.  A job already at this business date
*> gate a log with nothing in it.  The override rides on the one
*> job's command line, never the driver's own environment, which
*> would make a rerun's audlarch read and extend its own archive.
*> audchgbk likewise writes the day's BILLEXTR.<date> generation, not
*> a single BILLEXTR each night overwrites, so audinvc can invoice the
*> month from every day's extract.  SYSTEM hands
*> back the raw wait status: exit code in the high byte, a killing
*> signal in the low byte, -1 when the job could not be launched at
*> all.  Only an all-zero status is success -- deriving the exit code
            " already completed " business-date " -- skipped"
    Else
        Move Spaces to run-command
        Evaluate JOB-NAME(job-idx)
            When "audlarch"
                String trim(JOB-NAME(job-idx)) " " business-date
                    Delimited by size into run-command
            When "audchgbk"
                String "AUDITLOG=AUDITLOG." business-date
                    " BILLEXTR=BILLEXTR." business-date " "
                    trim(JOB-NAME(job-idx))
                    Delimited by size into run-command
            When Other
                String "AUDITLOG=AUDITLOG." business-date " "
                    trim(JOB-NAME(job-idx))
                    Delimited by size into run-command
        End-Evaluate
        Display "batchrun: running " trim(run-command)
        Call "SYSTEM" Using run-command
            Returning system-status
        Evaluate True
            When system-status = 0
                Add 1 to jobs-run-count
                Move business-date-num to JOB-LAST-DATE(job-idx)
                Perform write-run-control
                Display "batchrun: " trim(JOB-NAME(job-idx))
                    " complete"
*> exit code 4 exactly, no signal: completed with exceptions
            When system-status = 1024
                Move "Y" to job-warning-sw
                Add 1 to jobs-run-count
                Move business-date-num to JOB-LAST-DATE(job-idx)
                Perform write-run-control
                Display "batchrun: " trim(JOB-NAME(job-idx))
                    " complete with warnings (returned 4)" upon SYSERR
            When Other
                Perform report-job-failure
        End-Evaluate
    End-If.

report-job-failure.
    Move "Y" to job-failed-sw
    Compute job-rc = system-status / 256
    If system-status > 0 and job-rc > 0
        Move job-rc to job-rc-disp
        Display "batchrun: " trim(JOB-NAME(job-idx))
            " returned " job-rc-disp " -- stream stopped"
            upon SYSERR
    Else
        Move system-status to system-status-disp
        Display "batchrun: " trim(JOB-NAME(job-idx))
            " did not complete (wait status "
            system-status-disp ") -- stream stopped"
            upon SYSERR
    End-If
    If JOB-NAME(job-idx) = "animlchk" and job-rc = 8
        Display "batchrun: replay check degraded -- hold the"
            " online terminal back" upon SYSERR
    End-If
    If JOB-NAME(job-idx) = "animlrcn" and job-rc = 8
        Display "batchrun: master changed outside the change and load"
            " trails -- see RCNRPT before releasing the window"
            upon SYSERR
    End-If.

*> Rewrite RUN-CONTROL after every completed job, so a mid-stream
        Stop Run Returning 16
    End-If
    Perform write-job-record
        Varying wrt-idx from 1 by 1 until wrt-idx > job-count
    Close RUN-CONTROL.

write-job-record.
