      *> the timestamped eod-job-log.dat, and the restart option
      *> reads that log back and resumes at the step that failed
      *> instead of re-running the steps that already completed. A
      *> missing stream file is seeded with the student snapshot
      *> step ahead of the original five student reports, so nothing
      *> changes until somebody changes it. The driver marks the run
      *> unit as the end-of-day stream (eod-batch-mode.cpy) before the
      *> first step, which is what tells the student reports to read
      *> the night's student-snapshot.dat rather than students.db,
      *> and posts the stream's start time there so a report refuses
      *> a snapshot left over from an earlier night; a restart posts
      *> the start of the stream it resumes, whose snapshot step it
      *> may be skipping as done.

       identification division.
       program-id. end-of-day-driver.
       01 ws-stream-eof pic a(1) value "N".
       01 ws-log-eof pic a(1) value "N".
       01 ws-run-mode pic x(1).
           88 ws-restart-run value "R" "r".
      *        Start of the last full stream on the job log - what a
      *        restart resumes.
       01 ws-resumed-started pic x(14) value spaces.

       01 ws-step-table.
           05 ws-step-count pic 9(2) value 0.
       01 ws-stream-stopped-sw pic x(1) value "N".
           88 ws-stream-stopped value "Y".
       01 ws-call-name pic x(28).
       copy "eod-batch-mode.cpy".

       procedure division.
       perform load-stream-table.

       display "(F)ull run or (R)estart at failed step?".
       accept ws-run-mode.
       if ws-restart-run
           perform mark-completed-steps
       end-if.

           move "SKIPPED" to ws-step-disposition(ws-step-sub)
       end-perform.

       move "Y" to eod-batch-mode-sw.
       perform write-job-log-banner.

       perform varying ws-step-sub from 1 by 1

      *----------------------------------------------------------------
      * seed-default-stream - a missing or empty stream file gets
      * the student snapshot step and the five student reports the
      * driver used to hard-code, every failure stopping the stream
      * as before, and the file is written so the operators have
      * something to edit.
      *----------------------------------------------------------------
       seed-default-stream.
           display "No stream on file - seeding the student reports".
           move 6 to ws-step-count.
           move 5 to ws-step-sequence(1).
           move "student-snapshot-run" to ws-step-name(1).
           move 10 to ws-step-sequence(2).
           move "student-roster" to ws-step-name(2).
           move 20 to ws-step-sequence(3).
           move "student-birthday-report" to ws-step-name(3).
           move 30 to ws-step-sequence(4).
           move "student-eligibility-report" to ws-step-name(4).
           move 40 to ws-step-sequence(5).
           move "student-name-sort" to ws-step-name(5).
           move 50 to ws-step-sequence(6).
           move "student-export" to ws-step-name(6).
           perform varying ws-step-sub from 1 by 1
                   until ws-step-sub > 6
               move "Y" to ws-step-stop-flag(ws-step-sub)
               move spaces to ws-step-prior(ws-step-sub)
           end-perform.
      * mark-completed-steps - reads eod-job-log.dat front to back;
      * every STREAM STARTED banner wipes the slate, so what remains
      * is the last stream's outcome per step, and steps that ended
      * OK are skipped on the restart. A full run's banner also
      * marks the start of the stream being resumed; a restart's
      * banner (RESTART) carries on the stream before it.
      *----------------------------------------------------------------
       mark-completed-steps.
           open input job-log-file.
               at end move "Y" to ws-log-eof
               not at end
                   if jl-step-name = "EOD STREAM STARTED"
                       if jl-disposition not = "RESTART"
                           move jl-timestamp to ws-resumed-started
                       end-if
                       perform varying ws-step-sub from 1 by 1
                               until ws-step-sub > ws-step-count
                           move spaces
           perform stamp-job-log-time.
           move "EOD STREAM STARTED" to jl-step-name.
           move 0 to jl-return-code.
           if ws-restart-run and ws-resumed-started not = spaces
               move "RESTART" to jl-disposition
               move ws-resumed-started to eod-stream-started
           else
               move "-" to jl-disposition
               move jl-timestamp to eod-stream-started
           end-if.
           perform append-job-log-record.

       write-job-log-record.
