      * elapsed time is growing week over week faster than its
      * volume is flagged, so the batch-window problem shows up
      * before it hits the store-open deadline.
      * Steps the job calendar skipped are kept out of the timings
      * and listed for the latest run date on their own, apart from
      * the steps that failed and the ones the operator forced.
      *
       environment division.
       input-output section.
         05 rs-cond-code        pic 9(3).
         05 rs-batch-id         pic 9(6).
         05 rs-rec-count        pic 9(8).
         05 rs-run-status       pic x.
           88 rs-completed      value 'C'.
           88 rs-failed         value 'F'.
           88 rs-forced         value 'O'.
           88 rs-cal-skipped    value 'S'.
      *
       fd file-109-perf-report
           data record is report-print-line.
         05 ws-pdl-vol-pct     pic zzz9.9-.
         05 filler             pic x(2) value spaces.
         05 ws-pdl-flag        pic x(7).
      *
       01 ws-event-heading-line.
         05 ws-ehl-title       pic x(36).
         05 ws-ehl-date        pic 9(8).
      *
       01 ws-event-line.
         05 filler             pic x(2) value spaces.
         05 ws-evl-step        pic x(12).
         05 filler             pic x(2) value spaces.
         05 ws-evl-label       pic x(15).
         05 ws-evl-code        pic zzz.
      *
       01 ws-no-events-line.
         05 filler             pic x(6) value "  NONE".
      *
      * The latest run date's skipped, failed and forced steps.
       01 ws-event-table.
         05 ws-evt-entry         occurs 100 times.
           10 ws-evt-step        pic x(12).
           10 ws-evt-status      pic x.
           10 ws-evt-code        pic 9(3).
       77 ws-evt-table-count     pic 9(3) value 0.
       77 ws-evt-ptr             pic 9(3) value 0.
       77 ws-evt-want-status     pic x value space.
       77 ws-evt-printed         pic 9(3) value 0.
      *
      * One entry per step/date, elapsed and volume summed over the
      * day's batches; only the fourteen days the comparisons use
           perform 1200-load-run-stats.
           perform 2000-print-report-headings.
           perform 3000-print-step-lines.
           perform 4000-print-step-events.
           perform 7000-close-files.
           goback.
      *
                   not at end
                       compute ws-entry-int =
                         function integer-of-date(rs-run-date)
                       if rs-run-date = ws-latest-date then
                           perform 1500-note-step-event
                       end-if
                       if ws-entry-int >= ws-latest-int - 13 and
                         not rs-cal-skipped then
                           perform 1300-post-stats-entry
                           perform 1400-register-step
                       end-if
                 ws-stp-name(ws-stp-srch-index) = rs-step-name
                   continue
           end-search.
      *
      * Records written before the run status was kept carry a
      * space there; a non-zero condition code marks their failures.
       1500-note-step-event.
      *
           if ws-evt-table-count >= 100 then
               exit paragraph
           end-if.
      *
           if rs-cal-skipped or rs-failed or rs-forced or
             (rs-run-status = space and rs-cond-code > 0) then
               add ws-1 to ws-evt-table-count
               move rs-step-name to ws-evt-step(ws-evt-table-count)
               move rs-run-status to ws-evt-status(
                   ws-evt-table-count)
               if rs-run-status = space then
                   move 'F' to ws-evt-status(ws-evt-table-count)
               end-if
               move rs-cond-code to ws-evt-code(ws-evt-table-count)
           end-if.
      *
       2000-print-report-headings.
      *
             ws-sec-pct > ws-vol-pct then
               move ws-is-true to ws-flagged
           end-if.
      *
       4000-print-step-events.
      *
           write report-print-line from spaces.
           move "STEPS SKIPPED BY THE CALENDAR ON" to ws-ehl-title.
           move 'S' to ws-evt-want-status.
           perform 4100-print-events-of-status.
      *
           write report-print-line from spaces.
           move "STEPS FAILED ON" to ws-ehl-title.
           move 'F' to ws-evt-want-status.
           perform 4100-print-events-of-status.
      *
           write report-print-line from spaces.
           move "STEPS FORCED BY THE OPERATOR ON" to ws-ehl-title.
           move 'O' to ws-evt-want-status.
           perform 4100-print-events-of-status.
      *
       4100-print-events-of-status.
      *
           move ws-latest-date to ws-ehl-date.
           write report-print-line from ws-event-heading-line.
           move 0 to ws-evt-printed.
      *
           perform varying ws-evt-ptr from ws-1 by ws-1
             until (ws-evt-ptr > ws-evt-table-count)
               if ws-evt-status(ws-evt-ptr) = ws-evt-want-status then
                   move ws-evt-step(ws-evt-ptr) to ws-evl-step
                   if ws-evt-want-status = 'F' then
                       move "CONDITION CODE" to ws-evl-label
                       move ws-evt-code(ws-evt-ptr) to ws-evl-code
                   else
                       move spaces to ws-evl-label
                       move 0 to ws-evl-code
                   end-if
                   write report-print-line from ws-event-line
                   add ws-1 to ws-evt-printed
               end-if
           end-perform.
      *
           if ws-evt-printed = 0 then
               write report-print-line from ws-no-events-line
           end-if.
      *
       7000-close-files.
      *
