       identification division.
       program-id. SalesPlanReport.
       author. Raje Singh.
       date-written. 2026-10-15.
      * Program Description:
      * Compares each store's actual sales and returns against the
      * monthly plan Finance keeps on the sales plan master
      * (maintained through Master Maintenance). For the day, the
      * month to date and the year to date it prints actual, plan,
      * dollar variance and percent variance, then projects where
      * the month will land at the current daily run rate, so a
      * store falling behind plan shows up mid-month rather than
      * after close.
      * Sales MTD/YTD come from the S&L accumulators S and L
      * Processing keeps on file-24; returns have no accumulator
      * elsewhere, so this program keeps one on file-140 in the same
      * shape, posting each batch's posted returns to it. The day
      * figures are every batch rung so far today. Plans for the
      * day and the month to date are the month's plan prorated by
      * calendar day; the year-to-date plan is the earlier months in
      * full plus the prorated current month.
      *
       environment division.
       input-output section.
       file-control.
      *
           select file-13-store-master
               assign
                   to
                   '../../../../datafiles/data/file-13-store-master.dat'
               organization is line sequential.
      *
           select file-139-sales-plan
               assign
                   to
                   '../../../../datafiles/data/file-139-sales-plan.dat'
               organization is line sequential.
      *
           select file-24-mtd-ytd-master
               assign
                   to '../../../../datafiles/data/file-24-mtd-ytd.dat'
               organization is line sequential.
      *
           select file-140-ret-mtd-ytd
               assign
                   to
                   '../../../../datafiles/data/file-140-ret-mtd-ytd.dat'
               organization is line sequential.
      *
           select file-05-sl-data
               assign
                   to '../../../../datafiles/data/file-05-sl-data.dat'
               organization is line sequential.
      *
           select file-64-posted-returns
               assign
                   to
                   '../../../../datafiles/data/file-64-posted-ret.dat'
               organization is line sequential.
      *
           select file-141-plan-report
               assign
                   to
                   '../../../../datafiles/data/file-141-plan-rpt.out'
               organization is line sequential.
      *
           select file-26-batch-id-ctl
               assign
                   to
                   '../../../../datafiles/data/file-26-batch-id.dat'
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd file-13-store-master
           data record is store-master-rec.
      *
       01 store-master-rec.
         05 smr-store-num      pic xx.
         05 smr-store-name     pic x(20).
         05 smr-store-active   pic x.
      *
       fd file-139-sales-plan
           data record is sales-plan-rec.
      *
       01 sales-plan-rec.
         05 sp-store-num        pic xx.
         05 sp-plan-year        pic 9(4).
         05 sp-plan-month       pic 9(2).
         05 sp-plan-active      pic x.
         05 sp-plan-sales       pic 9(9)v99.
         05 sp-plan-returns     pic 9(9)v99.
      *
       fd file-24-mtd-ytd-master
           data record is mtd-ytd-rec.
      *
       01 mtd-ytd-rec.
         05 my-store-num        pic xx.
         05 my-period-year      pic 9(4).
         05 my-period-month     pic 9(2).
         05 my-mtd-count        pic 9(8).
         05 my-mtd-amt          pic 9(10)v99.
         05 my-ytd-count        pic 9(8).
         05 my-ytd-amt          pic 9(10)v99.
      *
       fd file-140-ret-mtd-ytd
           data record is ret-mtd-ytd-rec.
      *
       01 ret-mtd-ytd-rec.
         05 rmy-store-num       pic xx.
         05 rmy-period-year     pic 9(4).
         05 rmy-period-month    pic 9(2).
         05 rmy-mtd-count       pic 9(8).
         05 rmy-mtd-amt         pic 9(10)v99.
         05 rmy-ytd-count       pic 9(8).
         05 rmy-ytd-amt         pic 9(10)v99.
      *
       fd file-05-sl-data
           data record is in-sale-data.
      *
       01 in-sale-data.
         05 in-sl-trans-code   pic x.
         05 in-sl-trans-amt    pic 9(5)V99.
         05 in-sl-pay-type     pic XX.
         05 in-sl-store-num    pic XX.
         05 in-sl-invoice-num  pic X(9).
         05 in-sl-sku-code     pic X(15).
         05 in-sl-cashier-id   pic X(4).
         05 in-sl-quantity     pic 9(3).
         05 in-sl-card-num     pic X(12).
         05 in-sl-cust-num     pic X(8).
         05 in-sl-trans-date   pic 9(8).
         05 in-sl-batch-id     pic 9(6).
      *
       fd file-64-posted-returns
           data record is in-returns-data.
      *
       01 in-returns-data.
         05 in-ret-trans-code  pic x.
         05 in-ret-trans-amt   pic 9(5)V99.
         05 in-ret-pay-type    pic XX.
         05 in-ret-store-num   pic XX.
         05 in-ret-invoice-num pic X(9).
         05 in-ret-sku-code    pic X(15).
         05 in-ret-cashier-id  pic X(4).
         05 in-ret-quantity    pic 9(3).
         05 in-ret-card-num    pic X(12).
         05 in-ret-cust-num    pic X(8).
         05 in-ret-trans-date  pic 9(8).
         05 in-ret-batch-id    pic 9(6).
      *
       fd file-141-plan-report
           data record is report-print-line.
      *
       01 report-print-line    pic x(120).
      *
       fd file-26-batch-id-ctl
           data record is batch-id-ctl-rec.
      *
       01 batch-id-ctl-rec.
         05 bic-last-batch      pic 9(6).
         05 bic-last-run-date   pic 9(8).
         05 bic-day-batch-count pic 9(2).
      *
       working-storage section.
      *
       01 ws-report-name-line.
         05 filler             pic x(26) value
                               "Raje Singh, Final Project".
      *
       01 ws-report-title-line.
         05 filler             pic x(10) value spaces.
         05 filler             pic x(32) value
                               "STORE SALES PLAN VERSUS ACTUAL".
      *
       01 ws-run-stamp-line.
         05 filler             pic x(10) value "RUN DATE: ".
         05 ws-rsl-run-date    pic 9(8).
         05 filler             pic x(13) value "   BATCH ID: ".
         05 ws-rsl-batch-id    pic z(5)9.
      *
       01 ws-month-line.
         05 filler             pic x(17) value "PLAN MONTH DAY: ".
         05 ws-mol-day         pic z9.
         05 filler             pic x(4) value " OF ".
         05 ws-mol-days        pic z9.
      *
       01 ws-store-line.
         05 filler             pic x(7) value "STORE: ".
         05 ws-stl-store-num   pic xx.
         05 filler             pic x(2) value spaces.
         05 ws-stl-store-name  pic x(20).
      *
       01 ws-group-heading.
         05 filler             pic x(8) value spaces.
         05 filler             pic x(50) value
               "-------------------- SALES -----------------------".
         05 filler             pic x(2) value spaces.
         05 filler             pic x(50) value
               "------------------- RETURNS ----------------------".
      *
       01 ws-column-heading.
         05 filler             pic x(8) value "PERIOD".
         05 filler             pic x(14) value "       ACTUAL".
         05 filler             pic x(14) value "         PLAN".
         05 filler             pic x(15) value "      VARIANCE".
         05 filler             pic x(9) value "   VAR %".
         05 filler             pic x(14) value "       ACTUAL".
         05 filler             pic x(14) value "         PLAN".
         05 filler             pic x(15) value "      VARIANCE".
         05 filler             pic x(9) value "   VAR %".
      *
       01 ws-detail-line.
         05 ws-dl-period       pic x(8).
         05 ws-dl-sales-act    pic z(9)9.99.
         05 filler             pic x value spaces.
         05 ws-dl-sales-plan   pic z(9)9.99.
         05 filler             pic x value spaces.
         05 ws-dl-sales-var    pic -(10)9.99.
         05 filler             pic x value spaces.
         05 ws-dl-sales-pct    pic -(5)9.9.
         05 filler             pic x value spaces.
         05 ws-dl-ret-act      pic z(9)9.99.
         05 filler             pic x value spaces.
         05 ws-dl-ret-plan     pic z(9)9.99.
         05 filler             pic x value spaces.
         05 ws-dl-ret-var      pic -(10)9.99.
         05 filler             pic x value spaces.
         05 ws-dl-ret-pct      pic -(5)9.9.
      *
       01 ws-behind-line.
         05 filler             pic x(8) value spaces.
         05 filler             pic x(40) value
                     "*** PROJECTED TO FINISH BELOW SALES PLAN".
      *
      * The stores, with everything printed for each one.
       01 ws-store-data.
         05 ws-store-table      occurs 20 times
                                 indexed by ws-store-index.
           10 ws-store-literals pic xx.
           10 ws-store-name     pic x(20).
           10 ws-store-active   pic x.
           10 ws-st-day-sales   pic 9(10)v99.
           10 ws-st-day-ret     pic 9(10)v99.
           10 ws-st-mtd-sales   pic 9(10)v99.
           10 ws-st-ytd-sales   pic 9(10)v99.
           10 ws-st-mon-plan-s  pic 9(10)v99.
           10 ws-st-mon-plan-r  pic 9(10)v99.
           10 ws-st-ytd-plan-s  pic 9(10)v99.
           10 ws-st-ytd-plan-r  pic 9(10)v99.
       77 ws-store-table-count  pic 99 value 0.
       77 ws-store-mstr-eof     pic x value 'n'.
      *
      * The returns accumulators, one row per store, in the same
      * shape as the S&L accumulators on file-24.
       01 ws-ret-mtd-ytd-table.
         05 ws-rmy-entry         occurs 20 times.
           10 ws-rmy-store-num   pic xx.
           10 ws-rmy-period-year pic 9(4).
           10 ws-rmy-period-month pic 9(2).
           10 ws-rmy-mtd-count   pic 9(8).
           10 ws-rmy-mtd-amt     pic 9(10)v99.
           10 ws-rmy-ytd-count   pic 9(8).
           10 ws-rmy-ytd-amt     pic 9(10)v99.
      *
       01 ws-totals.
         05 ws-tot-day-sales    pic 9(10)v99 value 0.
         05 ws-tot-day-ret      pic 9(10)v99 value 0.
         05 ws-tot-mtd-sales    pic 9(10)v99 value 0.
         05 ws-tot-ytd-sales    pic 9(10)v99 value 0.
         05 ws-tot-mtd-ret      pic 9(10)v99 value 0.
         05 ws-tot-ytd-ret      pic 9(10)v99 value 0.
         05 ws-tot-mon-plan-s   pic 9(10)v99 value 0.
         05 ws-tot-mon-plan-r   pic 9(10)v99 value 0.
         05 ws-tot-ytd-plan-s   pic 9(10)v99 value 0.
         05 ws-tot-ytd-plan-r   pic 9(10)v99 value 0.
      *
      * One store's (or the chain's) figures while they print.
       01 ws-print-figures.
         05 ws-pf-day-sales     pic 9(10)v99.
         05 ws-pf-day-ret       pic 9(10)v99.
         05 ws-pf-mtd-sales     pic 9(10)v99.
         05 ws-pf-ytd-sales     pic 9(10)v99.
         05 ws-pf-mtd-ret       pic 9(10)v99.
         05 ws-pf-ytd-ret       pic 9(10)v99.
         05 ws-pf-mon-plan-s    pic 9(10)v99.
         05 ws-pf-mon-plan-r    pic 9(10)v99.
         05 ws-pf-ytd-plan-s    pic 9(10)v99.
         05 ws-pf-ytd-plan-r    pic 9(10)v99.
      *
       77 ws-plan-mstr-eof      pic x value 'n'.
       77 ws-my-mstr-eof        pic x value 'n'.
       77 ws-rmy-mstr-eof       pic x value 'n'.
       77 ws-sl-eof             pic x value 'n'.
       77 ws-ret-eof            pic x value 'n'.
       77 ws-is-true            pic x value 'y'.
       77 ws-is-false           pic x value 'n'.
       77 ws-1                  pic 9 value 1.
       77 ws-run-date           pic 9(8) value 0.
       77 ws-batch-id           pic 9(6) value 0.
       77 ws-day-batch-count    pic 9(2) value 0.
       77 ws-cur-year           pic 9(4) value 0.
       77 ws-cur-month          pic 9(2) value 0.
       77 ws-cur-day            pic 9(2) value 0.
       77 ws-days-in-month      pic 9(2) value 0.
       77 ws-next-month-date    pic 9(8) value 0.
       77 ws-month-start-date   pic 9(8) value 0.
      *
       77 ws-actual-amt         pic 9(10)v99 value 0.
       77 ws-plan-amt           pic 9(10)v99 value 0.
       77 ws-variance-amt       pic s9(10)v99 value 0.
       77 ws-variance-pct       pic s9(5)v9 value 0.
       77 ws-day-plan-s         pic 9(10)v99 value 0.
       77 ws-day-plan-r         pic 9(10)v99 value 0.
       77 ws-mtd-plan-s         pic 9(10)v99 value 0.
       77 ws-mtd-plan-r         pic 9(10)v99 value 0.
       77 ws-proj-sales         pic 9(10)v99 value 0.
       77 ws-proj-ret           pic 9(10)v99 value 0.
      *
       77 ws-array-pointer      pic 99 value 1.
      *
       procedure division.
       0000-Main.
      *
           accept ws-run-date from date yyyymmdd.
           move ws-run-date(1:4) to ws-cur-year.
           move ws-run-date(5:2) to ws-cur-month.
           move ws-run-date(7:2) to ws-cur-day.
           perform 1050-compute-days-in-month.
           perform 1200-get-batch-id.
           perform 1000-open-files.
           perform 1100-load-store-master.
           perform 1300-load-sales-plan.
           perform 1400-load-sales-mtd-ytd.
           perform 1500-init-ret-mtd-ytd-table.
           perform 1600-load-ret-mtd-ytd.
           perform 2000-print-report-headings.
           perform 3000-accumulate-day-sales.
           perform 3500-accumulate-day-returns.
           perform 4000-print-stores.
           perform 5000-print-chain-total.
           perform 6000-save-ret-mtd-ytd.
           perform 7000-close-files.
           goback.
      *
       1000-open-files.
      *
           open input file-05-sl-data, file-64-posted-returns.
           if ws-day-batch-count > 1 then
               open extend file-141-plan-report
           else
               open output file-141-plan-report
           end-if.
      *
      * The first of next month less the first of this month.
       1050-compute-days-in-month.
      *
           move ws-run-date to ws-month-start-date.
           move 01 to ws-month-start-date(7:2).
           if ws-cur-month = 12 then
               compute ws-next-month-date =
                 (ws-cur-year + 1) * 10000 + 0101
           else
               compute ws-next-month-date =
                 ws-cur-year * 10000 + (ws-cur-month + 1) * 100 + 1
           end-if.
           compute ws-days-in-month =
             function integer-of-date(ws-next-month-date) -
             function integer-of-date(ws-month-start-date).
      *
       1100-load-store-master.
      *
           open input file-13-store-master.
      *
           perform until ws-store-mstr-eof = ws-is-true
               read file-13-store-master
                   at end
                       move ws-is-true to ws-store-mstr-eof
                   not at end
                       add ws-1 to ws-store-table-count
                       set ws-store-index to ws-store-table-count
                       move smr-store-num to ws-store-literals(
                           ws-store-index)
                       move smr-store-name to ws-store-name(
                           ws-store-index)
                       move smr-store-active to ws-store-active(
                           ws-store-index)
                       move 0 to ws-st-day-sales(ws-store-index)
                       move 0 to ws-st-day-ret(ws-store-index)
                       move 0 to ws-st-mtd-sales(ws-store-index)
                       move 0 to ws-st-ytd-sales(ws-store-index)
                       move 0 to ws-st-mon-plan-s(ws-store-index)
                       move 0 to ws-st-mon-plan-r(ws-store-index)
                       move 0 to ws-st-ytd-plan-s(ws-store-index)
                       move 0 to ws-st-ytd-plan-r(ws-store-index)
               end-read
           end-perform.
      *
           close file-13-store-master.
      *
      * Edit runs first in the daily chain and hands out the batch
      * id; this program just reads what Edit left here.
       1200-get-batch-id.
      *
           move 0 to ws-batch-id.
           move 0 to ws-day-batch-count.
      *
           open input file-26-batch-id-ctl.
           read file-26-batch-id-ctl
               at end
                   continue
               not at end
                   move bic-last-batch to ws-batch-id
                   if bic-last-run-date = ws-run-date then
                       move bic-day-batch-count to ws-day-batch-count
                   end-if
           end-read.
           close file-26-batch-id-ctl.
      *
      * This year's active plan rows: the current month's plan is
      * kept whole for the projection and the day/MTD proration,
      * earlier months go into the year-to-date plan in full and
      * the current month goes in prorated to today.
       1300-load-sales-plan.
      *
           open input file-139-sales-plan.
      *
           perform until ws-plan-mstr-eof = ws-is-true
               read file-139-sales-plan
                   at end
                       move ws-is-true to ws-plan-mstr-eof
                   not at end
                       if sp-plan-active = 'Y' and
                         sp-plan-year = ws-cur-year then
                           perform 1310-apply-plan-record
                       end-if
               end-read
           end-perform.
      *
           close file-139-sales-plan.
      *
       1310-apply-plan-record.
      *
           set ws-store-index to ws-1.
           search ws-store-table varying ws-store-index
               when ws-store-literals(ws-store-index) = sp-store-num
                   if sp-plan-month < ws-cur-month then
                       add sp-plan-sales to ws-st-ytd-plan-s(
                           ws-store-index)
                       add sp-plan-returns to ws-st-ytd-plan-r(
                           ws-store-index)
                   end-if
                   if sp-plan-month = ws-cur-month then
                       move sp-plan-sales to ws-st-mon-plan-s(
                           ws-store-index)
                       move sp-plan-returns to ws-st-mon-plan-r(
                           ws-store-index)
                       compute ws-st-ytd-plan-s(ws-store-index) =
                         ws-st-ytd-plan-s(ws-store-index) +
                         sp-plan-sales * ws-cur-day / ws-days-in-month
                       compute ws-st-ytd-plan-r(ws-store-index) =
                         ws-st-ytd-plan-r(ws-store-index) +
                         sp-plan-returns * ws-cur-day /
                         ws-days-in-month
                   end-if
           end-search.
      *
       1400-load-sales-mtd-ytd.
      *
           open input file-24-mtd-ytd-master.
      *
           perform until ws-my-mstr-eof = ws-is-true
               read file-24-mtd-ytd-master
                   at end
                       move ws-is-true to ws-my-mstr-eof
                   not at end
                       perform 1410-apply-sales-mtd-ytd
               end-read
           end-perform.
      *
           close file-24-mtd-ytd-master.
      *
       1410-apply-sales-mtd-ytd.
      *
           set ws-store-index to ws-1.
           search ws-store-table varying ws-store-index
               when ws-store-literals(ws-store-index) = my-store-num
                   if my-period-year = ws-cur-year then
                       move my-ytd-amt to ws-st-ytd-sales(
                           ws-store-index)
                       if my-period-month = ws-cur-month then
                           move my-mtd-amt to ws-st-mtd-sales(
                               ws-store-index)
                       end-if
                   end-if
           end-search.
      *
       1500-init-ret-mtd-ytd-table.
      *
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-store-table-count)
               move ws-store-literals(ws-array-pointer) to
                 ws-rmy-store-num(ws-array-pointer)
               move ws-cur-year to ws-rmy-period-year(
                 ws-array-pointer)
               move ws-cur-month to ws-rmy-period-month(
                 ws-array-pointer)
               move 0 to ws-rmy-mtd-count(ws-array-pointer)
               move 0 to ws-rmy-mtd-amt(ws-array-pointer)
               move 0 to ws-rmy-ytd-count(ws-array-pointer)
               move 0 to ws-rmy-ytd-amt(ws-array-pointer)
           end-perform.
      *
      * A new year starts the YTD over and a new month starts the
      * MTD over, the same way the S&L accumulators roll.
       1600-load-ret-mtd-ytd.
      *
           open input file-140-ret-mtd-ytd.
      *
           perform until ws-rmy-mstr-eof = ws-is-true
               read file-140-ret-mtd-ytd
                   at end
                       move ws-is-true to ws-rmy-mstr-eof
                   not at end
                       perform 1610-apply-ret-mtd-ytd
               end-read
           end-perform.
      *
           close file-140-ret-mtd-ytd.
      *
       1610-apply-ret-mtd-ytd.
      *
           set ws-store-index to ws-1.
           search ws-store-table varying ws-store-index
               when ws-store-literals(ws-store-index) = rmy-store-num
                   if rmy-period-year = ws-cur-year then
                       move rmy-ytd-count to ws-rmy-ytd-count(
                           ws-store-index)
                       move rmy-ytd-amt to ws-rmy-ytd-amt(
                           ws-store-index)
                       if rmy-period-month = ws-cur-month then
                           move rmy-mtd-count to ws-rmy-mtd-count(
                               ws-store-index)
                           move rmy-mtd-amt to ws-rmy-mtd-amt(
                               ws-store-index)
                       end-if
                   end-if
           end-search.
      *
       2000-print-report-headings.
      *
           write report-print-line from spaces.
           write report-print-line from ws-report-name-line.
           write report-print-line from spaces.
           write report-print-line from ws-report-title-line.
           move ws-run-date  to ws-rsl-run-date.
           move ws-batch-id  to ws-rsl-batch-id.
           write report-print-line from ws-run-stamp-line.
           move ws-cur-day to ws-mol-day.
           move ws-days-in-month to ws-mol-days.
           write report-print-line from ws-month-line.
      *
      * Every batch rung today counts toward the day's sales; S and
      * L Processing has already put them into file-24.
       3000-accumulate-day-sales.
      *
           perform until ws-sl-eof = ws-is-true
               read file-05-sl-data
                   at end
                       move ws-is-true to ws-sl-eof
                   not at end
                       set ws-store-index to ws-1
                       search ws-store-table varying ws-store-index
                           when ws-store-literals(ws-store-index) =
                             in-sl-store-num
                               add in-sl-trans-amt to ws-st-day-sales(
                                   ws-store-index)
                       end-search
               end-read
           end-perform.
      *
      * Every return posted today counts toward the day's returns;
      * only this batch's are posted to the returns accumulators. A
      * backdated return credits the period it was rung in.
       3500-accumulate-day-returns.
      *
           perform until ws-ret-eof = ws-is-true
               read file-64-posted-returns
                   at end
                       move ws-is-true to ws-ret-eof
                   not at end
                       set ws-store-index to ws-1
                       search ws-store-table varying ws-store-index
                           when ws-store-literals(ws-store-index) =
                             in-ret-store-num
                               add in-ret-trans-amt to ws-st-day-ret(
                                   ws-store-index)
                               if in-ret-batch-id = ws-batch-id then
                                   perform 3510-post-ret-mtd-ytd
                               end-if
                       end-search
               end-read
           end-perform.
      *
       3510-post-ret-mtd-ytd.
      *
           if in-ret-trans-date(1:4) = ws-cur-year then
               add ws-1 to ws-rmy-ytd-count(ws-store-index)
               add in-ret-trans-amt to ws-rmy-ytd-amt(ws-store-index)
               if in-ret-trans-date(5:2) = ws-cur-month then
                   add ws-1 to ws-rmy-mtd-count(ws-store-index)
                   add in-ret-trans-amt to ws-rmy-mtd-amt(
                       ws-store-index)
               end-if
           end-if.
      *
      * Inactive stores with no business today and no plan are
      * left off.
       4000-print-stores.
      *
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-store-table-count)
               set ws-store-index to ws-array-pointer
               if ws-store-active(ws-store-index) = 'Y' or
                 ws-st-mtd-sales(ws-store-index) > 0 or
                 ws-st-mon-plan-s(ws-store-index) > 0 then
                   perform 4100-print-one-store
               end-if
           end-perform.
      *
       4100-print-one-store.
      *
           move ws-st-day-sales(ws-store-index) to ws-pf-day-sales.
           move ws-st-day-ret(ws-store-index) to ws-pf-day-ret.
           move ws-st-mtd-sales(ws-store-index) to ws-pf-mtd-sales.
           move ws-st-ytd-sales(ws-store-index) to ws-pf-ytd-sales.
           move ws-rmy-mtd-amt(ws-store-index) to ws-pf-mtd-ret.
           move ws-rmy-ytd-amt(ws-store-index) to ws-pf-ytd-ret.
           move ws-st-mon-plan-s(ws-store-index) to ws-pf-mon-plan-s.
           move ws-st-mon-plan-r(ws-store-index) to ws-pf-mon-plan-r.
           move ws-st-ytd-plan-s(ws-store-index) to ws-pf-ytd-plan-s.
           move ws-st-ytd-plan-r(ws-store-index) to ws-pf-ytd-plan-r.
      *
           add ws-pf-day-sales to ws-tot-day-sales.
           add ws-pf-day-ret to ws-tot-day-ret.
           add ws-pf-mtd-sales to ws-tot-mtd-sales.
           add ws-pf-ytd-sales to ws-tot-ytd-sales.
           add ws-pf-mtd-ret to ws-tot-mtd-ret.
           add ws-pf-ytd-ret to ws-tot-ytd-ret.
           add ws-pf-mon-plan-s to ws-tot-mon-plan-s.
           add ws-pf-mon-plan-r to ws-tot-mon-plan-r.
           add ws-pf-ytd-plan-s to ws-tot-ytd-plan-s.
           add ws-pf-ytd-plan-r to ws-tot-ytd-plan-r.
      *
           move ws-store-literals(ws-store-index) to ws-stl-store-num.
           move ws-store-name(ws-store-index) to ws-stl-store-name.
           perform 4200-print-figures.
      *
      * Prints the DAY, MTD, YTD and projection lines for whatever
      * is in ws-print-figures under the store line.
       4200-print-figures.
      *
           compute ws-day-plan-s rounded =
             ws-pf-mon-plan-s / ws-days-in-month.
           compute ws-day-plan-r rounded =
             ws-pf-mon-plan-r / ws-days-in-month.
           compute ws-mtd-plan-s rounded =
             ws-pf-mon-plan-s * ws-cur-day / ws-days-in-month.
           compute ws-mtd-plan-r rounded =
             ws-pf-mon-plan-r * ws-cur-day / ws-days-in-month.
           compute ws-proj-sales rounded =
             ws-pf-mtd-sales * ws-days-in-month / ws-cur-day.
           compute ws-proj-ret rounded =
             ws-pf-mtd-ret * ws-days-in-month / ws-cur-day.
      *
           write report-print-line from spaces.
           write report-print-line from ws-store-line.
           write report-print-line from ws-group-heading.
           write report-print-line from ws-column-heading.
      *
           move "DAY" to ws-dl-period.
           move ws-pf-day-sales to ws-actual-amt.
           move ws-day-plan-s to ws-plan-amt.
           perform 8000-compute-variance.
           perform 4210-move-sales-columns.
           move ws-pf-day-ret to ws-actual-amt.
           move ws-day-plan-r to ws-plan-amt.
           perform 8000-compute-variance.
           perform 4220-move-returns-columns.
           write report-print-line from ws-detail-line.
      *
           move "MTD" to ws-dl-period.
           move ws-pf-mtd-sales to ws-actual-amt.
           move ws-mtd-plan-s to ws-plan-amt.
           perform 8000-compute-variance.
           perform 4210-move-sales-columns.
           move ws-pf-mtd-ret to ws-actual-amt.
           move ws-mtd-plan-r to ws-plan-amt.
           perform 8000-compute-variance.
           perform 4220-move-returns-columns.
           write report-print-line from ws-detail-line.
      *
           move "YTD" to ws-dl-period.
           move ws-pf-ytd-sales to ws-actual-amt.
           move ws-pf-ytd-plan-s to ws-plan-amt.
           perform 8000-compute-variance.
           perform 4210-move-sales-columns.
           move ws-pf-ytd-ret to ws-actual-amt.
           move ws-pf-ytd-plan-r to ws-plan-amt.
           perform 8000-compute-variance.
           perform 4220-move-returns-columns.
           write report-print-line from ws-detail-line.
      *
      * The projection is compared against the whole month's plan.
           move "PROJ EOM" to ws-dl-period.
           move ws-proj-sales to ws-actual-amt.
           move ws-pf-mon-plan-s to ws-plan-amt.
           perform 8000-compute-variance.
           perform 4210-move-sales-columns.
           move ws-proj-ret to ws-actual-amt.
           move ws-pf-mon-plan-r to ws-plan-amt.
           perform 8000-compute-variance.
           perform 4220-move-returns-columns.
           write report-print-line from ws-detail-line.
      *
           if ws-proj-sales < ws-pf-mon-plan-s then
               write report-print-line from ws-behind-line
           end-if.
      *
       4210-move-sales-columns.
      *
           move ws-actual-amt to ws-dl-sales-act.
           move ws-plan-amt to ws-dl-sales-plan.
           move ws-variance-amt to ws-dl-sales-var.
           move ws-variance-pct to ws-dl-sales-pct.
      *
       4220-move-returns-columns.
      *
           move ws-actual-amt to ws-dl-ret-act.
           move ws-plan-amt to ws-dl-ret-plan.
           move ws-variance-amt to ws-dl-ret-var.
           move ws-variance-pct to ws-dl-ret-pct.
      *
       5000-print-chain-total.
      *
           move ws-tot-day-sales to ws-pf-day-sales.
           move ws-tot-day-ret to ws-pf-day-ret.
           move ws-tot-mtd-sales to ws-pf-mtd-sales.
           move ws-tot-ytd-sales to ws-pf-ytd-sales.
           move ws-tot-mtd-ret to ws-pf-mtd-ret.
           move ws-tot-ytd-ret to ws-pf-ytd-ret.
           move ws-tot-mon-plan-s to ws-pf-mon-plan-s.
           move ws-tot-mon-plan-r to ws-pf-mon-plan-r.
           move ws-tot-ytd-plan-s to ws-pf-ytd-plan-s.
           move ws-tot-ytd-plan-r to ws-pf-ytd-plan-r.
      *
           move "**" to ws-stl-store-num.
           move "ALL STORES" to ws-stl-store-name.
           perform 4200-print-figures.
      *
       6000-save-ret-mtd-ytd.
      *
           open output file-140-ret-mtd-ytd.
      *
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-store-table-count)
               move ws-rmy-entry(ws-array-pointer) to ret-mtd-ytd-rec
               write ret-mtd-ytd-rec
           end-perform.
      *
           close file-140-ret-mtd-ytd.
      *
       7000-close-files.
      *
           close file-05-sl-data, file-64-posted-returns,
             file-141-plan-report.
      *
      * Variance is actual less plan; the percent is of plan and is
      * left at zero where there is no plan to measure against.
       8000-compute-variance.
      *
           compute ws-variance-amt = ws-actual-amt - ws-plan-amt.
           move 0 to ws-variance-pct.
           if ws-plan-amt > 0 then
               compute ws-variance-pct rounded =
                 ws-variance-amt * 100 / ws-plan-amt
                   on size error
                       move 0 to ws-variance-pct
               end-compute
           end-if.
      *
       end program SalesPlanReport.
