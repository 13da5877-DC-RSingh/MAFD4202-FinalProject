       identification division.
       program-id. LoyaltyProcessing.
       author. Raje Singh.
       date-written. 2026-10-15.
      * Program Description:
      * Posts the batch's loyalty points against the points master.
      * A sale or layaway payment that names a customer earns points
      * at the control file's points-per-dollar rate; one tendered
      * to points ('LP') redeems them instead, at the control point
      * value. A return or void of an earning purchase takes the
      * points back off, and one refunded to points puts redeemed
      * points back on. Customers seen for the first time are
      * enrolled. Points on an account with no activity for the
      * control file's expiry period are expired. The first run of
      * each month prints the points liability at the close of the
      * month before, for finance to book.
      *
       environment division.
       input-output section.
       file-control.
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
           select file-10-void-data
               assign
                   to '../../../../datafiles/data/file-10-void-data.dat'
               organization is line sequential.
      *
           select file-133-loyalty-master
               assign
                   to
                   '../../../../datafiles/data/file-133-loyalty.dat'
               organization is line sequential.
      *
           select file-134-loyalty-control
               assign
                   to
                   '../../../../datafiles/data/file-134-loyalty-ctl.dat'
               organization is line sequential.
      *
           select file-135-loyalty-report
               assign
                   to
                   '../../../../datafiles/data/file-135-loyalty-rpt.out'
               organization is line sequential.
      *
           select file-136-points-liability
               assign
                   to
                   '../../../../datafiles/data/file-136-pts-liab.out'
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
       fd file-10-void-data
           data record is in-void-data.
      *
       01 in-void-data.
         05 in-vd-trans-code   pic x.
         05 in-vd-trans-amt    pic 9(5)V99.
         05 in-vd-pay-type     pic XX.
         05 in-vd-store-num    pic XX.
         05 in-vd-invoice-num  pic X(9).
         05 in-vd-sku-code     pic X(15).
         05 in-vd-cashier-id   pic X(4).
         05 in-vd-quantity     pic 9(3).
         05 in-vd-card-num     pic X(12).
         05 in-vd-cust-num     pic X(8).
         05 in-vd-trans-date   pic 9(8).
         05 in-vd-batch-id     pic 9(6).
         05 in-vd-sale-date    pic 9(8).
      *
       fd file-133-loyalty-master
           data record is loyalty-master-rec.
      *
       01 loyalty-master-rec.
         05 lm-cust-num         pic x(8).
         05 lm-points-balance   pic 9(9).
         05 lm-earned-ltd       pic 9(9).
         05 lm-redeemed-ltd     pic 9(9).
         05 lm-expired-ltd      pic 9(9).
         05 lm-last-activity    pic 9(8).
         05 lm-enrol-date       pic 9(8).
      *
      * Points earned per whole dollar, the dollar value of one point
      * when redeemed, the days without activity before a balance
      * expires, and the last month the liability report was run for.
       fd file-134-loyalty-control
           data record is loyalty-control-rec.
      *
       01 loyalty-control-rec.
         05 lc-points-per-dollar pic 9(3).
         05 lc-point-value      pic 9v9(4).
         05 lc-expiry-days      pic 9(4).
         05 lc-last-liab-month  pic 9(6).
      *
       fd file-135-loyalty-report
           data record is report-print-line.
      *
       01 report-print-line    pic x(120).
      *
       fd file-136-points-liability
           data record is liab-print-line.
      *
       01 liab-print-line      pic x(120).
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
         05 filler             pic x(24) value
                               "LOYALTY POINTS ACTIVITY".
      *
       01 ws-liab-title-line.
         05 filler             pic x(10) value spaces.
         05 filler             pic x(33) value
                               "LOYALTY POINTS LIABILITY - MONTH".
         05 ws-ltl-month       pic 9(6).
      *
       01 ws-run-stamp-line.
         05 filler             pic x(10) value "RUN DATE: ".
         05 ws-rsl-run-date    pic 9(8).
         05 filler             pic x(13) value "   BATCH ID: ".
         05 ws-rsl-batch-id    pic z(5)9.
      *
       01 ws-expiry-heading.
         05 filler             pic x(12) value "CUSTOMER".
         05 filler             pic x(16) value "POINTS EXPIRED".
         05 filler             pic x(14) value "LAST ACTIVITY".
      *
       01 ws-expiry-detail-line.
         05 ws-edl-cust-num    pic x(8).
         05 filler             pic x(4) value spaces.
         05 ws-edl-points      pic z(8)9.
         05 filler             pic x(7) value spaces.
         05 ws-edl-last-act    pic 9(8).
      *
       01 ws-liab-heading.
         05 filler             pic x(12) value "CUSTOMER".
         05 filler             pic x(14) value "POINTS".
         05 filler             pic x(14) value "VALUE".
         05 filler             pic x(14) value "LAST ACTIVITY".
      *
       01 ws-liab-detail-line.
         05 ws-ldl-cust-num    pic x(8).
         05 filler             pic x(4) value spaces.
         05 ws-ldl-points      pic z(8)9.
         05 filler             pic x(3) value spaces.
         05 ws-ldl-value       pic $z(6)9.99.
         05 filler             pic x(3) value spaces.
         05 ws-ldl-last-act    pic 9(8).
      *
       01 ws-summary-line.
         05 filler             pic x(2) value spaces.
         05 ws-sml-label       pic x(34).
         05 ws-sml-count       pic z(8)9.
      *
       01 ws-summary-amount-line.
         05 filler             pic x(2) value spaces.
         05 ws-sal-label       pic x(34).
         05 ws-sal-count       pic z(8)9.
         05 filler             pic x(4) value spaces.
         05 ws-sal-amount      pic $z(8)9.99.
      *
       01 ws-loyalty-table.
         05 ws-lp-entry          occurs 2000 times
                                  indexed by ws-lp-index
                                  ws-lp-srch-index.
           10 ws-lp-cust-num     pic x(8).
           10 ws-lp-points       pic 9(9).
           10 ws-lp-earned-ltd   pic 9(9).
           10 ws-lp-redeemed-ltd pic 9(9).
           10 ws-lp-expired-ltd  pic 9(9).
           10 ws-lp-last-act     pic 9(8).
           10 ws-lp-enrol-date   pic 9(8).
       77 ws-lp-table-count      pic 9(4) value 0.
       77 ws-lp-mstr-eof         pic x value 'n'.
       77 ws-lp-found-ptr        pic 9(4) value 0.
      *
       77 ws-points-per-dollar   pic 9(3) value 1.
       77 ws-point-value         pic 9v9(4) value 0.0100.
       77 ws-expiry-days         pic 9(4) value 365.
       77 ws-last-liab-month     pic 9(6) value 0.
       77 ws-run-month           pic 9(6) value 0.
       77 ws-liab-month          pic 9(6) value 0.
      *
       77 ws-sl-eof              pic x value 'n'.
       77 ws-ret-eof             pic x value 'n'.
       77 ws-void-eof            pic x value 'n'.
       77 ws-day-batch-count     pic 9(2) value 0.
       77 ws-is-true             pic x value 'y'.
       77 ws-1                   pic 9 value 1.
       77 ws-run-date            pic 9(8) value 0.
       77 ws-batch-id            pic 9(6) value 0.
      *
       77 ws-work-cust-num       pic x(8) value spaces.
       77 ws-work-amount         pic 9(5)v99 value 0.
       77 ws-points              pic 9(9) value 0.
       77 ws-points-value        pic 9(9)v9(4) value 0.
       77 ws-run-int             pic s9(8) comp value 0.
       77 ws-last-int            pic s9(8) comp value 0.
      *
       77 ws-earned-count        pic 9(6) value 0.
       77 ws-earned-points       pic 9(9) value 0.
       77 ws-redeemed-count      pic 9(6) value 0.
       77 ws-redeemed-points     pic 9(9) value 0.
       77 ws-redeemed-amount     pic 9(9)v99 value 0.
       77 ws-reversed-count      pic 9(6) value 0.
       77 ws-reversed-points     pic 9(9) value 0.
       77 ws-restored-count      pic 9(6) value 0.
       77 ws-restored-points     pic 9(9) value 0.
       77 ws-short-count         pic 9(6) value 0.
       77 ws-short-points        pic 9(9) value 0.
       77 ws-expired-count       pic 9(6) value 0.
       77 ws-expired-points      pic 9(9) value 0.
       77 ws-enrolled-count      pic 9(6) value 0.
       77 ws-liab-members        pic 9(6) value 0.
       77 ws-liab-points         pic 9(11) value 0.
       77 ws-liab-amount         pic 9(9)v99 value 0.
      *
       77 ws-array-pointer       pic 9(4) value 1.
      *
       procedure division.
       0000-Main.
      *
           accept ws-run-date from date yyyymmdd.
           perform 1200-get-batch-id.
           perform 1000-open-files.
           perform 1050-load-loyalty-control.
           perform 1100-load-loyalty-master.
           perform 2000-print-report-headings.
           if ws-run-month > ws-last-liab-month then
               perform 2500-print-liability-report
           end-if.
           perform 3000-post-sales.
           perform 4000-post-returns.
           perform 4500-post-voids.
           perform 4800-expire-inactive-points.
           perform 5000-print-summary.
           perform 6000-save-loyalty-master.
           perform 6100-save-loyalty-control.
           perform 7000-close-files.
           goback.
      *
       1000-open-files.
      *
           open input file-05-sl-data, file-64-posted-returns,
             file-10-void-data.
           if ws-day-batch-count > 1 then
               open extend file-135-loyalty-report
           else
               open output file-135-loyalty-report
           end-if.
      *
       1050-load-loyalty-control.
      *
           open input file-134-loyalty-control.
           read file-134-loyalty-control
               at end
                   continue
               not at end
                   move lc-points-per-dollar to ws-points-per-dollar
                   move lc-point-value to ws-point-value
                   move lc-expiry-days to ws-expiry-days
                   move lc-last-liab-month to ws-last-liab-month
           end-read.
           close file-134-loyalty-control.
      *
           move ws-run-date(1:6) to ws-run-month.
           compute ws-run-int = function integer-of-date(ws-run-date).
      *
       1100-load-loyalty-master.
      *
           open input file-133-loyalty-master.
      *
           perform until ws-lp-mstr-eof = ws-is-true
               read file-133-loyalty-master
                   at end
                       move ws-is-true to ws-lp-mstr-eof
                   not at end
                       add ws-1 to ws-lp-table-count
                       set ws-lp-index to ws-lp-table-count
                       move lm-cust-num to ws-lp-cust-num(
                           ws-lp-index)
                       move lm-points-balance to ws-lp-points(
                           ws-lp-index)
                       move lm-earned-ltd to ws-lp-earned-ltd(
                           ws-lp-index)
                       move lm-redeemed-ltd to ws-lp-redeemed-ltd(
                           ws-lp-index)
                       move lm-expired-ltd to ws-lp-expired-ltd(
                           ws-lp-index)
                       move lm-last-activity to ws-lp-last-act(
                           ws-lp-index)
                       move lm-enrol-date to ws-lp-enrol-date(
                           ws-lp-index)
               end-read
           end-perform.
      *
           close file-133-loyalty-master.
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
       2000-print-report-headings.
      *
           write report-print-line from spaces.
           write report-print-line from ws-report-name-line.
           write report-print-line from spaces.
           write report-print-line from ws-report-title-line.
           move ws-run-date  to ws-rsl-run-date.
           move ws-batch-id  to ws-rsl-batch-id.
           write report-print-line from ws-run-stamp-line.
           write report-print-line from spaces.
      *
      * The first run of a month reports the balances as they stood
      * before tonight's batch - the close of the month before. The
      * liability is the points outstanding at the current point
      * value.
       2500-print-liability-report.
      *
           if ws-run-date(5:2) = '01' then
               compute ws-liab-month = ws-run-month - 89
           else
               compute ws-liab-month = ws-run-month - 1
           end-if.
      *
           open output file-136-points-liability.
           write liab-print-line from spaces.
           write liab-print-line from ws-report-name-line.
           write liab-print-line from spaces.
           move ws-liab-month to ws-ltl-month.
           write liab-print-line from ws-liab-title-line.
           move ws-run-date  to ws-rsl-run-date.
           move ws-batch-id  to ws-rsl-batch-id.
           write liab-print-line from ws-run-stamp-line.
           write liab-print-line from spaces.
           write liab-print-line from ws-liab-heading.
           write liab-print-line from spaces.
      *
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-lp-table-count)
               if ws-lp-points(ws-array-pointer) > 0 then
                   compute ws-points-value rounded =
                     ws-lp-points(ws-array-pointer) * ws-point-value
                   move ws-lp-cust-num(ws-array-pointer) to
                     ws-ldl-cust-num
                   move ws-lp-points(ws-array-pointer) to
                     ws-ldl-points
                   move ws-points-value to ws-ldl-value
                   move ws-lp-last-act(ws-array-pointer) to
                     ws-ldl-last-act
                   write liab-print-line from ws-liab-detail-line
                   add ws-1 to ws-liab-members
                   add ws-lp-points(ws-array-pointer) to
                     ws-liab-points
               end-if
           end-perform.
      *
           compute ws-liab-amount rounded =
             ws-liab-points * ws-point-value.
           write liab-print-line from spaces.
           move "MEMBERS HOLDING POINTS:" to ws-sml-label.
           move ws-liab-members to ws-sml-count.
           write liab-print-line from ws-summary-line.
           move "POINTS LIABILITY:" to ws-sal-label.
           move ws-liab-points to ws-sal-count.
           move ws-liab-amount to ws-sal-amount.
           write liab-print-line from ws-summary-amount-line.
           close file-136-points-liability.
      *
           move ws-run-month to ws-last-liab-month.
      *
       3000-post-sales.
      *
           perform 3010-read-sl-record.
           perform until ws-sl-eof = ws-is-true
               if in-sl-batch-id = ws-batch-id and
                 in-sl-cust-num not = spaces then
                   perform 3100-post-one-sale
               end-if
               perform 3010-read-sl-record
           end-perform.
      *
       3010-read-sl-record.
      *
           read file-05-sl-data
               at end
                   move ws-is-true to ws-sl-eof.
      *
      * A points-tendered purchase redeems and earns nothing; any
      * other tender earns.
       3100-post-one-sale.
      *
           move in-sl-cust-num to ws-work-cust-num.
           move in-sl-trans-amt to ws-work-amount.
           perform 8000-find-member.
      *
           if in-sl-pay-type = 'LP' then
               perform 8200-points-for-amount
               if ws-points > ws-lp-points(ws-lp-found-ptr) then
                   add ws-1 to ws-short-count
                   compute ws-short-points = ws-short-points +
                     ws-points - ws-lp-points(ws-lp-found-ptr)
                   move ws-lp-points(ws-lp-found-ptr) to ws-points
               end-if
               subtract ws-points from ws-lp-points(ws-lp-found-ptr)
               add ws-points to ws-lp-redeemed-ltd(ws-lp-found-ptr)
               add ws-1 to ws-redeemed-count
               add ws-points to ws-redeemed-points
               add in-sl-trans-amt to ws-redeemed-amount
           else
               perform 8100-points-earned
               add ws-points to ws-lp-points(ws-lp-found-ptr)
               add ws-points to ws-lp-earned-ltd(ws-lp-found-ptr)
               add ws-1 to ws-earned-count
               add ws-points to ws-earned-points
           end-if.
      *
           move ws-run-date to ws-lp-last-act(ws-lp-found-ptr).
      *
       4000-post-returns.
      *
           perform 4010-read-return-record.
           perform until ws-ret-eof = ws-is-true
               if in-ret-batch-id = ws-batch-id and
                 in-ret-cust-num not = spaces then
                   move in-ret-cust-num to ws-work-cust-num
                   move in-ret-trans-amt to ws-work-amount
                   if in-ret-pay-type = 'LP' then
                       perform 4300-restore-points
                   else
                       perform 4200-reverse-points
                   end-if
               end-if
               perform 4010-read-return-record
           end-perform.
      *
       4010-read-return-record.
      *
           read file-64-posted-returns
               at end
                   move ws-is-true to ws-ret-eof.
      *
      * The points the purchase earned come back off. A balance
      * already spent down cannot go below zero; the points that
      * could not be taken back are counted on the summary.
       4200-reverse-points.
      *
           perform 8000-find-member.
           perform 8100-points-earned.
           if ws-points > ws-lp-points(ws-lp-found-ptr) then
               add ws-1 to ws-short-count
               compute ws-short-points = ws-short-points +
                 ws-points - ws-lp-points(ws-lp-found-ptr)
               move ws-lp-points(ws-lp-found-ptr) to ws-points
           end-if.
           subtract ws-points from ws-lp-points(ws-lp-found-ptr).
           add ws-1 to ws-reversed-count.
           add ws-points to ws-reversed-points.
           move ws-run-date to ws-lp-last-act(ws-lp-found-ptr).
      *
      * A refund or void of a points-tendered purchase gives the
      * redeemed points back.
       4300-restore-points.
      *
           perform 8000-find-member.
           perform 8200-points-for-amount.
           add ws-points to ws-lp-points(ws-lp-found-ptr).
           if ws-points > ws-lp-redeemed-ltd(ws-lp-found-ptr) then
               move 0 to ws-lp-redeemed-ltd(ws-lp-found-ptr)
           else
               subtract ws-points from ws-lp-redeemed-ltd(
                   ws-lp-found-ptr)
           end-if.
           add ws-1 to ws-restored-count.
           add ws-points to ws-restored-points.
           move ws-run-date to ws-lp-last-act(ws-lp-found-ptr).
      *
       4500-post-voids.
      *
           perform 4510-read-void-record.
           perform until ws-void-eof = ws-is-true
               if in-vd-batch-id = ws-batch-id and
                 in-vd-cust-num not = spaces then
                   move in-vd-cust-num to ws-work-cust-num
                   move in-vd-trans-amt to ws-work-amount
                   if in-vd-pay-type = 'LP' then
                       perform 4300-restore-points
                   else
                       perform 4200-reverse-points
                   end-if
               end-if
               perform 4510-read-void-record
           end-perform.
      *
       4510-read-void-record.
      *
           read file-10-void-data
               at end
                   move ws-is-true to ws-void-eof.
      *
      * A balance with no earning, redeeming or reversal for longer
      * than the expiry period is written off in full.
       4800-expire-inactive-points.
      *
           write report-print-line from ws-expiry-heading.
           write report-print-line from spaces.
      *
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-lp-table-count)
               if ws-lp-points(ws-array-pointer) > 0 then
                   compute ws-last-int = function integer-of-date(
                     ws-lp-last-act(ws-array-pointer))
                   if ws-run-int - ws-last-int > ws-expiry-days then
                       perform 4810-expire-one-member
                   end-if
               end-if
           end-perform.
      *
       4810-expire-one-member.
      *
           move ws-lp-cust-num(ws-array-pointer) to ws-edl-cust-num.
           move ws-lp-points(ws-array-pointer) to ws-edl-points.
           move ws-lp-last-act(ws-array-pointer) to ws-edl-last-act.
           write report-print-line from ws-expiry-detail-line.
      *
           add ws-1 to ws-expired-count.
           add ws-lp-points(ws-array-pointer) to ws-expired-points.
           add ws-lp-points(ws-array-pointer) to
             ws-lp-expired-ltd(ws-array-pointer).
           move 0 to ws-lp-points(ws-array-pointer).
      *
       5000-print-summary.
      *
           write report-print-line from spaces.
           move "POINTS EARNED:" to ws-sml-label.
           move ws-earned-points to ws-sml-count.
           write report-print-line from ws-summary-line.
           move "  ON PURCHASES:" to ws-sml-label.
           move ws-earned-count to ws-sml-count.
           write report-print-line from ws-summary-line.
           move "POINTS REDEEMED:" to ws-sal-label.
           move ws-redeemed-points to ws-sal-count.
           move ws-redeemed-amount to ws-sal-amount.
           write report-print-line from ws-summary-amount-line.
           move "  ON PURCHASES:" to ws-sml-label.
           move ws-redeemed-count to ws-sml-count.
           write report-print-line from ws-summary-line.
           move "POINTS REVERSED - RETURNS/VOIDS:" to ws-sml-label.
           move ws-reversed-points to ws-sml-count.
           write report-print-line from ws-summary-line.
           move "POINTS RESTORED - REFUNDS/VOIDS:" to ws-sml-label.
           move ws-restored-points to ws-sml-count.
           write report-print-line from ws-summary-line.
           move "POINTS SHORT - BALANCE SPENT:" to ws-sml-label.
           move ws-short-points to ws-sml-count.
           write report-print-line from ws-summary-line.
           move "POINTS EXPIRED:" to ws-sml-label.
           move ws-expired-points to ws-sml-count.
           write report-print-line from ws-summary-line.
           move "  ACCOUNTS EXPIRED:" to ws-sml-label.
           move ws-expired-count to ws-sml-count.
           write report-print-line from ws-summary-line.
           move "NEW MEMBERS ENROLLED:" to ws-sml-label.
           move ws-enrolled-count to ws-sml-count.
           write report-print-line from ws-summary-line.
      *
       6000-save-loyalty-master.
      *
           open output file-133-loyalty-master.
      *
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-lp-table-count)
               move ws-lp-cust-num(ws-array-pointer) to lm-cust-num
               move ws-lp-points(ws-array-pointer) to
                 lm-points-balance
               move ws-lp-earned-ltd(ws-array-pointer) to
                 lm-earned-ltd
               move ws-lp-redeemed-ltd(ws-array-pointer) to
                 lm-redeemed-ltd
               move ws-lp-expired-ltd(ws-array-pointer) to
                 lm-expired-ltd
               move ws-lp-last-act(ws-array-pointer) to
                 lm-last-activity
               move ws-lp-enrol-date(ws-array-pointer) to
                 lm-enrol-date
               write loyalty-master-rec
           end-perform.
      *
           close file-133-loyalty-master.
      *
       6100-save-loyalty-control.
      *
           open output file-134-loyalty-control.
           move ws-points-per-dollar to lc-points-per-dollar.
           move ws-point-value to lc-point-value.
           move ws-expiry-days to lc-expiry-days.
           move ws-last-liab-month to lc-last-liab-month.
           write loyalty-control-rec.
           close file-134-loyalty-control.
      *
       7000-close-files.
      *
           close file-05-sl-data, file-64-posted-returns,
             file-10-void-data, file-135-loyalty-report.
      *
      * A customer new to the programme is enrolled on first sight.
       8000-find-member.
      *
           move 0 to ws-lp-found-ptr.
           set ws-lp-srch-index to ws-1.
           search ws-lp-entry varying ws-lp-srch-index
               at end
                   perform 8010-enrol-member
               when ws-lp-srch-index <= ws-lp-table-count and
                 ws-lp-cust-num(ws-lp-srch-index) = ws-work-cust-num
                   set ws-lp-found-ptr to ws-lp-srch-index
           end-search.
      *
       8010-enrol-member.
      *
           add ws-1 to ws-lp-table-count.
           set ws-lp-index to ws-lp-table-count.
           move ws-work-cust-num to ws-lp-cust-num(ws-lp-index).
           move 0 to ws-lp-points(ws-lp-index).
           move 0 to ws-lp-earned-ltd(ws-lp-index).
           move 0 to ws-lp-redeemed-ltd(ws-lp-index).
           move 0 to ws-lp-expired-ltd(ws-lp-index).
           move ws-run-date to ws-lp-last-act(ws-lp-index).
           move ws-run-date to ws-lp-enrol-date(ws-lp-index).
           move ws-lp-table-count to ws-lp-found-ptr.
           add ws-1 to ws-enrolled-count.
      *
      * Fractions of a point are dropped.
       8100-points-earned.
      *
           compute ws-points = ws-work-amount * ws-points-per-dollar.
      *
      * The points a dollar amount takes to redeem, rounded up so
      * the points always cover the tender.
       8200-points-for-amount.
      *
           move 0 to ws-points.
           if ws-point-value > 0 then
               compute ws-points = ws-work-amount / ws-point-value
               compute ws-points-value = ws-points * ws-point-value
               if ws-points-value < ws-work-amount then
                   add ws-1 to ws-points
               end-if
           end-if.
      *
       end program LoyaltyProcessing.
