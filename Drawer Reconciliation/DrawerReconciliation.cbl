      * running history file, so a clerk who is short a little every
      * week stands out the way the Clerk Productivity report makes
      * void patterns stand out.
      *
      * US cash is counted as its own float and closing count in US
      * dollars and reconciled against the US amounts taken in; its
      * over/short is carried into the running history in Canadian
      * dollars at the till rate in effect on the run date.
      *
      * A special-order deposit taken in cash goes into the drawer,
      * and a deposit applied at pickup comes back out of it against
      * the pickup sale, so both are counted as cash movements.
      *
      * A price adjustment refunded in cash is paid out of the drawer
      * like a cash refund.
      *
      * A cash exchange settles only its price difference: the
      * replacement's value comes in and the returned item's goes
      * back out.
      *
       environment division.
       input-output section.
               assign
                   to '../../../../datafiles/data/file-10-void-data.dat'
               organization is line sequential.
      *
           select file-174-special-orders
               assign
                   to
                   '../../../../datafiles/data/file-174-spec-ord.dat'
               organization is line sequential.
      *
           select file-182-price-adjustments
               assign
                   to
                   '../../../../datafiles/data/file-182-price-adj.dat'
               organization is line sequential.
      *
           select file-184-exchanges
               assign
                   to
                   '../../../../datafiles/data/file-184-exchange.dat'
               organization is line sequential.
      *
           select file-33-clerk-master
               assign
                   to
                   '../../../../datafiles/data/file-104-ovrshort.out'
               organization is line sequential.
      *
           select file-142-fx-rate
               assign
                   to
                   '../../../../datafiles/data/file-142-fx-rate.dat'
               organization is line sequential.
      *
           select file-26-batch-id-ctl
               assign
         05 dc-open-float       pic 9(5)v99.
         05 dc-closing-count    pic 9(7)v99.
         05 dc-count-date       pic 9(8).
         05 dc-us-float         pic 9(5)v99.
         05 dc-us-count         pic 9(7)v99.
      *
       fd file-05-sl-data
           data record is in-sale-data.
         05 in-sl-cust-num     pic X(8).
         05 in-sl-trans-date   pic 9(8).
         05 in-sl-batch-id     pic 9(6).
         05 in-sl-disc-reason  pic xx.
         05 in-sl-fx-amt       pic 9(5)V99.
      *
       fd file-06-returns-data
           data record is in-returns-data.
         05 in-vd-trans-date   pic 9(8).
         05 in-vd-batch-id     pic 9(6).
         05 in-vd-sale-date    pic 9(8).
         05 in-vd-sale-cashier pic x(4).
         05 in-vd-fx-amt       pic 9(5)V99.
      *
       fd file-174-special-orders
           data record is in-spec-order-data.
      *
       01 in-spec-order-data.
         05 in-so-trans-code   pic x.
           88 in-so-is-deposit value 'O'.
         05 in-so-trans-amt    pic 9(5)V99.
         05 in-so-pay-type     pic XX.
         05 in-so-store-num    pic XX.
         05 in-so-invoice-num  pic X(9).
         05 in-so-sku-code     pic X(15).
         05 in-so-cashier-id   pic X(4).
         05 in-so-quantity     pic 9(3).
         05 in-so-card-num     pic X(12).
         05 in-so-cust-num     pic X(8).
         05 in-so-trans-date   pic 9(8).
         05 in-so-batch-id     pic 9(6).
      *
       fd file-182-price-adjustments
           data record is in-price-adj-data.
      *
       01 in-price-adj-data.
         05 in-pa-trans-code   pic x.
         05 in-pa-trans-amt    pic 9(5)V99.
         05 in-pa-pay-type     pic XX.
         05 in-pa-store-num    pic XX.
         05 in-pa-invoice-num  pic X(9).
         05 in-pa-sku-code     pic X(15).
         05 in-pa-cashier-id   pic X(4).
         05 in-pa-quantity     pic 9(3).
         05 in-pa-card-num     pic X(12).
         05 in-pa-cust-num     pic X(8).
         05 in-pa-trans-date   pic 9(8).
         05 in-pa-batch-id     pic 9(6).
         05 in-pa-adj-reason   pic xx.
      *
       fd file-184-exchanges
           data record is in-exchange-data.
      *
       01 in-exchange-data.
         05 in-ex-trans-code   pic x.
           88 in-ex-taken-back value 'X'.
         05 in-ex-trans-amt    pic 9(5)V99.
         05 in-ex-pay-type     pic XX.
         05 in-ex-store-num    pic XX.
         05 in-ex-invoice-num  pic X(9).
         05 in-ex-sku-code     pic X(15).
         05 in-ex-cashier-id   pic X(4).
         05 in-ex-quantity     pic 9(3).
         05 in-ex-card-num     pic X(12).
         05 in-ex-cust-num     pic X(8).
         05 in-ex-trans-date   pic 9(8).
         05 in-ex-batch-id     pic 9(6).
      *
       fd file-33-clerk-master
           data record is clerk-master-rec.
         05 oh-cashier-id       pic x(4).
         05 oh-over-short       pic s9(5)v99
                                 sign is leading separate.
         05 oh-us-over-short    pic s9(5)v99
                                 sign is leading separate.
      *
       fd file-104-overshort-report
           data record is report-print-line.
      *
       01 report-print-line    pic x(120).
      *
       fd file-142-fx-rate
           data record is fx-rate-rec.
      *
       01 fx-rate-rec.
         05 fx-currency         pic xx.
         05 fx-eff-date         pic 9(8).
         05 fx-till-rate        pic 9(2)v9(6).
         05 fx-bank-rate        pic 9(2)v9(6).
      *
       fd file-26-batch-id-ctl
           data record is batch-id-ctl-rec.
         05 ws-ddl-running     pic $z(5)9.99-.
         05 filler             pic x(2) value spaces.
         05 ws-ddl-flag        pic x(12).
      *
       01 ws-drawer-us-line.
         05 filler             pic x(13) value spaces.
         05 filler             pic x(22) value "US CASH (USD)".
         05 ws-dul-expected    pic $z(6)9.99.
         05 filler             pic x(1) value space.
         05 ws-dul-counted     pic $z(6)9.99.
         05 filler             pic x(2) value spaces.
         05 ws-dul-over-short  pic $z(4)9.99-.
         05 filler             pic x(2) value spaces.
         05 filler             pic x(5) value "CAD ".
         05 ws-dul-cad-equiv   pic $z(4)9.99-.
      *
       01 ws-counted-line.
         05 filler             pic x(30) value
         05 filler             pic x(30) value
                               "NET OVER/SHORT THIS RUN:      ".
         05 ws-ntl-amount      pic $z(6)9.99-.
      *
       01 ws-net-us-line.
         05 filler             pic x(30) value
                               "NET US CASH OVER/SHORT (USD): ".
         05 ws-nul-amount      pic $z(6)9.99-.
      *
       01 ws-us-rate-line.
         05 filler             pic x(30) value
                               "US TILL RATE APPLIED:         ".
         05 ws-url-rate        pic z9.9(6).
      *
      * Cash rung per cashier this batch, built from the splits.
       01 ws-cash-table.
           10 ws-ca-store-num    pic xx.
           10 ws-ca-cashier-id   pic x(4).
           10 ws-ca-cash-net     pic s9(7)v99.
           10 ws-ca-us-net       pic s9(7)v99.
       77 ws-ca-table-count      pic 9(3) value 0.
       77 ws-ca-found-ptr        pic 9(3) value 0.
       77 ws-ca-work-store       pic xx value spaces.
       77 ws-ca-work-cashier     pic x(4) value spaces.
       77 ws-ca-work-amt         pic s9(7)v99 value 0.
       77 ws-ca-work-us-amt      pic s9(7)v99 value 0.
      *
       01 ws-clerk-table.
         05 ws-clerk-entry        occurs 100 times
       77 ws-sl-eof              pic x value 'n'.
       77 ws-ret-eof             pic x value 'n'.
       77 ws-void-eof            pic x value 'n'.
       77 ws-so-eof              pic x value 'n'.
       77 ws-pa-eof              pic x value 'n'.
       77 ws-ex-eof              pic x value 'n'.
       77 ws-is-true             pic x value 'y'.
       77 ws-1                   pic 9 value 1.
       77 ws-run-date            pic 9(8) value 0.
       77 ws-running-total       pic s9(7)v99 value 0.
       77 ws-counted-total       pic 9(5) value 0.
       77 ws-net-over-short      pic s9(7)v99 value 0.
      *
       77 ws-fx-mstr-eof         pic x value 'n'.
       77 ws-fx-best-date        pic 9(8) value 0.
       77 ws-us-till-rate        pic 9(2)v9(6) value 0.
       77 ws-us-expected         pic s9(7)v99 value 0.
       77 ws-us-counted          pic 9(7)v99 value 0.
       77 ws-us-over-short       pic s9(7)v99 value 0.
       77 ws-us-cad-equiv        pic s9(7)v99 value 0.
       77 ws-net-us-over-short   pic s9(7)v99 value 0.
       77 ws-drawer-over-short   pic s9(7)v99 value 0.
      *
       procedure division.
       0000-Main.
           perform 1000-open-files.
           perform 1100-load-clerk-master.
           perform 1150-load-overshort-history.
           perform 1170-load-us-till-rate.
           perform 2000-print-report-headings.
           perform 3000-accumulate-cash-sl.
           perform 3200-accumulate-cash-returns.
           perform 3400-accumulate-cash-voids.
           perform 3600-accumulate-cash-special-orders.
           perform 3700-accumulate-cash-price-adjustments.
           perform 3800-accumulate-cash-exchanges.
           perform 4000-reconcile-drawers.
           perform 5000-print-summary.
           perform 7000-close-files.
      *
           open input file-102-drawer-counts.
           open input file-05-sl-data, file-06-returns-data,
             file-10-void-data, file-174-special-orders,
             file-182-price-adjustments, file-184-exchanges.
      * On a second or later batch of the same day the report
      * appends after the earlier batches' sections instead of
      * destroying them.
                       ws-oh-srch-index)
           end-search.
      *
      * The US till rate in effect today is the latest one dated
      * on or before the run date.
       1170-load-us-till-rate.
      *
           open input file-142-fx-rate.
           perform until ws-fx-mstr-eof = ws-is-true
               read file-142-fx-rate
                   at end
                       move ws-is-true to ws-fx-mstr-eof
                   not at end
                       if fx-currency = 'US' and
                         fx-eff-date not > ws-run-date and
                         fx-eff-date > ws-fx-best-date then
                           move fx-eff-date to ws-fx-best-date
                           move fx-till-rate to ws-us-till-rate
                       end-if
               end-read
           end-perform.
           close file-142-fx-rate.
      *
      * Edit runs first in the daily chain and hands out the batch
      * id; this program just reads what Edit left here.
       1200-get-batch-id.
                   move in-sl-store-num to ws-ca-work-store
                   move in-sl-cashier-id to ws-ca-work-cashier
                   move in-sl-trans-amt to ws-ca-work-amt
                   move 0 to ws-ca-work-us-amt
                   perform 3900-post-cash-movement
               end-if
               if in-sl-batch-id = ws-batch-id and
                 in-sl-pay-type = 'US' then
                   move in-sl-store-num to ws-ca-work-store
                   move in-sl-cashier-id to ws-ca-work-cashier
                   move 0 to ws-ca-work-amt
                   move in-sl-fx-amt to ws-ca-work-us-amt
                   perform 3900-post-cash-movement
               end-if
               perform 3010-read-sl-record
                   move in-ret-store-num to ws-ca-work-store
                   move in-ret-cashier-id to ws-ca-work-cashier
                   compute ws-ca-work-amt = 0 - in-ret-trans-amt
                   move 0 to ws-ca-work-us-amt
                   perform 3900-post-cash-movement
               end-if
               perform 3210-read-return-record
                   move in-vd-store-num to ws-ca-work-store
                   move in-vd-cashier-id to ws-ca-work-cashier
                   compute ws-ca-work-amt = 0 - in-vd-trans-amt
                   move 0 to ws-ca-work-us-amt
                   perform 3900-post-cash-movement
               end-if
               if in-vd-batch-id = ws-batch-id and
                 in-vd-pay-type = 'US' then
                   move in-vd-store-num to ws-ca-work-store
                   move in-vd-cashier-id to ws-ca-work-cashier
                   move 0 to ws-ca-work-amt
                   compute ws-ca-work-us-amt = 0 - in-vd-fx-amt
                   perform 3900-post-cash-movement
               end-if
               perform 3410-read-void-record
           read file-10-void-data
               at end
                   move ws-is-true to ws-void-eof.
      *
       3600-accumulate-cash-special-orders.
      *
           perform 3610-read-special-order.
           perform until ws-so-eof = ws-is-true
               if in-so-batch-id = ws-batch-id and
                 in-so-pay-type = 'CA' then
                   move in-so-store-num to ws-ca-work-store
                   move in-so-cashier-id to ws-ca-work-cashier
                   if in-so-is-deposit then
                       move in-so-trans-amt to ws-ca-work-amt
                   else
                       compute ws-ca-work-amt = 0 - in-so-trans-amt
                   end-if
                   move 0 to ws-ca-work-us-amt
                   perform 3900-post-cash-movement
               end-if
               perform 3610-read-special-order
           end-perform.
      *
       3610-read-special-order.
      *
           read file-174-special-orders
               at end
                   move ws-is-true to ws-so-eof.
      *
       3700-accumulate-cash-price-adjustments.
      *
           perform 3710-read-price-adjustment.
           perform until ws-pa-eof = ws-is-true
               if in-pa-batch-id = ws-batch-id and
                 in-pa-pay-type = 'CA' then
                   move in-pa-store-num to ws-ca-work-store
                   move in-pa-cashier-id to ws-ca-work-cashier
                   compute ws-ca-work-amt = 0 - in-pa-trans-amt
                   move 0 to ws-ca-work-us-amt
                   perform 3900-post-cash-movement
               end-if
               perform 3710-read-price-adjustment
           end-perform.
      *
       3710-read-price-adjustment.
      *
           read file-182-price-adjustments
               at end
                   move ws-is-true to ws-pa-eof.
      *
       3800-accumulate-cash-exchanges.
      *
           perform 3810-read-exchange.
           perform until ws-ex-eof = ws-is-true
               if in-ex-batch-id = ws-batch-id and
                 in-ex-pay-type = 'CA' then
                   move in-ex-store-num to ws-ca-work-store
                   move in-ex-cashier-id to ws-ca-work-cashier
                   if in-ex-taken-back then
                       compute ws-ca-work-amt = 0 - in-ex-trans-amt
                   else
                       move in-ex-trans-amt to ws-ca-work-amt
                   end-if
                   move 0 to ws-ca-work-us-amt
                   perform 3900-post-cash-movement
               end-if
               perform 3810-read-exchange
           end-perform.
      *
       3810-read-exchange.
      *
           read file-184-exchanges
               at end
                   move ws-is-true to ws-ex-eof.
      *
       3900-post-cash-movement.
      *
                           ws-ca-index)
                       move ws-ca-work-amt to ws-ca-cash-net(
                           ws-ca-index)
                       move ws-ca-work-us-amt to ws-ca-us-net(
                           ws-ca-index)
                   end-if
               when ws-ca-srch-index <= ws-ca-table-count and
                 ws-ca-store-num(ws-ca-srch-index) =
                 ws-ca-work-cashier
                   add ws-ca-work-amt to ws-ca-cash-net(
                       ws-ca-srch-index)
                   add ws-ca-work-us-amt to ws-ca-us-net(
                       ws-ca-srch-index)
           end-search.
      *
      * Expected cash in the drawer is the float plus the net cash
           add ws-1 to ws-counted-total.
      *
           move dc-open-float to ws-expected-cash.
           if dc-us-float is numeric then
               move dc-us-float to ws-us-expected
           else
               move 0 to ws-us-expected
           end-if.
           if dc-us-count is numeric then
               move dc-us-count to ws-us-counted
           else
               move 0 to ws-us-counted
           end-if.
           set ws-ca-srch-index to ws-1.
           search ws-ca-entry varying ws-ca-srch-index
               at end
                 dc-cashier-id
                   add ws-ca-cash-net(ws-ca-srch-index) to
                     ws-expected-cash
                   add ws-ca-us-net(ws-ca-srch-index) to
                     ws-us-expected
           end-search.
      *
      * The Canadian over/short stands on its own; the US one is
      * converted at today's till rate and added to it for the
      * running history, which is kept in Canadian dollars.
           compute ws-over-short = dc-closing-count -
             ws-expected-cash.
           compute ws-us-over-short = ws-us-counted - ws-us-expected.
           compute ws-us-cad-equiv rounded =
             ws-us-over-short * ws-us-till-rate.
           add ws-us-over-short to ws-net-us-over-short.
           compute ws-drawer-over-short = ws-over-short +
             ws-us-cad-equiv.
           add ws-drawer-over-short to ws-net-over-short.
      *
           perform 4200-find-clerk-entry.
           perform 4300-post-running-total.
           move ws-over-short to ws-ddl-over-short.
           move ws-running-total to ws-ddl-running.
           write report-print-line from ws-drawer-detail-line.
      *
           if ws-us-expected not = 0 or ws-us-counted not = 0 then
               move ws-us-expected to ws-dul-expected
               move ws-us-counted to ws-dul-counted
               move ws-us-over-short to ws-dul-over-short
               move ws-us-cad-equiv to ws-dul-cad-equiv
               write report-print-line from ws-drawer-us-line
           end-if.
      *
           move ws-run-date to oh-run-date.
           move dc-store-num to oh-store-num.
           move dc-cashier-id to oh-cashier-id.
           move ws-drawer-over-short to oh-over-short.
           move ws-us-over-short to oh-us-over-short.
           write overshort-hist-rec.
      *
       4200-find-clerk-entry.
                       set ws-oh-index to ws-oh-table-count
                       move dc-cashier-id to ws-oh-cashier-id(
                           ws-oh-index)
                       move ws-drawer-over-short to ws-oh-running(
                           ws-oh-index)
                       move ws-drawer-over-short to ws-running-total
                   end-if
               when ws-oh-srch-index <= ws-oh-table-count and
                 ws-oh-cashier-id(ws-oh-srch-index) = dc-cashier-id
                   add ws-drawer-over-short to ws-oh-running(
                       ws-oh-srch-index)
                   move ws-oh-running(ws-oh-srch-index) to
                     ws-running-total
           write report-print-line from ws-counted-line.
           move ws-net-over-short to ws-ntl-amount.
           write report-print-line from ws-net-line.
           move ws-net-us-over-short to ws-nul-amount.
           write report-print-line from ws-net-us-line.
           move ws-us-till-rate to ws-url-rate.
           write report-print-line from ws-us-rate-line.
      *
       7000-close-files.
      *
           close file-05-sl-data, file-06-returns-data,
             file-10-void-data, file-103-overshort-hist,
             file-104-overshort-report, file-174-special-orders,
             file-182-price-adjustments, file-184-exchanges.
      *
       end program DrawerReconciliation.
