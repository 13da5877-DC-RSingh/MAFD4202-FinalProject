      *   voids          DR SALES     amount
      *                  DR TAXPAY    tax
      *                  CR CASH      amount + tax
      *   cost of goods  DR COGS      cost of units sold/laid away
      *                  CR INVENTRY
      *                  DR INVENTRY  cost of units returned/voided
      *                  CR COGS                  /cancelled
      *
      * The cost lines come from the costed movement file Inventory
      * Processing writes at the weighted-average cost.
      *
      * US cash is booked at the till rate the store used. When the
      * bank converts the deposit at its own rate the difference is
      * an exchange gain or loss on its own line:
      *
      *   exchange gain  DR CASH      bank value - booked value
      *                  CR FXGAINLS
      *   exchange loss  DR FXGAINLS  booked value - bank value
      *                  CR CASH
      *
      * A manufacturer coupon on a sale is money the clearinghouse
      * owes for the goods, on top of what the customer paid; voids
      * reverse it:
      *
      *   coupons        DR COUPONAR  coupon value
      *                  CR SALES
      *
      * Coupon Processing books the clearinghouse's payments against
      * COUPONAR when they come in.
      *
      * A return taken at a store other than the one that made the
      * sale is refunded out of the returning store's cash, but the
      * sale it reverses sits in the selling store's results. The
      * selling store is looked up on the sale history and the
      * returned amount is moved across with inter-store lines:
      *
      *   returning store  DR DUEFROM  amount
      *                    CR SALESRET
      *   selling store    DR SALESRET amount
      *                    CR DUETO
      *
      * The tax refunded stays with the returning store, which
      * reports the refund on its own remittance. Each cross-store
      * return also goes on the inter-store journal for the monthly
      * settlement report.
      *
      * A special-order deposit is the customer's money held against
      * goods not yet collected, so it is a liability, not a sale.
      * At pickup the goods are rung as an ordinary sale and the
      * deposit is applied back against it:
      *
      *   deposit taken    DR CASH      deposit
      *                    CR CUSTDEP
      *   deposit applied  DR CUSTDEP  deposit
      *                    CR CASH
      *
      * A price adjustment or price match refunds part of an earlier
      * sale. It is kept off SALESRET, since no goods came back, and
      * booked as an allowance against sales:
      *
      *   price adjustment DR PRICEADJ  amount refunded
      *                    CR CASH
      *
      * An even exchange takes one item back and sells its
      * replacement, so only the price difference moves money; it
      * is booked against sales in whichever direction it went. The
      * goods on both sides are costed like any other movement:
      *
      *   exchange up      DR CASH      replacement - item back
      *                    CR SALES
      *   exchange down    DR SALES     item back - replacement
      *                    CR CASH
      *
      * Every line is stamped with the run date and batch id like
      * the other interface files.
                   to
                   '../../../../datafiles/data/file-16-product.dat'
               organization is line sequential.
      *
           select file-119-cost-of-sales
               assign
                   to
                   '../../../../datafiles/data/file-119-cost-sales.dat'
               organization is line sequential.
      *
           select file-142-fx-rate
               assign
                   to
                   '../../../../datafiles/data/file-142-fx-rate.dat'
               organization is line sequential.
      *
           select optional file-32-sale-history
               assign
                   to
                   '../../../../datafiles/data/file-32-sale-hist.dat'
               organization is indexed
               access is dynamic
               record key is shr-invoice-num.
      *
           select optional file-167-interstore-journal
               assign
                   to
                   '../../../../datafiles/data/file-167-interstore.dat'
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
           select file-45-gl-journal
               assign
         05 in-sl-cust-num     pic X(8).
         05 in-sl-trans-date   pic 9(8).
         05 in-sl-batch-id     pic 9(6).
         05 in-sl-disc-reason  pic xx.
         05 in-sl-fx-amt       pic 9(5)V99.
         05 in-sl-coupon-code  pic x(10).
         05 in-sl-coupon-amt   pic 9(3)V99.
      *
      * Return journal lines come from the file Returns Processing
      * actually posted, so a return flagged for review books
         05 in-vd-trans-date   pic 9(8).
         05 in-vd-batch-id     pic 9(6).
         05 in-vd-sale-date    pic 9(8).
         05 in-vd-sale-cashier pic x(4).
         05 in-vd-fx-amt       pic 9(5)V99.
         05 in-vd-coupon-code  pic x(10).
         05 in-vd-coupon-amt   pic 9(3)V99.
      *
       fd file-13-store-master
           data record is store-master-rec.
         05 pmr-sku-active      pic x.
         05 pmr-unit-price      pic 9(5)v99.
         05 pmr-taxable         pic x.
      *
       fd file-119-cost-of-sales
           data record is cost-of-sales-rec.
      *
       01 cost-of-sales-rec.
         05 cs-store-num        pic xx.
         05 cs-sku-code         pic x(15).
         05 cs-move-type        pic x.
         05 cs-quantity         pic 9(5).
         05 cs-retail-amt       pic 9(7)v99.
         05 cs-cost-amt         pic 9(7)v99.
         05 cs-run-date         pic 9(8).
         05 cs-batch-id         pic 9(6).
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
       fd file-32-sale-history
           data record is sale-history-rec.
      *
       01 sale-history-rec.
         05 shr-invoice-num    pic x(9).
         05 shr-trans-amt      pic 9(5)V99.
         05 shr-sale-date      pic 9(8).
         05 shr-returned       pic x.
         05 shr-card-num       pic x(12).
         05 shr-cashier-id     pic x(4).
         05 shr-cust-num       pic x(8).
         05 shr-sale-store     pic xx.
      *
      * One record per cross-store return, kept across runs; the
      * settlement report nets it by month and pair of stores.
       fd file-167-interstore-journal
           data record is interstore-rec.
      *
       01 interstore-rec.
         05 is-period-year      pic 9(4).
         05 is-period-month     pic 9(2).
         05 is-ret-store        pic xx.
         05 is-sale-store       pic xx.
         05 is-invoice-num      pic x(9).
         05 is-sku-code         pic x(15).
         05 is-amount           pic 9(5)v99.
         05 is-trans-date       pic 9(8).
         05 is-run-date         pic 9(8).
         05 is-batch-id         pic 9(6).
      *
       fd file-174-special-orders
           data record is spec-order-rec.
      *
       01 spec-order-rec.
         05 so-trans-code      pic x.
           88 so-is-deposit    value 'O'.
         05 so-trans-amt       pic 9(5)V99.
         05 so-pay-type        pic XX.
         05 so-store-num       pic XX.
         05 so-invoice-num     pic X(9).
         05 so-sku-code        pic X(15).
         05 so-cashier-id      pic X(4).
         05 so-quantity        pic 9(3).
         05 so-card-num        pic X(12).
         05 so-cust-num        pic X(8).
         05 so-trans-date      pic 9(8).
         05 so-batch-id        pic 9(6).
      *
       fd file-182-price-adjustments
           data record is price-adj-rec.
      *
       01 price-adj-rec.
         05 pa-trans-code      pic x.
         05 pa-trans-amt       pic 9(5)V99.
         05 pa-pay-type        pic XX.
         05 pa-store-num       pic XX.
         05 pa-invoice-num     pic X(9).
         05 pa-sku-code        pic X(15).
         05 pa-cashier-id      pic X(4).
         05 pa-quantity        pic 9(3).
         05 pa-card-num        pic X(12).
         05 pa-cust-num        pic X(8).
         05 pa-trans-date      pic 9(8).
         05 pa-batch-id        pic 9(6).
         05 pa-adj-reason      pic xx.
      *
       fd file-184-exchanges
           data record is exchange-rec.
      *
       01 exchange-rec.
         05 ex-trans-code      pic x.
           88 ex-is-taken-back value 'X'.
         05 ex-trans-amt       pic 9(5)V99.
         05 ex-pay-type        pic XX.
         05 ex-store-num       pic XX.
         05 ex-invoice-num     pic X(9).
         05 ex-sku-code        pic X(15).
         05 ex-cashier-id      pic X(4).
         05 ex-quantity        pic 9(3).
         05 ex-card-num        pic X(12).
         05 ex-cust-num        pic X(8).
         05 ex-trans-date      pic 9(8).
         05 ex-batch-id        pic 9(6).
      *
       fd file-45-gl-journal
           data record is gl-journal-rec.
           10 ws-gl-ret-tax      pic 9(8)v99.
           10 ws-gl-void-amt     pic 9(10)v99.
           10 ws-gl-void-tax     pic 9(8)v99.
           10 ws-gl-cost-out     pic 9(10)v99.
           10 ws-gl-cost-back    pic 9(10)v99.
           10 ws-gl-us-fx-amt    pic s9(10)v99.
           10 ws-gl-us-cad-amt   pic s9(10)v99.
           10 ws-gl-coupon-amt   pic s9(10)v99.
           10 ws-gl-due-from     pic 9(10)v99.
           10 ws-gl-due-to       pic 9(10)v99.
           10 ws-gl-so-taken     pic 9(10)v99.
           10 ws-gl-so-applied   pic 9(10)v99.
           10 ws-gl-pa-amt       pic 9(10)v99.
           10 ws-gl-ex-net       pic s9(10)v99.
      *
      * The posting programs collect no tax on exempt SKUs, so the
      * journal's CASH and TAXPAY lines must skip the tax component
       77 ws-tax-rate           pic v9(4) value 0.
       77 ws-tax-owing          pic 9(5)v99 value 0.
       77 ws-store-ptr          pic 99 value 0.
       77 ws-ret-store-ptr      pic 99 value 0.
      *
       77 ws-sl-eof             pic x value 'n'.
       77 ws-ret-eof            pic x value 'n'.
       77 ws-void-eof           pic x value 'n'.
       77 ws-cost-eof           pic x value 'n'.
       77 ws-so-eof             pic x value 'n'.
       77 ws-pa-eof             pic x value 'n'.
       77 ws-ex-eof             pic x value 'n'.
       77 ws-store-mstr-eof     pic x value 'n'.
       77 ws-tax-mstr-eof       pic x value 'n'.
       77 ws-is-true            pic x value 'y'.
       77 ws-gross-amt          pic 9(10)v99 value 0.
      *
       77 ws-array-pointer      pic 99 value 1.
      *
       77 ws-fx-mstr-eof        pic x value 'n'.
       77 ws-fx-best-date       pic 9(8) value 0.
       77 ws-us-bank-rate       pic 9(2)v9(6) value 0.
       77 ws-us-bank-value      pic s9(10)v99 value 0.
       77 ws-fx-gain-loss       pic s9(10)v99 value 0.
      *
       procedure division.
       0000-Main.
           perform 1100-load-store-master.
           perform 1150-load-tax-rate-master.
           perform 1170-load-product-master.
           perform 1180-load-us-bank-rate.
           perform 1300-init-gl-table.
           perform 3000-accumulate-sl-records.
           perform 4000-accumulate-return-records.
           perform 5000-accumulate-void-records.
           perform 5500-accumulate-cost-records.
           perform 5700-accumulate-special-orders.
           perform 5750-accumulate-price-adjustments.
           perform 5800-accumulate-exchanges.
           perform 6000-write-journal-lines.
           perform 7000-close-files.
           goback.
       1000-open-files.
      *
           open input file-05-sl-data, file-64-posted-returns,
             file-10-void-data, file-119-cost-of-sales,
             file-32-sale-history, file-174-special-orders,
             file-182-price-adjustments, file-184-exchanges.
           open extend file-167-interstore-journal.
           if ws-day-batch-count > 1 then
               open extend file-45-gl-journal
           else
      *
           close file-16-product-master.
      *
      * The bank converts the US deposit at its rate in effect on
      * the run date.
       1180-load-us-bank-rate.
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
                           move fx-bank-rate to ws-us-bank-rate
                       end-if
               end-read
           end-perform.
           close file-142-fx-rate.
      *
      * Edit runs first in the daily chain and hands out the batch
      * id; this program just reads what Edit left here.
       1200-get-batch-id.
               move 0 to ws-gl-ret-tax(ws-array-pointer)
               move 0 to ws-gl-void-amt(ws-array-pointer)
               move 0 to ws-gl-void-tax(ws-array-pointer)
               move 0 to ws-gl-cost-out(ws-array-pointer)
               move 0 to ws-gl-cost-back(ws-array-pointer)
               move 0 to ws-gl-us-fx-amt(ws-array-pointer)
               move 0 to ws-gl-us-cad-amt(ws-array-pointer)
               move 0 to ws-gl-coupon-amt(ws-array-pointer)
               move 0 to ws-gl-due-from(ws-array-pointer)
               move 0 to ws-gl-due-to(ws-array-pointer)
               move 0 to ws-gl-so-taken(ws-array-pointer)
               move 0 to ws-gl-so-applied(ws-array-pointer)
               move 0 to ws-gl-pa-amt(ws-array-pointer)
               move 0 to ws-gl-ex-net(ws-array-pointer)
           end-perform.
      *
       2100-find-store-ptr.
                       add in-sl-trans-amt to ws-gl-sl-amt(
                           ws-store-ptr)
                       add ws-tax-owing to ws-gl-sl-tax(ws-store-ptr)
                       if in-sl-pay-type = 'US' then
                           add in-sl-fx-amt to ws-gl-us-fx-amt(
                               ws-store-ptr)
                           add in-sl-trans-amt to ws-gl-us-cad-amt(
                               ws-store-ptr)
                       end-if
                       if in-sl-trans-code = 'S' and
                         in-sl-coupon-code not = spaces and
                         in-sl-coupon-amt is numeric then
                           add in-sl-coupon-amt to ws-gl-coupon-amt(
                               ws-store-ptr)
                       end-if
                   end-if
               end-if
               perform 3010-read-sl-record
                           ws-store-ptr)
                       add ws-tax-owing to ws-gl-ret-tax(
                           ws-store-ptr)
                       perform 4100-check-cross-store
                   end-if
               end-if
               perform 4010-read-return-record
           read file-64-posted-returns
               at end
                   move ws-is-true to ws-ret-eof.
      *
      * A return with no sale on the history (no-receipt, or a sale
      * older than the history) or one from before the history kept
      * the store stays with the returning store.
       4100-check-cross-store.
      *
           move in-ret-invoice-num to shr-invoice-num.
           read file-32-sale-history
               invalid key
                   exit paragraph
           end-read.
      *
           if shr-sale-store = spaces or
             shr-sale-store = in-ret-store-num then
               exit paragraph
           end-if.
      *
           move ws-store-ptr to ws-ret-store-ptr.
           move shr-sale-store to gj-store-num.
           perform 2100-find-store-ptr.
           if ws-store-ptr = 0 then
               move ws-ret-store-ptr to ws-store-ptr
               exit paragraph
           end-if.
      *
           add in-ret-trans-amt to ws-gl-due-from(ws-ret-store-ptr).
           add in-ret-trans-amt to ws-gl-due-to(ws-store-ptr).
           move ws-ret-store-ptr to ws-store-ptr.
      *
           move in-ret-trans-date(1:4) to is-period-year.
           move in-ret-trans-date(5:2) to is-period-month.
           move in-ret-store-num to is-ret-store.
           move shr-sale-store to is-sale-store.
           move in-ret-invoice-num to is-invoice-num.
           move in-ret-sku-code to is-sku-code.
           move in-ret-trans-amt to is-amount.
           move in-ret-trans-date to is-trans-date.
           move ws-run-date to is-run-date.
           move ws-batch-id to is-batch-id.
           write interstore-rec.
      *
       5000-accumulate-void-records.
      *
                           ws-store-ptr)
                       add ws-tax-owing to ws-gl-void-tax(
                           ws-store-ptr)
                       if in-vd-pay-type = 'US' then
                           subtract in-vd-fx-amt from
                             ws-gl-us-fx-amt(ws-store-ptr)
                           subtract in-vd-trans-amt from
                             ws-gl-us-cad-amt(ws-store-ptr)
                       end-if
                       if in-vd-coupon-code not = spaces and
                         in-vd-coupon-amt is numeric then
                           subtract in-vd-coupon-amt from
                             ws-gl-coupon-amt(ws-store-ptr)
                       end-if
                   end-if
               end-if
               perform 5010-read-void-record
           read file-10-void-data
               at end
                   move ws-is-true to ws-void-eof.
      *
      * Units leaving the shelf (sales, layaway openings, exchange
      * replacements) move their cost from inventory to cost of
      * goods sold; units coming back (returns, voids, layaway
      * cancellations, items taken back on exchange) move it
      * back. A layaway payment line carries no cost.
       5500-accumulate-cost-records.
      *
           perform 5510-read-cost-record.
           perform until ws-cost-eof = ws-is-true
               if cs-batch-id = ws-batch-id then
                   move cs-store-num to gj-store-num
                   perform 2100-find-store-ptr
                   if ws-store-ptr > 0 then
                       evaluate cs-move-type
                           when 'S'
                           when 'L'
                           when 'E'
                               add cs-cost-amt to ws-gl-cost-out(
                                   ws-store-ptr)
                           when 'R'
                           when 'V'
                           when 'C'
                           when 'X'
                               add cs-cost-amt to ws-gl-cost-back(
                                   ws-store-ptr)
                       end-evaluate
                   end-if
               end-if
               perform 5510-read-cost-record
           end-perform.
      *
       5510-read-cost-record.
      *
           read file-119-cost-of-sales
               at end
                   move ws-is-true to ws-cost-eof.
      *
       5700-accumulate-special-orders.
      *
           perform 5710-read-special-order.
           perform until ws-so-eof = ws-is-true
               if so-batch-id = ws-batch-id then
                   move so-store-num to gj-store-num
                   perform 2100-find-store-ptr
                   if ws-store-ptr > 0 then
                       if so-is-deposit then
                           add so-trans-amt to ws-gl-so-taken(
                               ws-store-ptr)
                       else
                           add so-trans-amt to ws-gl-so-applied(
                               ws-store-ptr)
                       end-if
                   end-if
               end-if
               perform 5710-read-special-order
           end-perform.
      *
       5710-read-special-order.
      *
           read file-174-special-orders
               at end
                   move ws-is-true to ws-so-eof.
      *
       5750-accumulate-price-adjustments.
      *
           perform 5760-read-price-adjustment.
           perform until ws-pa-eof = ws-is-true
               if pa-batch-id = ws-batch-id then
                   move pa-store-num to gj-store-num
                   perform 2100-find-store-ptr
                   if ws-store-ptr > 0 then
                       add pa-trans-amt to ws-gl-pa-amt(ws-store-ptr)
                   end-if
               end-if
               perform 5760-read-price-adjustment
           end-perform.
      *
       5760-read-price-adjustment.
      *
           read file-182-price-adjustments
               at end
                   move ws-is-true to ws-pa-eof.
      *
       5800-accumulate-exchanges.
      *
           perform 5810-read-exchange.
           perform until ws-ex-eof = ws-is-true
               if ex-batch-id = ws-batch-id then
                   move ex-store-num to gj-store-num
                   perform 2100-find-store-ptr
                   if ws-store-ptr > 0 then
                       if ex-is-taken-back then
                           subtract ex-trans-amt from ws-gl-ex-net(
                               ws-store-ptr)
                       else
                           add ex-trans-amt to ws-gl-ex-net(
                               ws-store-ptr)
                       end-if
                   end-if
               end-if
               perform 5810-read-exchange
           end-perform.
      *
       5810-read-exchange.
      *
           read file-184-exchanges
               at end
                   move ws-is-true to ws-ex-eof.
      *
       6000-write-journal-lines.
      *
               move ws-gross-amt to gj-amount
               write gl-journal-rec
           end-if.
      *
           if ws-gl-cost-out(ws-array-pointer) > 0 then
               move "COGS"     to gj-account
               move "DR"       to gj-dr-cr
               move ws-gl-cost-out(ws-array-pointer) to gj-amount
               write gl-journal-rec
      *
               move "INVENTRY" to gj-account
               move "CR"       to gj-dr-cr
               write gl-journal-rec
           end-if.
      *
           if ws-gl-cost-back(ws-array-pointer) > 0 then
               move "INVENTRY" to gj-account
               move "DR"       to gj-dr-cr
               move ws-gl-cost-back(ws-array-pointer) to gj-amount
               write gl-journal-rec
      *
               move "COGS"     to gj-account
               move "CR"       to gj-dr-cr
               write gl-journal-rec
           end-if.
      *
           if ws-gl-due-from(ws-array-pointer) > 0 then
               move "DUEFROM"  to gj-account
               move "DR"       to gj-dr-cr
               move ws-gl-due-from(ws-array-pointer) to gj-amount
               write gl-journal-rec
      *
               move "SALESRET" to gj-account
               move "CR"       to gj-dr-cr
               write gl-journal-rec
           end-if.
      *
           if ws-gl-due-to(ws-array-pointer) > 0 then
               move "SALESRET" to gj-account
               move "DR"       to gj-dr-cr
               move ws-gl-due-to(ws-array-pointer) to gj-amount
               write gl-journal-rec
      *
               move "DUETO"    to gj-account
               move "CR"       to gj-dr-cr
               write gl-journal-rec
           end-if.
      *
           if ws-gl-so-taken(ws-array-pointer) > 0 then
               move "CASH"     to gj-account
               move "DR"       to gj-dr-cr
               move ws-gl-so-taken(ws-array-pointer) to gj-amount
               write gl-journal-rec
      *
               move "CUSTDEP"  to gj-account
               move "CR"       to gj-dr-cr
               write gl-journal-rec
           end-if.
      *
           if ws-gl-so-applied(ws-array-pointer) > 0 then
               move "CUSTDEP"  to gj-account
               move "DR"       to gj-dr-cr
               move ws-gl-so-applied(ws-array-pointer) to gj-amount
               write gl-journal-rec
      *
               move "CASH"     to gj-account
               move "CR"       to gj-dr-cr
               write gl-journal-rec
           end-if.
      *
           if ws-gl-pa-amt(ws-array-pointer) > 0 then
               move "PRICEADJ" to gj-account
               move "DR"       to gj-dr-cr
               move ws-gl-pa-amt(ws-array-pointer) to gj-amount
               write gl-journal-rec
      *
               move "CASH"     to gj-account
               move "CR"       to gj-dr-cr
               write gl-journal-rec
           end-if.
      *
           if ws-gl-ex-net(ws-array-pointer) > 0 then
               move "CASH"     to gj-account
               move "DR"       to gj-dr-cr
               move ws-gl-ex-net(ws-array-pointer) to gj-amount
               write gl-journal-rec
      *
               move "SALES"    to gj-account
               move "CR"       to gj-dr-cr
               write gl-journal-rec
           end-if.
      *
           if ws-gl-ex-net(ws-array-pointer) < 0 then
               move "SALES"    to gj-account
               move "DR"       to gj-dr-cr
               compute gj-amount = 0 - ws-gl-ex-net(ws-array-pointer)
               write gl-journal-rec
      *
               move "CASH"     to gj-account
               move "CR"       to gj-dr-cr
               write gl-journal-rec
           end-if.
      *
           if ws-gl-us-fx-amt(ws-array-pointer) not = 0 then
               perform 6200-write-fx-gain-loss
           end-if.
      *
           if ws-gl-coupon-amt(ws-array-pointer) not = 0 then
               perform 6300-write-coupon-receivable
           end-if.
      *
      * The US cash was booked to CASH at the till rate above; the
      * bank's rate decides what the deposit is really worth.
       6200-write-fx-gain-loss.
      *
           compute ws-us-bank-value rounded =
             ws-gl-us-fx-amt(ws-array-pointer) * ws-us-bank-rate.
           compute ws-fx-gain-loss = ws-us-bank-value -
             ws-gl-us-cad-amt(ws-array-pointer).
      *
           if ws-fx-gain-loss > 0 then
               move "CASH"     to gj-account
               move "DR"       to gj-dr-cr
               move ws-fx-gain-loss to gj-amount
               write gl-journal-rec
      *
               move "FXGAINLS" to gj-account
               move "CR"       to gj-dr-cr
               write gl-journal-rec
           end-if.
      *
           if ws-fx-gain-loss < 0 then
               compute ws-fx-gain-loss = 0 - ws-fx-gain-loss
               move "FXGAINLS" to gj-account
               move "DR"       to gj-dr-cr
               move ws-fx-gain-loss to gj-amount
               write gl-journal-rec
      *
               move "CASH"     to gj-account
               move "CR"       to gj-dr-cr
               write gl-journal-rec
           end-if.
      *
      * A batch whose coupon voids outweigh its coupon sales books
      * the net back out of the receivable.
       6300-write-coupon-receivable.
      *
           if ws-gl-coupon-amt(ws-array-pointer) > 0 then
               move "COUPONAR" to gj-account
               move "DR"       to gj-dr-cr
               move ws-gl-coupon-amt(ws-array-pointer) to gj-amount
               write gl-journal-rec
      *
               move "SALES"    to gj-account
               move "CR"       to gj-dr-cr
               write gl-journal-rec
           else
               compute ws-gross-amt =
                 0 - ws-gl-coupon-amt(ws-array-pointer)
               move "SALES"    to gj-account
               move "DR"       to gj-dr-cr
               move ws-gross-amt to gj-amount
               write gl-journal-rec
      *
               move "COUPONAR" to gj-account
               move "CR"       to gj-dr-cr
               write gl-journal-rec
           end-if.
      *
       7000-close-files.
      *
           close file-05-sl-data, file-64-posted-returns,
             file-10-void-data, file-119-cost-of-sales,
             file-45-gl-journal, file-32-sale-history,
             file-167-interstore-journal, file-174-special-orders,
             file-182-price-adjustments, file-184-exchanges.
      *
       end program GLJournalExtract.
