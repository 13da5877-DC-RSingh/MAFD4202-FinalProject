      * files for further processing.
      *
      * Also produces a report with data for each transaction type.
      * US cash reconciles to its own US dollar bank deposit.
      * Special-order deposits taken and applied at pickup go to
      * their own file; they are held for the customer, not sold, but
      * the money is in the drawer and reconciles to the bank with
      * the rest of its tender.
      * A price adjustment refunds part of an earlier sale without
      * returning or reselling the goods; it goes to its own file,
      * out of the sale and return counts, and comes off its
      * tender's bank reconciliation.
      * Every sale line is kept on the sale line history by invoice
      * and SKU, with what price adjustments have refunded on it.
      * Both lines of an even exchange go to the exchange file, out
      * of the sale and return counts; only the price difference
      * between them reaches the pair's tender at the bank.
      *
       environment division.
       input-output section.
               organization is indexed
               access is dynamic
               record key is shr-invoice-num.
      *
      * One row per SKU on each sale, carrying the quantity and
      * amount sold and what price adjustments have refunded on it.
           select optional file-186-sale-line-hist
               assign
                   to
                   '../../../../datafiles/data/file-186-sale-line.dat'
               organization is indexed
               access is dynamic
               record key is slh-line-key.
      *
           select file-17-unmatched-returns
               assign
                   to
                   '../../../../datafiles/data/file-48-lay-cancel.dat'
               organization is line sequential.
      *
           select file-174-special-orders
               assign
                   to
                   '../../../../datafiles/data/file-174-spec-ord.dat'
               organization is line sequential.
      *
           select file-43-customer-history
               assign
                   to
                   '../../../../datafiles/data/file-43-cust-hist.dat'
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
           select file-30-bank-deposit
               assign
           88 in-void-check value 'V'.
           88 in-cancel-check value 'C'.
           88 in-invhdr-check value 'I'.
           88 in-spec-order-check value 'O', 'P'.
           88 in-spec-order-deposit value 'O'.
           88 in-price-adj-check value 'A'.
           88 in-exchange-check value 'X', 'E'.
           88 in-exchange-return value 'X'.
         05 in-trans-amt       pic 9(5)V99.
         05 in-pay-type        pic XX.
         05 in-store-num       pic XX.
         05 in-batch-id        pic 9(6).
         05 in-disc-reason     pic xx.
         05 in-no-receipt      pic x.
         05 in-ret-reason      pic xx.
         05 in-fx-amt          pic 9(5)V99.
         05 in-coupon-code     pic x(10).
         05 in-coupon-amt      pic 9(3)V99.
         05 in-serial-num      pic x(20).
      *
       fd file-05-sl-data
           data record is sl-out-data.
         05 sl-cust-num        pic X(8).
         05 sl-trans-date      pic 9(8).
         05 sl-batch-id        pic 9(6).
         05 sl-disc-reason     pic xx.
         05 sl-fx-amt          pic 9(5)V99.
         05 sl-coupon-code     pic x(10).
         05 sl-coupon-amt      pic 9(3)V99.
         05 sl-serial-num      pic x(20).
      *
       fd file-06-returns-data
           data record is r-out-data.
         05 ro-batch-id        pic 9(6).
         05 ro-disc-reason     pic xx.
         05 ro-no-receipt      pic x.
         05 ro-ret-reason      pic xx.
         05 ro-serial-num      pic x(20).
      *
       fd file-07-split-report
           data record is report-print-line.
         05 shr-trans-amt      pic 9(5)V99.
         05 shr-sale-date      pic 9(8).
         05 shr-returned       pic x.
         05 shr-card-num       pic x(12).
         05 shr-cashier-id     pic x(4).
         05 shr-cust-num       pic x(8).
         05 shr-sale-store     pic xx.
      *
       fd file-186-sale-line-hist
           data record is sale-line-hist-rec.
      *
       01 sale-line-hist-rec.
         05 slh-line-key.
           10 slh-invoice-num  pic x(9).
           10 slh-sku-code     pic x(15).
         05 slh-sale-store     pic xx.
         05 slh-sale-date      pic 9(8).
         05 slh-quantity       pic 9(5).
         05 slh-sale-amt       pic 9(7)v99.
         05 slh-adj-amt        pic 9(7)v99.
      *
       fd file-17-unmatched-returns
           data record is ur-out-data.
         05 ur-batch-id        pic 9(6).
         05 ur-reason          pic X(20).
         05 ur-first-date      pic 9(8).
         05 ur-ret-reason      pic xx.
      *
       fd file-10-void-data
           data record is void-out-data.
         05 vd-trans-date      pic 9(8).
         05 vd-batch-id        pic 9(6).
         05 vd-sale-date       pic 9(8).
         05 vd-sale-cashier    pic x(4).
         05 vd-fx-amt          pic 9(5)V99.
         05 vd-coupon-code     pic x(10).
         05 vd-coupon-amt      pic 9(3)V99.
      *
       fd file-20-control-totals
           data record is control-total-rec.
         05 eo-batch-id        pic 9(6).
         05 eo-disc-reason     pic xx.
         05 eo-no-receipt      pic x.
         05 eo-ret-reason      pic xx.
         05 eo-fx-amt          pic 9(5)V99.
         05 eo-coupon-code     pic x(10).
         05 eo-coupon-amt      pic 9(3)V99.
         05 eo-serial-num      pic x(20).
      *
       fd file-55-suspense-days
           data record is suspense-days-rec.
         05 sm-cust-num        pic X(8).
         05 sm-trans-date      pic 9(8).
         05 sm-batch-id        pic 9(6).
         05 sm-ret-reason      pic xx.
      *
       fd file-51-void-exceptions
           data record is void-exc-data.
         05 lc-cust-num        pic X(8).
         05 lc-trans-date      pic 9(8).
         05 lc-batch-id        pic 9(6).
      *
       fd file-174-special-orders
           data record is spec-order-out-data.
      *
       01 spec-order-out-data.
         05 so-trans-code      pic x.
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
      * The adjustment reason rides at the end of the common layout.
       fd file-182-price-adjustments
           data record is price-adj-out-data.
      *
       01 price-adj-out-data.
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
           data record is exchange-out-data.
      *
       01 exchange-out-data.
         05 ex-trans-code      pic x.
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
       fd file-43-customer-history
           data record is customer-history-rec.
         05 ws-ihl-invhdr-total pic z(7)9.
         05 filler             pic x(11) value "   AMOUNT: ".
         05 ws-ihl-invhdr-amount pic $z(11)9.99.
      *
       01 ws-cct-spec-order-line.
         05 filler             pic x(42) value
                     "SPECIAL ORDER DEPOSITS TAKEN:".
         05 ws-sol-order-total pic z(7)9.
         05 filler             pic x(11) value "   AMOUNT: ".
         05 ws-sol-order-amount pic $z(11)9.99.
      *
       01 ws-cct-spec-pickup-line.
         05 filler             pic x(42) value
                     "SPECIAL ORDER DEPOSITS APPLIED AT PICKUP:".
         05 ws-spl-pickup-total pic z(7)9.
         05 filler             pic x(11) value "   AMOUNT: ".
         05 ws-spl-pickup-amount pic $z(11)9.99.
      *
       01 ws-cct-price-adj-line.
         05 filler             pic x(42) value
                     "PRICE ADJUSTMENTS REFUNDED:".
         05 ws-pal-adj-total   pic z(7)9.
         05 filler             pic x(11) value "   AMOUNT: ".
         05 ws-pal-adj-amount  pic $z(11)9.99.
      *
       01 ws-cct-exch-return-line.
         05 filler             pic x(42) value
                     "EXCHANGE ITEMS TAKEN BACK:".
         05 ws-xrl-return-total pic z(7)9.
         05 filler             pic x(11) value "   AMOUNT: ".
         05 ws-xrl-return-amount pic $z(11)9.99.
      *
       01 ws-cct-exch-replace-line.
         05 filler             pic x(42) value
                     "EXCHANGE REPLACEMENTS GIVEN OUT:".
         05 ws-xpl-replace-total pic z(7)9.
         05 filler             pic x(11) value "   AMOUNT: ".
         05 ws-xpl-replace-amount pic $z(11)9.99.
      *
       01 ws-cct-void-line.
         05 filler             pic x(40) value
           10 ws-susp-reason     pic x(20).
           10 ws-susp-first-date pic 9(8).
           10 ws-susp-disp       pic x.
           10 ws-susp-ret-reason pic xx.
       77 ws-susp-table-count    pic 9(4) value 0.
       77 ws-susp-eof            pic x value 'n'.
       77 ws-susp-max-days       pic 9(3) value 0.
       77 ws-cancel-total-amt  pic 9(12)V99 value 0.
       77 ws-invhdr-rec-total  pic 9(8) value 0.
       77 ws-invhdr-total-amt  pic 9(12)V99 value 0.
       77 ws-so-order-total    pic 9(8) value 0.
       77 ws-so-order-amt      pic 9(12)V99 value 0.
       77 ws-so-pickup-total   pic 9(8) value 0.
       77 ws-so-pickup-amt     pic 9(12)V99 value 0.
       77 ws-pa-adj-total      pic 9(8) value 0.
       77 ws-pa-adj-amt        pic 9(12)V99 value 0.
       77 ws-ex-return-total   pic 9(8) value 0.
       77 ws-ex-return-amt     pic 9(12)V99 value 0.
       77 ws-ex-replace-total  pic 9(8) value 0.
       77 ws-ex-replace-amt    pic 9(12)V99 value 0.
       77 ws-ex-net-amt        pic s9(5)V99 value 0.
       77 ws-trans-percnt      pic 999V99.
       77 ws-lay-rec-total     pic 9(8) value 0.
       77 ws-lay-total-amt     pic 9(12)V99 value 0.
                               indexed by pay-total-index.
       77 ws-sl-pay-amounts    pic 9(10)V99 value 0 occurs 12 times
                               indexed by pay-amt-index.
       77 ws-so-pay-net        pic s9(10)V99 value 0 occurs 12 times
                               indexed by so-pay-net-index.
       77 ws-pa-pay-amounts    pic 9(10)V99 value 0 occurs 12 times
                               indexed by pa-pay-amt-index.
       77 ws-ex-pay-net        pic s9(10)V99 value 0 occurs 12 times
                               indexed by ex-pay-net-index.
      *
       01 ws-bank-deposit-table.
         05 ws-bank-entry        occurs 12 times
       77 ws-bank-table-count     pic 99 value 0.
       77 ws-bank-mstr-eof        pic x value 'n'.
       77 ws-deposit-variance     pic s9(10)V99 value 0.
      * US cash is deposited in US dollars, so the bank compares it
      * against the foreign amount taken in, not the Canadian value.
       77 ws-sl-us-fx-amount      pic 9(10)V99 value 0.
       77 ws-recon-computed-amt   pic s9(10)V99 value 0.
      *
       01 ws-recon-heading-line.
         05 filler             pic x(40) value
       01 ws-recon-detail-line.
         05 ws-rcl-pay-type    pic xx.
         05 filler             pic x(6) value spaces.
         05 ws-rcl-computed    pic $z(8)9.99-.
         05 filler             pic x(2) value spaces.
         05 ws-rcl-bank-amt    pic $z(8)9.99.
         05 filler             pic x(3) value spaces.
         05 ws-rcl-variance    pic $z(7)9.99-.
               open extend file-05-sl-data, file-06-returns-data,
                 file-07-split-report, file-10-void-data,
                 file-48-layaway-cancels, file-51-void-exceptions,
                 file-56-escalation-report, file-174-special-orders,
                 file-182-price-adjustments, file-184-exchanges
           else
               open output file-05-sl-data, file-06-returns-data,
                 file-07-split-report, file-10-void-data,
                 file-48-layaway-cancels, file-51-void-exceptions,
                 file-56-escalation-report, file-174-special-orders,
                 file-182-price-adjustments, file-184-exchanges
           end-if.
           open output file-57-suspense-matched.
           open i-o file-32-sale-history.
           open i-o file-186-sale-line-hist.
           open extend file-43-customer-history.
           open extend file-02-error-data.
           open extend file-61-audit-trail.
                           ws-susp-table-count)
                       move ur-first-date to ws-susp-first-date(
                           ws-susp-table-count)
                       move ur-ret-reason to ws-susp-ret-reason(
                           ws-susp-table-count)
                       move 'k' to ws-susp-disp(
                           ws-susp-table-count)
               end-read
           perform varying ws-susp-ptr from ws-1 by ws-1
             until (ws-susp-ptr > ws-susp-table-count)
               move ws-susp-rec(ws-susp-ptr) to in-valid-data
               move ws-susp-ret-reason(ws-susp-ptr) to in-ret-reason
               perform 4110-check-matches-sale
               if ws-sale-matched = ws-is-true and
                 ws-ret-exceeds-sale = ws-is-false then
      *
           move in-valid-data(1:71) to susp-matched-rec(1:71).
           move ws-batch-id to sm-batch-id.
           move in-ret-reason to sm-ret-reason.
           write susp-matched-rec.
      *
           perform 4150-write-customer-history.
           move ws-batch-id to eo-batch-id.
           move spaces to eo-disc-reason.
           move spaces to eo-no-receipt.
           move in-ret-reason to eo-ret-reason.
           move 0 to eo-fx-amt.
           move spaces to eo-coupon-code.
           move 0 to eo-coupon-amt.
           move in-serial-num to eo-serial-num.
           write error-out-data.
      *
           move "ESCALATED" to ws-audit-disp.
                       else
                           if in-invhdr-check then
                               perform 4450-invoice-header-record
                           else
                               if in-spec-order-check then
                                   perform 4460-special-order-record
                               else
                                   if in-price-adj-check then
                                       perform
                                         4470-price-adjustment-record
                                   else
                                       if in-exchange-check then
                                           perform
                                             4480-exchange-record
                                       end-if
                                   end-if
                               end-if
                           end-if
                       end-if
                   end-if
                   move ur-reason to ws-audit-reason
                   perform 8010-audit-this-record
               else
                   perform 4107-write-return-record
                   perform 4115-mark-sale-returned
                   move "SPLIT-RET" to ws-audit-disp
                   move spaces to ws-audit-reason
      *
       4105-no-receipt-return.
      *
           perform 4107-write-return-record.
           move "SPLIT-RET" to ws-audit-disp.
           move "NO RECEIPT" to ws-audit-reason.
           perform 8010-audit-this-record.
           add in-trans-amt to ws-ret-total-amt.
           perform 4150-write-customer-history.
      *
      * The returns record carries the valid record through its
      * return reason, then the unit's serial number for the serial
      * check in the returns step.
       4107-write-return-record.
      *
           move in-valid-data(1:82) to r-out-data.
           move in-serial-num to ro-serial-num.
           write r-out-data.
      *
      * A return with no sale on file (or over the sale amount)
      * goes into suspense to be retried on later runs once the
      * late store's sale arrives.
           move ws-run-date to ws-susp-first-date(
               ws-susp-table-count).
           move 'k' to ws-susp-disp(ws-susp-table-count).
           move in-ret-reason to ws-susp-ret-reason(
               ws-susp-table-count).
           add ws-1 to ws-unmatched-ret-total.
           add in-trans-amt to ws-unmatched-ret-total-amt.
      *
      *
       4200-s-and-l-record.
      *
           move in-valid-data(1:79) to sl-out-data.
           move in-fx-amt to sl-fx-amt.
           move in-coupon-code to sl-coupon-code.
           if in-coupon-amt is numeric then
               move in-coupon-amt to sl-coupon-amt
           else
               move 0 to sl-coupon-amt
           end-if.
           move in-serial-num to sl-serial-num.
           write sl-out-data.
      *
           move "SPLIT-SL" to ws-audit-disp.
           move spaces to ws-audit-reason.
                   set pay-amt-index to ws-pay-index
                   add in-trans-amt to ws-sl-pay-amounts(
                       pay-amt-index).
      *
           if in-pay-type = 'US' then
               add in-fx-amt to ws-sl-us-fx-amount
           end-if.
      *
           perform 4150-write-customer-history.
      *
               move in-trans-amt to shr-trans-amt
               move in-trans-date to shr-sale-date
               move 'n' to shr-returned
               move in-card-num to shr-card-num
               move in-cashier-id to shr-cashier-id
               move in-cust-num to shr-cust-num
               move in-store-num to shr-sale-store
               write sale-history-rec
                   invalid key
                       continue
               end-write
               perform 4210-post-sale-line
               add ws-1 to ws-sale-rec-total
               add in-trans-amt to ws-sale-total-amt
           else
               end-if
           end-if.
      *
      * Each SKU on a sale keeps its own line on the sale line
      * history for price adjustments to be proved against; a basket
      * ringing the same SKU on two lines adds them together.
       4210-post-sale-line.
      *
           move in-invoice-num to slh-invoice-num.
           move in-sku-code to slh-sku-code.
           read file-186-sale-line-hist
               invalid key
                   move in-store-num to slh-sale-store
                   move in-trans-date to slh-sale-date
                   move in-quantity to slh-quantity
                   move in-trans-amt to slh-sale-amt
                   move 0 to slh-adj-amt
                   write sale-line-hist-rec
                       invalid key
                           continue
                   end-write
               not invalid key
                   add in-quantity to slh-quantity
                   add in-trans-amt to slh-sale-amt
                   rewrite sale-line-hist-rec
                       invalid key
                           continue
                   end-rewrite
           end-read.
      *
      * A void reverses the matching sale out of the carried
      * history (the record is deleted off the keyed file) so a
      * later return cannot post against it. A void with no sale on
               when other
                   move in-valid-data to void-out-data
                   move shr-sale-date to vd-sale-date
                   move shr-cashier-id to vd-sale-cashier
                   move in-fx-amt to vd-fx-amt
                   move in-coupon-code to vd-coupon-code
                   if in-coupon-amt is numeric then
                       move in-coupon-amt to vd-coupon-amt
                   else
                       move 0 to vd-coupon-amt
                   end-if
                   write void-out-data
                   delete file-32-sale-history record
                   move in-invoice-num to slh-invoice-num
                   move in-sku-code to slh-sku-code
                   delete file-186-sale-line-hist record
                       invalid key
                           continue
                   end-delete
                   add ws-1 to ws-void-rec-total
                   add in-trans-amt to ws-void-total-amt
                   move "SPLIT-VOID" to ws-audit-disp
           move in-trans-amt to shr-trans-amt.
           move in-trans-date to shr-sale-date.
           move 'n' to shr-returned.
           move in-card-num to shr-card-num.
           move in-cashier-id to shr-cashier-id.
           move in-cust-num to shr-cust-num.
           move in-store-num to shr-sale-store.
           write sale-history-rec
               invalid key
                   continue
           move "SPLIT-INV" to ws-audit-disp.
           move spaces to ws-audit-reason.
           perform 8010-audit-this-record.
      *
      * A special-order deposit, or its release against the pickup
      * sale, is the customer's money held, not a sale: it goes to
      * its own file for Special Order Processing and the GL, and
      * nets into its tender's bank reconciliation here.
       4460-special-order-record.
      *
           write spec-order-out-data from in-valid-data.
      *
           if in-spec-order-deposit then
               add ws-1 to ws-so-order-total
               add in-trans-amt to ws-so-order-amt
           else
               add ws-1 to ws-so-pickup-total
               add in-trans-amt to ws-so-pickup-amt
           end-if.
      *
           set ws-pay-index to ws-1.
           search ws-pay-table varying ws-pay-index
               when ws-pay-literals(ws-pay-index) = in-pay-type
                   set so-pay-net-index to ws-pay-index
                   if in-spec-order-deposit then
                       add in-trans-amt to ws-so-pay-net(
                           so-pay-net-index)
                   else
                       subtract in-trans-amt from ws-so-pay-net(
                           so-pay-net-index)
                   end-if.
      *
           move "SPLIT-SO" to ws-audit-disp.
           move spaces to ws-audit-reason.
           perform 8010-audit-this-record.
      *
      * A price adjustment moves no goods and is neither a sale nor
      * a return: it goes to its own file for the S&L price
      * adjustment line and report and the GL, and comes off its
      * tender's bank reconciliation here. What it refunded is added
      * to its sale line so the next adjustment is held to the rest.
       4470-price-adjustment-record.
      *
           move in-valid-data to price-adj-out-data.
           move in-ret-reason to pa-adj-reason.
           write price-adj-out-data.
      *
           move in-invoice-num to slh-invoice-num.
           move in-sku-code to slh-sku-code.
           read file-186-sale-line-hist
               invalid key
                   continue
               not invalid key
                   add in-trans-amt to slh-adj-amt
                   rewrite sale-line-hist-rec
                       invalid key
                           continue
                   end-rewrite
           end-read.
      *
           add ws-1 to ws-pa-adj-total.
           add in-trans-amt to ws-pa-adj-amt.
      *
           set ws-pay-index to ws-1.
           search ws-pay-table varying ws-pay-index
               when ws-pay-literals(ws-pay-index) = in-pay-type
                   set pa-pay-amt-index to ws-pay-index
                   add in-trans-amt to ws-pa-pay-amounts(
                       pa-pay-amt-index).
      *
           move "SPLIT-PA" to ws-audit-disp.
           move spaces to ws-audit-reason.
           perform 8010-audit-this-record.
      *
      * An even exchange is neither a sale nor a return: both lines
      * go to the exchange file for Inventory Processing and the
      * exchange summary. The replacement's value comes in on the
      * tender and the returned item's goes back out, so only the
      * difference is left for the bank.
       4480-exchange-record.
      *
           move in-valid-data to exchange-out-data.
           write exchange-out-data.
      *
           if in-exchange-return then
               add ws-1 to ws-ex-return-total
               add in-trans-amt to ws-ex-return-amt
               compute ws-ex-net-amt = 0 - in-trans-amt
               move "SPLIT-EXR" to ws-audit-disp
           else
               add ws-1 to ws-ex-replace-total
               add in-trans-amt to ws-ex-replace-amt
               move in-trans-amt to ws-ex-net-amt
               move "SPLIT-EXE" to ws-audit-disp
           end-if.
      *
           set ws-pay-index to ws-1.
           search ws-pay-table varying ws-pay-index
               when ws-pay-literals(ws-pay-index) = in-pay-type
                   set ex-pay-net-index to ws-pay-index
                   add ws-ex-net-amt to ws-ex-pay-net(
                       ex-pay-net-index).
           move spaces to ws-audit-reason.
           perform 8010-audit-this-record.
      *
       8010-audit-this-record.
      *
           write report-print-line from ws-cct-invhdr-line.
      *
           write report-print-line from spaces.
      *
           move ws-so-order-total to ws-sol-order-total.
           move ws-so-order-amt to ws-sol-order-amount.
           write report-print-line from ws-cct-spec-order-line.
           move ws-so-pickup-total to ws-spl-pickup-total.
           move ws-so-pickup-amt to ws-spl-pickup-amount.
           write report-print-line from ws-cct-spec-pickup-line.
      *
           write report-print-line from spaces.
      *
           move ws-pa-adj-total to ws-pal-adj-total.
           move ws-pa-adj-amt to ws-pal-adj-amount.
           write report-print-line from ws-cct-price-adj-line.
      *
           write report-print-line from spaces.
      *
           move ws-ex-return-total to ws-xrl-return-total.
           move ws-ex-return-amt to ws-xrl-return-amount.
           write report-print-line from ws-cct-exch-return-line.
           move ws-ex-replace-total to ws-xpl-replace-total.
           move ws-ex-replace-amt to ws-xpl-replace-amount.
           write report-print-line from ws-cct-exch-replace-line.
      *
           write report-print-line from spaces.
      *
           perform 5800-print-bank-reconciliation.
      *
                         ws-recon-missing-line
                   when ws-bank-pay-type(ws-bank-srch-index) =
                     ws-pay-literals(ws-array-pointer)
                       if ws-pay-literals(ws-array-pointer) = 'US'
                           move ws-sl-us-fx-amount to
                             ws-recon-computed-amt
                       else
                           compute ws-recon-computed-amt =
                             ws-sl-pay-amounts(ws-array-pointer) +
                             ws-so-pay-net(ws-array-pointer) -
                             ws-pa-pay-amounts(ws-array-pointer) +
                             ws-ex-pay-net(ws-array-pointer)
                       end-if
                       compute ws-deposit-variance =
                         ws-recon-computed-amt -
                         ws-bank-amount(ws-bank-srch-index)
                       move ws-pay-literals(ws-array-pointer) to
                         ws-rcl-pay-type
                       move ws-recon-computed-amt to
                         ws-rcl-computed
                       move ws-bank-amount(ws-bank-srch-index) to
                         ws-rcl-bank-amt
           compute ctl-rec-count = ws-s-and-l-rec-total +
             ws-ret-rec-total + ws-void-rec-total +
             ws-unmatched-ret-total + ws-cancel-rec-total +
             ws-void-exc-total + ws-so-order-total +
             ws-so-pickup-total + ws-pa-adj-total +
             ws-ex-return-total + ws-ex-replace-total.
           compute ctl-amount = ws-s-and-l-total-amt +
             ws-ret-total-amt + ws-void-total-amt +
             ws-unmatched-ret-total-amt + ws-cancel-total-amt +
             ws-void-exc-total-amt + ws-so-order-amt +
             ws-so-pickup-amt + ws-pa-adj-amt +
             ws-ex-return-amt + ws-ex-replace-amt.
           move ws-run-date       to ctl-run-date.
           move ws-batch-id       to ctl-batch-id.
           write control-total-rec.
           move ws-cancel-rec-total to ctl-rec-count.
           move ws-cancel-total-amt to ctl-amount.
           write control-total-rec.
      *
           move "DS-PADJ"         to ctl-tag.
           move ws-pa-adj-total   to ctl-rec-count.
           move ws-pa-adj-amt     to ctl-amount.
           write control-total-rec.
      *
           move "DS-EXCH"         to ctl-tag.
           compute ctl-rec-count = ws-ex-return-total +
             ws-ex-replace-total.
           compute ctl-amount = ws-ex-return-amt + ws-ex-replace-amt.
           write control-total-rec.
      *
           perform 5950-write-store-control-totals.
      *
                   move ws-susp-reason(ws-susp-ptr) to ur-reason
                   move ws-susp-first-date(ws-susp-ptr) to
                     ur-first-date
                   move ws-susp-ret-reason(ws-susp-ptr) to
                     ur-ret-reason
                   write ur-out-data
               end-if
           end-perform.
             file-51-void-exceptions, file-56-escalation-report,
             file-57-suspense-matched, file-32-sale-history,
             file-43-customer-history, file-02-error-data,
             file-61-audit-trail, file-174-special-orders,
             file-182-price-adjustments, file-184-exchanges,
             file-186-sale-line-hist.
      *
       end program DataSplitAndCount.
