      * record stamped with its batch id) and equal-and-opposite
      * postings are applied to the inventory, gift-card and layaway
      * masters, both MTD/YTD masters, the tax accumulation, the
      * house-charge balances and open-item ledger, the sale and
      * sale line histories and the special-order master. For a
      * prior day's batch the operator restores that day's archived
      * interface files from datafiles/archive over the live copies
      * before running this program.
      *
      * A sale a void already deleted off the sale history cannot be
      * restored from the interface files alone; those are counted
      * and listed on the back-out report for hand repair, as are
      * special orders that have moved on since the batch (put on a
      * PO, collected or dropped off the master).
      *
      * Control totals and audit events are written so Control
      * Reconciliation and Invoice Trace can prove the reversal.
               organization is indexed
               access is dynamic
               record key is shr-invoice-num.
      *
           select optional file-186-sale-line-hist
               assign
                   to
                   '../../../../datafiles/data/file-186-sale-line.dat'
               organization is indexed
               access is dynamic
               record key is slh-line-key.
      *
           select file-174-special-orders
               assign
                   to
                   '../../../../datafiles/data/file-174-spec-ord.dat'
               organization is line sequential.
      *
           select optional file-175-spec-ord-master
               assign
                   to
                   '../../../../datafiles/data/file-175-so-master.dat'
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
           select file-24-mtd-ytd-master
               assign
         05 in-ret-cust-num    pic X(8).
         05 in-ret-trans-date  pic 9(8).
         05 in-ret-batch-id    pic 9(6).
         05 in-ret-reason      pic xx.
           88 in-ret-for-vendor value 'DF', 'DT'.
      *
       fd file-65-layaway-goods
           data record is layaway-goods-rec.
         05 lm-balance         pic 9(7)v99.
         05 lm-last-date       pic 9(8).
         05 lm-days-open       pic 9(4).
         05 lm-cust-num        pic x(8).
      *
       fd file-32-sale-history
           data record is sale-history-rec.
         05 shr-trans-amt      pic 9(5)V99.
         05 shr-sale-date      pic 9(8).
         05 shr-returned       pic x.
         05 shr-card-num       pic x(12).
         05 shr-cashier-id     pic x(4).
         05 shr-cust-num       pic x(8).
         05 shr-sale-store     pic xx.
      *
      * One row per SKU on each sale, carrying what has since been
      * refunded on it by price adjustment.
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
       fd file-174-special-orders
           data record is spec-order-rec.
      *
       01 spec-order-rec.
         05 so-trans-code      pic x.
           88 so-is-deposit    value 'O'.
           88 so-is-pickup     value 'P'.
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
      * Status: O open, waiting to go on a PO; Q on order; R goods in
      * and allocated, ready for pickup; C collected.
       fd file-175-spec-ord-master
           data record is spec-ord-master-rec.
      *
       01 spec-ord-master-rec.
         05 sm-order-num       pic x(9).
         05 sm-store-num       pic xx.
         05 sm-cust-num        pic x(8).
         05 sm-sku-code        pic x(15).
         05 sm-quantity        pic 9(3).
         05 sm-deposit         pic 9(5)v99.
         05 sm-order-date      pic 9(8).
         05 sm-status          pic x.
         05 sm-po-number       pic 9(9).
         05 sm-alloc-qty       pic 9(3).
         05 sm-ready-date      pic 9(8).
         05 sm-collect-date    pic 9(8).
         05 sm-collect-batch   pic 9(6).
      *
       fd file-182-price-adjustments
           data record is price-adj-data.
      *
       01 price-adj-data.
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
      * Code 'X' is the item taken back, 'E' its replacement.
       fd file-184-exchanges
           data record is exchange-data.
      *
       01 exchange-data.
         05 ex-trans-code      pic x.
           88 ex-taken-back    value 'X'.
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
       fd file-24-mtd-ytd-master
           data record is mtd-ytd-rec.
       77 ws-oa-reversed-cnt     pic 9(8) value 0.
       77 ws-oa-reversed-amt     pic 9(10)v99 value 0.
      *
      * The special-order master rides here while the batch's
      * deposits and pickups are unwound. An order the reversal
      * takes off the master is marked 'D' and not written back.
       01 ws-spec-ord-table.
         05 ws-so-entry          occurs 2000 times
                                  indexed by ws-so-index
                                  ws-so-srch-index.
           10 ws-so-order-num    pic x(9).
           10 ws-so-store-num    pic xx.
           10 ws-so-cust-num     pic x(8).
           10 ws-so-sku-code     pic x(15).
           10 ws-so-quantity     pic 9(3).
           10 ws-so-deposit      pic 9(5)v99.
           10 ws-so-order-date   pic 9(8).
           10 ws-so-status       pic x.
             88 ws-so-dropped    value 'D'.
           10 ws-so-po-number    pic 9(9).
           10 ws-so-alloc-qty    pic 9(3).
           10 ws-so-ready-date   pic 9(8).
           10 ws-so-collect-date pic 9(8).
           10 ws-so-collect-batch pic 9(6).
       77 ws-so-table-count      pic 9(4) value 0.
       77 ws-so-mstr-eof         pic x value 'n'.
       77 ws-so-found-ptr        pic 9(4) value 0.
       01 ws-mtd-ytd-table.
         05 ws-my-entry          occurs 20 times.
           10 ws-my-store-num    pic xx.
       77 ws-ret-eof            pic x value 'n'.
       77 ws-lay-goods-eof      pic x value 'n'.
       77 ws-void-eof           pic x value 'n'.
       77 ws-spec-ord-eof       pic x value 'n'.
       77 ws-padj-eof           pic x value 'n'.
       77 ws-exch-eof           pic x value 'n'.
       77 ws-is-true            pic x value 'y'.
       77 ws-1                  pic 9 value 1.
       77 ws-run-date           pic 9(8) value 0.
       77 ws-void-reversed-cnt  pic 9(8) value 0.
       77 ws-void-reversed-amt  pic 9(10)v99 value 0.
       77 ws-goods-reversed-cnt pic 9(8) value 0.
       77 ws-so-reversed-cnt    pic 9(8) value 0.
       77 ws-so-reversed-amt    pic 9(10)v99 value 0.
       77 ws-pa-reversed-cnt    pic 9(8) value 0.
       77 ws-pa-reversed-amt    pic 9(10)v99 value 0.
       77 ws-ex-reversed-cnt    pic 9(8) value 0.
       77 ws-ex-reversed-amt    pic 9(10)v99 value 0.
       77 ws-hist-deleted-cnt   pic 9(8) value 0.
       77 ws-line-deleted-cnt   pic 9(8) value 0.
       77 ws-exception-cnt      pic 9(8) value 0.
      *
       77 ws-audit-disp         pic x(12) value spaces.
           perform 1450-load-customer-master.
           perform 1500-load-mtd-ytd-masters.
           perform 1600-load-tax-accum.
           perform 1700-load-spec-ord-master.
           perform 3000-reverse-sl-records.
           perform 3500-reverse-invoice-headers.
           perform 4000-reverse-return-records.
           perform 4500-reverse-layaway-goods.
           perform 5000-reverse-void-records.
           perform 5500-reverse-special-orders.
           perform 5600-reverse-price-adjustments.
           perform 5700-reverse-exchanges.
           perform 6000-save-masters.
           perform 6500-print-summary.
           perform 6900-write-control-total.
      *
           open input file-03-valid-data, file-05-sl-data,
             file-64-posted-returns, file-65-layaway-goods,
             file-10-void-data, file-174-special-orders,
             file-182-price-adjustments, file-184-exchanges.
           open i-o file-19-layaway-master, file-32-sale-history,
             file-186-sale-line-hist.
           open extend file-61-audit-trail, file-94-oa-ledger.
      *
       1200-load-tax-rate-master.
               end-read
           end-perform.
           close file-46-tax-accum.
      *
       1700-load-spec-ord-master.
      *
           open input file-175-spec-ord-master.
           perform until ws-so-mstr-eof = ws-is-true
               read file-175-spec-ord-master
                   at end
                       move ws-is-true to ws-so-mstr-eof
                   not at end
                       add ws-1 to ws-so-table-count
                       set ws-so-index to ws-so-table-count
                       move spec-ord-master-rec to ws-so-entry(
                           ws-so-index)
               end-read
           end-perform.
           close file-175-spec-ord-master.
      *
       2000-print-report-headings.
      *
      * A sale put goods out the door and money in the till, so the
      * reversal puts the goods back, unwinds the tax and MTD/YTD
      * posting, reloads a gift-card tender and deletes the invoice
      * off the sale history, and the line off the sale line
      * history, so it can be re-keyed. A layaway payment is unwound
      * off the account instead.
       3000-reverse-sl-records.
      *
           perform 3010-read-sl-record.
                   not invalid key
                       add ws-1 to ws-hist-deleted-cnt
               end-delete
      *
               move in-sl-invoice-num to slh-invoice-num
               move in-sl-sku-code to slh-sku-code
               delete file-186-sale-line-hist record
                   invalid key
                       continue
                   not invalid key
                       add ws-1 to ws-line-deleted-cnt
               end-delete
           end-if.
      *
           if in-sl-trans-code = 'L' then
           add ws-1 to ws-ret-reversed-cnt.
           add in-ret-trans-amt to ws-ret-reversed-amt.
      *
      * Defective and damaged goods never went back on-hand; they
      * sit on the RTV hold or an RTV authorization, which is
      * corrected by hand.
           if in-ret-for-vendor then
               move in-ret-invoice-num to ws-exl-invoice
               move "RETURN HELD FOR RTV - ADJUST BY HAND" to
                 ws-exl-reason
               perform 3990-write-exception
           else
               move in-ret-sku-code to ws-inv-work-sku
               move in-ret-store-num to ws-inv-work-store
               perform 3900-find-inventory-entry
               subtract in-ret-quantity from ws-inv-on-hand(
                   ws-inv-found-ptr)
           end-if.
      *
           if in-ret-pay-type = 'GC' then
               move in-ret-card-num to ws-gc-work-card
      *
      * A matched void put the goods back on the shelf, reloaded a
      * card tender and reduced the net tax, and deleted the sale
      * off the history and its lines off the sale line history.
      * The goods and card and tax reverse here; the deleted history
      * records cannot be rebuilt from the interface files and are
      * listed for hand repair.
       5000-reverse-void-records.
      *
           perform 5010-read-void-record.
               end-if
           end-perform.
      *
      * A deposit the batch took comes back off its order, and an
      * order the batch opened comes off the master - unless it has
      * since gone on a PO, which only the buyer can cancel. A
      * pickup the batch posted reopens its order at the status it
      * had: an order whose goods were in gets its units allocated
      * again (Inventory Processing released them on-hand for the
      * pickup sale, which the reversal above has put back).
       5500-reverse-special-orders.
      *
           perform 5510-read-special-order.
           perform until ws-spec-ord-eof = ws-is-true
               if so-batch-id = ws-backout-batch then
                   perform 5520-reverse-one-special-order
               end-if
               perform 5510-read-special-order
           end-perform.
      *
       5510-read-special-order.
      *
           read file-174-special-orders
               at end
                   move ws-is-true to ws-spec-ord-eof.
      *
       5520-reverse-one-special-order.
      *
           add ws-1 to ws-so-reversed-cnt.
           add so-trans-amt to ws-so-reversed-amt.
      *
           move 0 to ws-so-found-ptr.
           set ws-so-srch-index to ws-1.
           search ws-so-entry varying ws-so-srch-index
               at end
                   continue
               when ws-so-srch-index <= ws-so-table-count and
                 ws-so-order-num(ws-so-srch-index) = so-invoice-num
                 and not ws-so-dropped(ws-so-srch-index)
                   set ws-so-found-ptr to ws-so-srch-index
           end-search.
      *
           if ws-so-found-ptr = 0 then
               move so-invoice-num to ws-exl-invoice
               move "SPECIAL ORDER NOT ON MASTER" to ws-exl-reason
               perform 3990-write-exception
           else
               if so-is-deposit then
                   perform 5530-reverse-deposit
               else
                   perform 5540-reverse-pickup
               end-if
           end-if.
      *
           move so-invoice-num to at-invoice-num.
           move "BACKED-OUT" to ws-audit-disp.
           move "BATCH REVERSED" to ws-audit-reason.
           perform 8000-write-audit-event.
      *
       5530-reverse-deposit.
      *
           if ws-so-status(ws-so-found-ptr) = 'C' then
               move so-invoice-num to ws-exl-invoice
               move "SPECIAL ORDER COLLECTED - DEPOSIT KEPT" to
                 ws-exl-reason
               perform 3990-write-exception
               exit paragraph
           end-if.
      *
           if ws-so-deposit(ws-so-found-ptr) > so-trans-amt then
               subtract so-trans-amt from ws-so-deposit(
                   ws-so-found-ptr)
               exit paragraph
           end-if.
      *
           if ws-so-status(ws-so-found-ptr) = 'O' then
               move 'D' to ws-so-status(ws-so-found-ptr)
           else
               move so-invoice-num to ws-exl-invoice
               move "SPECIAL ORDER ON PO - CANCEL BY HAND" to
                 ws-exl-reason
               perform 3990-write-exception
           end-if.
      *
       5540-reverse-pickup.
      *
           if ws-so-status(ws-so-found-ptr) not = 'C' or
             ws-so-collect-batch(ws-so-found-ptr) not =
             ws-backout-batch then
               move so-invoice-num to ws-exl-invoice
               move "SPECIAL ORDER PICKUP NOT REVERSED" to
                 ws-exl-reason
               perform 3990-write-exception
               exit paragraph
           end-if.
      *
           if ws-so-ready-date(ws-so-found-ptr) > 0 then
               if ws-so-alloc-qty(ws-so-found-ptr) = 0 then
                   move ws-so-sku-code(ws-so-found-ptr) to
                     ws-inv-work-sku
                   move ws-so-store-num(ws-so-found-ptr) to
                     ws-inv-work-store
                   perform 3900-find-inventory-entry
                   subtract ws-so-quantity(ws-so-found-ptr) from
                     ws-inv-on-hand(ws-inv-found-ptr)
                   move ws-so-quantity(ws-so-found-ptr) to
                     ws-so-alloc-qty(ws-so-found-ptr)
               end-if
               move 'R' to ws-so-status(ws-so-found-ptr)
           else
               if ws-so-po-number(ws-so-found-ptr) > 0 then
                   move 'Q' to ws-so-status(ws-so-found-ptr)
                   if ws-so-alloc-qty(ws-so-found-ptr) = 0 then
                       move so-invoice-num to ws-exl-invoice
                       move "SPECIAL ORDER REOPENED - CHECK ALLOC" to
                         ws-exl-reason
                       perform 3990-write-exception
                   end-if
               else
                   move 'O' to ws-so-status(ws-so-found-ptr)
               end-if
           end-if.
           move 0 to ws-so-collect-date(ws-so-found-ptr).
           move 0 to ws-so-collect-batch(ws-so-found-ptr).
      *
      * A price adjustment moved no goods and only Canadian cash or
      * card, which no master here holds; what it added to its sale
      * line's adjusted-to-date comes back off so the line can be
      * adjusted again.
       5600-reverse-price-adjustments.
      *
           perform 5610-read-price-adjustment.
           perform until ws-padj-eof = ws-is-true
               if pa-batch-id = ws-backout-batch then
                   perform 5620-reverse-one-price-adj
               end-if
               perform 5610-read-price-adjustment
           end-perform.
      *
       5610-read-price-adjustment.
      *
           read file-182-price-adjustments
               at end
                   move ws-is-true to ws-padj-eof.
      *
       5620-reverse-one-price-adj.
      *
           add ws-1 to ws-pa-reversed-cnt.
           add pa-trans-amt to ws-pa-reversed-amt.
      *
           move pa-invoice-num to slh-invoice-num.
           move pa-sku-code to slh-sku-code.
           read file-186-sale-line-hist
               invalid key
                   move pa-invoice-num to ws-exl-invoice
                   move "PRICE ADJ SALE LINE NOT ON HISTORY" to
                     ws-exl-reason
                   perform 3990-write-exception
               not invalid key
                   if slh-adj-amt > pa-trans-amt then
                       subtract pa-trans-amt from slh-adj-amt
                   else
                       move 0 to slh-adj-amt
                   end-if
                   rewrite sale-line-hist-rec
                       invalid key
                           continue
                   end-rewrite
           end-read.
      *
           move pa-invoice-num to at-invoice-num.
           move "BACKED-OUT" to ws-audit-disp.
           move "BATCH REVERSED" to ws-audit-reason.
           perform 8000-write-audit-event.
      *
      * An exchange took one item back onto the shelf and gave its
      * replacement out, so the reversal takes the first back off
      * and puts the second back on. Its price difference settled in
      * Canadian cash or card only, which no master here holds.
       5700-reverse-exchanges.
      *
           perform 5710-read-exchange.
           perform until ws-exch-eof = ws-is-true
               if ex-batch-id = ws-backout-batch then
                   perform 5720-reverse-one-exchange-line
               end-if
               perform 5710-read-exchange
           end-perform.
      *
       5710-read-exchange.
      *
           read file-184-exchanges
               at end
                   move ws-is-true to ws-exch-eof.
      *
       5720-reverse-one-exchange-line.
      *
           add ws-1 to ws-ex-reversed-cnt.
           add ex-trans-amt to ws-ex-reversed-amt.
      *
           move ex-sku-code to ws-inv-work-sku.
           move ex-store-num to ws-inv-work-store.
           perform 3900-find-inventory-entry.
           if ex-taken-back then
               subtract ex-quantity from ws-inv-on-hand(
                   ws-inv-found-ptr)
           else
               add ex-quantity to ws-inv-on-hand(ws-inv-found-ptr)
           end-if.
      *
           move ex-invoice-num to at-invoice-num.
           move "BACKED-OUT" to ws-audit-disp.
           move "BATCH REVERSED" to ws-audit-reason.
           perform 8000-write-audit-event.
      *
      * A SKU/store the reversal touches that is no longer on the
      * master is re-added with a zero base so the put-back shows
      * instead of being dropped.
               write customer-master-rec
           end-perform.
           close file-42-customer-master.
      *
           open output file-175-spec-ord-master.
           move ws-1 to ws-array-pointer.
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-so-table-count)
               if not ws-so-dropped(ws-array-pointer) then
                   move ws-so-entry(ws-array-pointer) to
                     spec-ord-master-rec
                   write spec-ord-master-rec
               end-if
           end-perform.
           close file-175-spec-ord-master.
      *
       6500-print-summary.
      *
           move ws-oa-reversed-cnt to ws-atl-count.
           move ws-oa-reversed-amt to ws-atl-amount.
           write report-print-line from ws-area-total-line.
      *
           move "SPECIAL ORDERS REVERSED:  " to ws-atl-area.
           move ws-so-reversed-cnt to ws-atl-count.
           move ws-so-reversed-amt to ws-atl-amount.
           write report-print-line from ws-area-total-line.
      *
           move "PRICE ADJS REVERSED:      " to ws-atl-area.
           move ws-pa-reversed-cnt to ws-atl-count.
           move ws-pa-reversed-amt to ws-atl-amount.
           write report-print-line from ws-area-total-line.
      *
           move "EXCHANGE LINES REVERSED:  " to ws-atl-area.
           move ws-ex-reversed-cnt to ws-atl-count.
           move ws-ex-reversed-amt to ws-atl-amount.
           write report-print-line from ws-area-total-line.
      *
           move "SALE HISTORY DELETED:     " to ws-atl-area.
           move ws-hist-deleted-cnt to ws-atl-count.
           move 0 to ws-atl-amount.
           write report-print-line from ws-area-total-line.
      *
           move "SALE LINES DELETED:       " to ws-atl-area.
           move ws-line-deleted-cnt to ws-atl-count.
           move 0 to ws-atl-amount.
           write report-print-line from ws-area-total-line.
      *
           move "EXCEPTIONS FOR HAND WORK: " to ws-atl-area.
           move ws-exception-cnt to ws-atl-count.
             file-10-void-data, file-19-layaway-master,
             file-32-sale-history, file-61-audit-trail,
             file-94-oa-ledger, file-71-backout-report.
           close file-174-special-orders, file-182-price-adjustments,
             file-184-exchanges, file-186-sale-line-hist.
      *
       end program BatchBackout.
