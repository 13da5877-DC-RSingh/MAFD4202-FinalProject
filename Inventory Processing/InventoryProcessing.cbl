      * file-06 puts it back. The updated master is rewritten and a
      * stock movement report is produced flagging any SKU/store that
      * went negative or fell to its reorder point.
      * Every unit moved is also costed at the SKU's current
      * weighted-average cost from the cost master, and a vendor
      * receipt re-averages that cost, so the costed movement file
      * feeds the COGS journal lines and the gross margin report.
      * A return the customer brought back defective or damaged in
      * transit does not go back on the shelf; it is held on the
      * return-to-vendor hold file for the RTV step to send back.
      * A receipt against the PO Replenishment raised for a customer
      * special order is allocated to that order instead of going on
      * the shelf; once the order's quantity is in, it is marked
      * ready and a pickup notice is printed for the customer. The
      * allocated units go on-hand only when the order is collected,
      * the same night the pickup sale takes them off again.
      * An even exchange posts both of its SKUs: the item taken back
      * goes on-hand and its replacement comes off.
      *
       environment division.
       input-output section.
               assign
                   to '../../../../datafiles/data/file-10-void-data.dat'
               organization is line sequential.
      *
           select file-184-exchanges
               assign
                   to
                   '../../../../datafiles/data/file-184-exchange.dat'
               organization is line sequential.
      *
           select file-36-inventory-master
               assign
                   to
                   '../../../../datafiles/data/file-79-on-order.dat'
               organization is line sequential.
      *
      * Weighted-average unit cost per SKU, re-averaged on every
      * receipt and carried from night to night.
           select file-118-sku-cost
               assign
                   to
                   '../../../../datafiles/data/file-118-sku-cost.dat'
               organization is line sequential.
      *
           select file-119-cost-of-sales
               assign
                   to
                   '../../../../datafiles/data/file-119-cost-sales.dat'
               organization is line sequential.
      *
      * Returned goods held off the shelf until the RTV step
      * authorizes them back to the vendor; carried night to night.
           select file-121-rtv-hold
               assign
                   to
                   '../../../../datafiles/data/file-121-rtv-hold.dat'
               organization is line sequential.
      *
           select optional file-175-spec-ord-master
               assign
                   to
                   '../../../../datafiles/data/file-175-so-master.dat'
               organization is line sequential.
      *
           select file-176-pickup-notices
               assign
                   to
                   '../../../../datafiles/data/file-176-so-notice.out'
               organization is line sequential.
      *
           select optional file-177-spec-ord-ctl
               assign
                   to
                   '../../../../datafiles/data/file-177-so-ctl.dat'
               organization is line sequential.
      *
           select file-42-customer-master
               assign
                   to
                   '../../../../datafiles/data/file-42-cust-master.dat'
               organization is line sequential.
      *
           select file-26-batch-id-ctl
               assign
         05 in-ret-cust-num    pic X(8).
         05 in-ret-trans-date  pic 9(8).
         05 in-ret-batch-id    pic 9(6).
         05 in-ret-reason      pic xx.
           88 in-ret-for-vendor value 'DF', 'DT'.
      *
       fd file-65-layaway-goods
           data record is layaway-goods-rec.
         05 in-vd-trans-date   pic 9(8).
         05 in-vd-batch-id     pic 9(6).
         05 in-vd-sale-date    pic 9(8).
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
       fd file-36-inventory-master
           data record is inventory-master-rec.
         05 rc-quantity         pic 9(5).
         05 rc-po-number        pic 9(9).
         05 rc-receipt-date     pic 9(8).
         05 rc-unit-cost        pic 9(5)v99.
      *
       fd file-79-on-order
           data record is on-order-rec.
         05 oo-sku-code         pic x(15).
         05 oo-store-num        pic xx.
         05 oo-qty              pic 9(5).
      *
       fd file-118-sku-cost
           data record is sku-cost-rec.
      *
       01 sku-cost-rec.
         05 sc-sku-code         pic x(15).
         05 sc-avg-cost         pic 9(5)v9(4).
         05 sc-last-cost        pic 9(5)v99.
         05 sc-last-receipt     pic 9(8).
      *
      * One costed line per unit movement posted in the batch: 'S'
      * sale, 'P' layaway payment (retail only - the goods were
      * costed when the account opened), 'L' layaway opened, 'C'
      * layaway cancelled, 'R' return, 'V' void, 'X' taken back on
      * an exchange and 'E' given out on an exchange.
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
       fd file-121-rtv-hold
           data record is rtv-hold-rec.
      *
       01 rtv-hold-rec.
         05 rh-store-num        pic xx.
         05 rh-sku-code         pic x(15).
         05 rh-quantity         pic 9(5).
         05 rh-ret-reason       pic xx.
         05 rh-invoice-num      pic x(9).
         05 rh-hold-date        pic 9(8).
         05 rh-unit-cost        pic 9(5)v99.
         05 rh-batch-id         pic 9(6).
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
       fd file-176-pickup-notices
           data record is notice-print-line.
      *
       01 notice-print-line    pic x(100).
      *
       fd file-177-spec-ord-ctl
           data record is spec-ord-ctl-rec.
      *
       01 spec-ord-ctl-rec.
         05 sc-hold-days       pic 9(3).
      *
       fd file-42-customer-master
           data record is customer-master-rec.
      *
       01 customer-master-rec.
         05 cm-cust-num         pic x(8).
         05 cm-cust-name        pic x(20).
         05 filler              pic x(19).
      *
       fd file-26-batch-id-ctl
           data record is batch-id-ctl-rec.
       77 ws-ret-eof             pic x value 'n'.
       77 ws-lay-goods-eof       pic x value 'n'.
       77 ws-void-eof            pic x value 'n'.
       77 ws-exch-eof            pic x value 'n'.
       77 ws-day-batch-count     pic 9(2) value 0.
       77 ws-is-true             pic x value 'y'.
       77 ws-1                   pic 9 value 1.
         05 filler             pic x(36) value
                            "RECEIPTS POSTED TO ON-HAND:         ".
         05 ws-rvc-count       pic z(5)9.
      *
       01 ws-held-count-line.
         05 filler             pic x(36) value
                            "UNITS HELD FOR RETURN TO VENDOR:    ".
         05 ws-hcl-count       pic z(5)9.
       77 ws-held-count          pic 9(6) value 0.
      *
       01 ws-exch-back-count-line.
         05 filler             pic x(36) value
                            "UNITS TAKEN BACK ON EXCHANGE:       ".
         05 ws-xbc-count       pic z(5)9.
       77 ws-exch-back-count     pic 9(6) value 0.
      *
       01 ws-exch-out-count-line.
         05 filler             pic x(36) value
                            "UNITS GIVEN OUT ON EXCHANGE:        ".
         05 ws-xoc-count       pic z(5)9.
       77 ws-exch-out-count      pic 9(6) value 0.
      *
       01 ws-allocated-count-line.
         05 filler             pic x(36) value
                            "UNITS ALLOCATED TO SPECIAL ORDERS:  ".
         05 ws-acl-count       pic z(5)9.
      *
       01 ws-notice-count-line.
         05 filler             pic x(36) value
                            "SPECIAL ORDER PICKUP NOTICES:       ".
         05 ws-pnc-count       pic z(5)9.
      *
       01 ws-released-count-line.
         05 filler             pic x(36) value
                            "UNITS RELEASED TO SPECIAL PICKUPS:  ".
         05 ws-rlc-count       pic z(5)9.
      *
       01 ws-notice-line-1.
         05 filler             pic x(34) value
                            "YOUR SPECIAL ORDER HAS ARRIVED".
      *
       01 ws-notice-line-2.
         05 filler             pic x(10) value "ORDER:    ".
         05 ws-n2-order        pic x(9).
         05 filler             pic x(10) value "   STORE: ".
         05 ws-n2-store        pic xx.
      *
       01 ws-notice-line-3.
         05 filler             pic x(10) value "CUSTOMER: ".
         05 ws-n3-cust-num     pic x(8).
         05 filler             pic x(2) value spaces.
         05 ws-n3-cust-name    pic x(20).
      *
       01 ws-notice-line-4.
         05 filler             pic x(10) value "ITEM:     ".
         05 ws-n4-sku-code     pic x(15).
         05 filler             pic x(8) value "   QTY: ".
         05 ws-n4-quantity     pic zz9.
      *
       01 ws-notice-line-5.
         05 filler             pic x(18) value "DEPOSIT PAID:     ".
         05 ws-n5-deposit      pic $z(4)9.99.
         05 filler             pic x(20) value
                               "   PLEASE COLLECT BY".
         05 filler             pic x value space.
         05 ws-n5-collect-by   pic 9(8).
      *
       01 ws-spec-order-table.
         05 ws-so-entry          occurs 2000 times.
           10 ws-so-order-num    pic x(9).
           10 ws-so-store-num    pic xx.
           10 ws-so-cust-num     pic x(8).
           10 ws-so-sku-code     pic x(15).
           10 ws-so-quantity     pic 9(3).
           10 ws-so-deposit      pic 9(5)v99.
           10 ws-so-order-date   pic 9(8).
           10 ws-so-status       pic x.
           10 ws-so-po-number    pic 9(9).
           10 ws-so-alloc-qty    pic 9(3).
           10 ws-so-ready-date   pic 9(8).
           10 ws-so-collect-date pic 9(8).
           10 ws-so-collect-batch pic 9(6).
       77 ws-so-table-count      pic 9(4) value 0.
       77 ws-so-mstr-eof         pic x value 'n'.
       77 ws-so-ptr              pic 9(4) value 0.
       77 ws-so-found-ptr        pic 9(4) value 0.
       77 ws-alloc-qty           pic 9(5) value 0.
       77 ws-allocated-count     pic 9(6) value 0.
       77 ws-notice-count        pic 9(6) value 0.
       77 ws-released-count      pic 9(6) value 0.
       77 ws-hold-days           pic 9(3) value 14.
       77 ws-collect-by-int      pic s9(8) comp value 0.
       77 ws-cust-mstr-eof       pic x value 'n'.
      *
       01 ws-cost-table.
         05 ws-cost-entry        occurs 500 times
                                  indexed by ws-cost-index
                                  ws-cost-srch-index.
           10 ws-cost-sku-code   pic x(15).
           10 ws-cost-avg        pic 9(5)v9(4).
           10 ws-cost-last       pic 9(5)v99.
           10 ws-cost-last-rcpt  pic 9(8).
       77 ws-cost-table-count    pic 9(4) value 0.
       77 ws-cost-mstr-eof       pic x value 'n'.
       77 ws-cost-found-ptr      pic 9(4) value 0.
      *
       77 ws-cost-lookup-sku     pic x(15) value spaces.
       77 ws-move-type           pic x value space.
       77 ws-move-retail         pic 9(7)v99 value 0.
       77 ws-move-cost           pic 9(7)v99 value 0.
       77 ws-sku-on-hand         pic s9(9) value 0.
       77 ws-cost-basis          pic 9(11)v9(4) value 0.
       77 ws-sku-ptr             pic 9(4) value 0.
      *
       77 ws-array-pointer       pic 9(4) value 1.
      *
           perform 1000-open-files.
           perform 1100-load-inventory-master.
           perform 1150-load-on-order.
           perform 1170-load-sku-cost.
           perform 1180-load-special-orders.
           perform 2000-print-report-headings.
           perform 3000-post-sl-movement.
           perform 4000-post-return-movement.
           perform 4500-post-layaway-goods.
           perform 4600-post-exchanges.
           perform 4700-post-void-reversals.
           perform 4800-post-receipts.
           perform 4900-release-collected-orders.
           perform 5000-print-stock-lines.
           perform 6000-save-inventory-master.
           perform 6100-save-on-order.
           perform 6200-save-sku-cost.
           perform 6300-save-special-orders.
           perform 7000-close-files.
           goback.
      *
       1000-open-files.
      *
           open input file-05-sl-data, file-64-posted-returns,
             file-65-layaway-goods, file-10-void-data,
             file-184-exchanges.
      * On a second or later batch of the same day the report
      * appends after the earlier batches' sections instead of
      * destroying them.
           if ws-day-batch-count > 1 then
               open extend file-37-stock-report,
                 file-119-cost-of-sales, file-176-pickup-notices
           else
               open output file-37-stock-report,
                 file-119-cost-of-sales, file-176-pickup-notices
           end-if.
           open extend file-121-rtv-hold.
      *
       1100-load-inventory-master.
      *
           end-perform.
      *
           close file-79-on-order.
      *
       1170-load-sku-cost.
      *
           open input file-118-sku-cost.
      *
           perform until ws-cost-mstr-eof = ws-is-true
               read file-118-sku-cost
                   at end
                       move ws-is-true to ws-cost-mstr-eof
                   not at end
                       add ws-1 to ws-cost-table-count
                       set ws-cost-index to ws-cost-table-count
                       move sc-sku-code to ws-cost-sku-code(
                           ws-cost-index)
                       move sc-avg-cost to ws-cost-avg(ws-cost-index)
                       move sc-last-cost to ws-cost-last(
                           ws-cost-index)
                       move sc-last-receipt to ws-cost-last-rcpt(
                           ws-cost-index)
               end-read
           end-perform.
      *
           close file-118-sku-cost.
      *
      * The hold period on the control file dates the pickup notice;
      * with no control record the two-week hold stands.
       1180-load-special-orders.
      *
           open input file-177-spec-ord-ctl.
           read file-177-spec-ord-ctl
               at end
                   continue
               not at end
                   if sc-hold-days is numeric then
                       move sc-hold-days to ws-hold-days
                   end-if
           end-read.
           close file-177-spec-ord-ctl.
      *
           open input file-175-spec-ord-master.
           perform until ws-so-mstr-eof = ws-is-true
               read file-175-spec-ord-master
                   at end
                       move ws-is-true to ws-so-mstr-eof
                   not at end
                       if ws-so-table-count < 2000 then
                           add ws-1 to ws-so-table-count
                           move spec-ord-master-rec to ws-so-entry(
                               ws-so-table-count)
                       end-if
               end-read
           end-perform.
           close file-175-spec-ord-master.
      *
      * Edit runs first in the daily chain and hands out the batch
      * id; this program just reads what Edit left here.
                   subtract ws-move-qty from ws-inv-on-hand(
                       ws-inv-found-ptr)
                   add ws-move-qty to ws-inv-sold(ws-inv-found-ptr)
                   move 'S' to ws-move-type
                   move in-sl-trans-amt to ws-move-retail
                   perform 8100-write-costed-movement
               end-if
               if in-sl-batch-id = ws-batch-id and
                 in-sl-trans-code = 'L' then
                   move 0 to ws-move-qty
                   move 'P' to ws-move-type
                   move in-sl-trans-amt to ws-move-retail
                   perform 8100-write-costed-movement
               end-if
               perform 3010-read-sl-record
           end-perform.
           perform until ws-ret-eof = ws-is-true
               if in-ret-batch-id = ws-batch-id then
                   move in-ret-quantity to ws-move-qty
                   if in-ret-for-vendor then
                       perform 4050-hold-for-vendor
                   else
                       perform 4100-find-inventory-entry-ret
                       add ws-move-qty to ws-inv-on-hand(
                           ws-inv-found-ptr)
                       add ws-move-qty to ws-inv-returned(
                           ws-inv-found-ptr)
                   end-if
                   move in-ret-sku-code  to in-sl-sku-code
                   move in-ret-store-num to in-sl-store-num
                   move 'R' to ws-move-type
                   move in-ret-trans-amt to ws-move-retail
                   perform 8100-write-costed-movement
               end-if
               perform 4010-read-return-record
           end-perform.
               at end
                   move ws-is-true to ws-ret-eof.
      *
      * Defective or damaged goods stay off the on-hand count; they
      * are held at the SKU's current average cost, which is the
      * credit expected back from the vendor.
       4050-hold-for-vendor.
      *
           move in-ret-sku-code to ws-cost-lookup-sku.
           perform 8000-find-sku-cost.
      *
           move in-ret-store-num   to rh-store-num.
           move in-ret-sku-code    to rh-sku-code.
           move ws-move-qty        to rh-quantity.
           move in-ret-reason      to rh-ret-reason.
           move in-ret-invoice-num to rh-invoice-num.
           move ws-run-date        to rh-hold-date.
           compute rh-unit-cost rounded =
             ws-cost-avg(ws-cost-found-ptr).
           move ws-batch-id        to rh-batch-id.
           write rtv-hold-rec.
      *
           add ws-move-qty to ws-held-count.
      *
      * Layaway goods movement from the S&L step: an account opening
      * takes the goods off the shelf, a cancellation puts them
      * back.
           if lg-action = 'C' then
               add ws-move-qty to ws-inv-on-hand(ws-inv-found-ptr)
               add ws-move-qty to ws-inv-returned(ws-inv-found-ptr)
               move 'C' to ws-move-type
           else
               subtract ws-move-qty from ws-inv-on-hand(
                   ws-inv-found-ptr)
               add ws-move-qty to ws-inv-sold(ws-inv-found-ptr)
               move 'L' to ws-move-type
           end-if.
           move 0 to ws-move-retail.
           perform 8100-write-costed-movement.
      *
      * An exchange moves both of its SKUs in the one batch: the
      * item taken back is a size or colour swap, so it goes back on
      * the shelf, and the replacement leaves it. Each line carries
      * its own retail value for the margin figures.
       4600-post-exchanges.
      *
           perform 4610-read-exchange.
           perform until ws-exch-eof = ws-is-true
               if in-ex-batch-id = ws-batch-id then
                   perform 4620-post-one-exchange-line
               end-if
               perform 4610-read-exchange
           end-perform.
      *
       4610-read-exchange.
      *
           read file-184-exchanges
               at end
                   move ws-is-true to ws-exch-eof.
      *
       4620-post-one-exchange-line.
      *
           move in-ex-sku-code  to in-sl-sku-code.
           move in-ex-store-num to in-sl-store-num.
           move in-ex-quantity  to ws-move-qty.
           perform 3100-find-inventory-entry-sl.
      *
           if in-ex-taken-back then
               add ws-move-qty to ws-inv-on-hand(ws-inv-found-ptr)
               add ws-move-qty to ws-inv-returned(ws-inv-found-ptr)
               add ws-move-qty to ws-exch-back-count
               move 'X' to ws-move-type
           else
               subtract ws-move-qty from ws-inv-on-hand(
                   ws-inv-found-ptr)
               add ws-move-qty to ws-inv-sold(ws-inv-found-ptr)
               add ws-move-qty to ws-exch-out-count
               move 'E' to ws-move-type
           end-if.
           move in-ex-trans-amt to ws-move-retail.
           perform 8100-write-costed-movement.
      *
       4100-find-inventory-entry-ret.
      *
                       ws-inv-found-ptr)
                   add ws-move-qty to ws-inv-returned(
                       ws-inv-found-ptr)
                   move 'V' to ws-move-type
                   move in-vd-trans-amt to ws-move-retail
                   perform 8100-write-costed-movement
               end-if
               perform 4710-read-void-record
           end-perform.
      * once posted.
       4800-post-receipts.
      *
           open input file-82-receipts.
           perform 4810-read-receipt.
           perform until ws-receipt-eof = ws-is-true
               perform 4820-post-one-receipt
           move rc-store-num to in-sl-store-num.
           move rc-quantity  to ws-move-qty.
           perform 3100-find-inventory-entry-sl.
           perform 4830-reaverage-cost.
           perform 4840-allocate-to-special-order.
           add ws-move-qty to ws-inv-on-hand(ws-inv-found-ptr).
           add ws-move-qty to ws-inv-received(ws-inv-found-ptr).
      *
                       move 0 to ws-oo-qty(ws-oo-srch-index)
                   end-if
           end-search.
      *
      * The receipt re-averages the SKU's cost across the stock on
      * hand in every store, before the received units are added:
      * (units on hand x average + units received x receipt cost)
      * over the new total. A receipt keyed with no cost, or stock
      * on hand that has gone negative, leaves nothing to average
      * against, so the cost is taken as it stands.
       4830-reaverage-cost.
      *
           move rc-sku-code to ws-cost-lookup-sku.
           perform 8000-find-sku-cost.
           if rc-unit-cost = 0 then
               exit paragraph
           end-if.
      *
           move 0 to ws-sku-on-hand.
           perform
             varying ws-sku-ptr
             from ws-1 by ws-1
             until (ws-sku-ptr > ws-inv-table-count)
               if ws-inv-sku-code(ws-sku-ptr) = rc-sku-code then
                   add ws-inv-on-hand(ws-sku-ptr) to ws-sku-on-hand
               end-if
           end-perform.
      *
           if ws-sku-on-hand > 0 then
               compute ws-cost-basis = (ws-sku-on-hand *
                 ws-cost-avg(ws-cost-found-ptr)) +
                 (rc-quantity * rc-unit-cost)
               compute ws-cost-avg(ws-cost-found-ptr) rounded =
                 ws-cost-basis / (ws-sku-on-hand + rc-quantity)
           else
               move rc-unit-cost to ws-cost-avg(ws-cost-found-ptr)
           end-if.
           move rc-unit-cost to ws-cost-last(ws-cost-found-ptr).
           move rc-receipt-date to ws-cost-last-rcpt(
               ws-cost-found-ptr).
      *
      * A receipt against a special order's PO fills the order
      * first; only units beyond what the customer ordered (a pack
      * rounded up) go on the shelf. The order is ready once all of
      * its quantity is in.
       4840-allocate-to-special-order.
      *
           move 0 to ws-so-found-ptr.
           perform varying ws-so-ptr from ws-1 by ws-1
             until (ws-so-ptr > ws-so-table-count)
               if ws-so-status(ws-so-ptr) = 'Q' and
                 ws-so-po-number(ws-so-ptr) = rc-po-number and
                 ws-so-sku-code(ws-so-ptr) = rc-sku-code and
                 ws-so-store-num(ws-so-ptr) = rc-store-num then
                   move ws-so-ptr to ws-so-found-ptr
               end-if
           end-perform.
      *
           if ws-so-found-ptr = 0 then
               exit paragraph
           end-if.
      *
           compute ws-alloc-qty = ws-so-quantity(ws-so-found-ptr) -
             ws-so-alloc-qty(ws-so-found-ptr).
           if ws-alloc-qty > ws-move-qty then
               move ws-move-qty to ws-alloc-qty
           end-if.
           add ws-alloc-qty to ws-so-alloc-qty(ws-so-found-ptr).
           subtract ws-alloc-qty from ws-move-qty.
           add ws-alloc-qty to ws-allocated-count.
      *
           if ws-so-alloc-qty(ws-so-found-ptr) not <
             ws-so-quantity(ws-so-found-ptr) then
               move 'R' to ws-so-status(ws-so-found-ptr)
               move ws-run-date to ws-so-ready-date(ws-so-found-ptr)
               perform 4850-write-pickup-notice
           end-if.
      *
       4850-write-pickup-notice.
      *
           add ws-1 to ws-notice-count.
           perform 4860-find-customer-name.
      *
           compute ws-collect-by-int =
             function integer-of-date(ws-run-date) + ws-hold-days.
      *
           write notice-print-line from spaces.
           write notice-print-line from ws-notice-line-1.
           move ws-so-order-num(ws-so-found-ptr) to ws-n2-order.
           move ws-so-store-num(ws-so-found-ptr) to ws-n2-store.
           write notice-print-line from ws-notice-line-2.
           move ws-so-cust-num(ws-so-found-ptr) to ws-n3-cust-num.
           write notice-print-line from ws-notice-line-3.
           move ws-so-sku-code(ws-so-found-ptr) to ws-n4-sku-code.
           move ws-so-quantity(ws-so-found-ptr) to ws-n4-quantity.
           write notice-print-line from ws-notice-line-4.
           move ws-so-deposit(ws-so-found-ptr) to ws-n5-deposit.
           compute ws-n5-collect-by =
             function date-of-integer(ws-collect-by-int).
           write notice-print-line from ws-notice-line-5.
      *
      * Notices are few, so the customer master is read through for
      * each one rather than held in storage.
       4860-find-customer-name.
      *
           move spaces to ws-n3-cust-name.
           move 'n' to ws-cust-mstr-eof.
           open input file-42-customer-master.
           perform until ws-cust-mstr-eof = ws-is-true
               read file-42-customer-master
                   at end
                       move ws-is-true to ws-cust-mstr-eof
                   not at end
                       if cm-cust-num =
                         ws-so-cust-num(ws-so-found-ptr) then
                           move cm-cust-name to ws-n3-cust-name
                           move ws-is-true to ws-cust-mstr-eof
                       end-if
               end-read
           end-perform.
           close file-42-customer-master.
      *
      * An order Special Order Processing closed at pickup in this
      * batch puts its allocated units on-hand as received, and the
      * pickup sale posted above takes them off again.
       4900-release-collected-orders.
      *
           perform varying ws-so-ptr from ws-1 by ws-1
             until (ws-so-ptr > ws-so-table-count)
               if ws-so-status(ws-so-ptr) = 'C' and
                 ws-so-collect-batch(ws-so-ptr) = ws-batch-id and
                 ws-so-alloc-qty(ws-so-ptr) > 0 then
                   move ws-so-sku-code(ws-so-ptr) to in-sl-sku-code
                   move ws-so-store-num(ws-so-ptr) to in-sl-store-num
                   perform 3100-find-inventory-entry-sl
                   add ws-so-alloc-qty(ws-so-ptr) to ws-inv-on-hand(
                       ws-inv-found-ptr)
                   add ws-so-alloc-qty(ws-so-ptr) to ws-inv-received(
                       ws-inv-found-ptr)
                   add ws-so-alloc-qty(ws-so-ptr) to ws-released-count
                   move 0 to ws-so-alloc-qty(ws-so-ptr)
               end-if
           end-perform.
      *
       5000-print-stock-lines.
      *
           write report-print-line from ws-reorder-count-line.
           move ws-received-count to ws-rvc-count.
           write report-print-line from ws-received-count-line.
           move ws-held-count to ws-hcl-count.
           write report-print-line from ws-held-count-line.
           move ws-allocated-count to ws-acl-count.
           write report-print-line from ws-allocated-count-line.
           move ws-notice-count to ws-pnc-count.
           write report-print-line from ws-notice-count-line.
           move ws-released-count to ws-rlc-count.
           write report-print-line from ws-released-count-line.
           move ws-exch-back-count to ws-xbc-count.
           write report-print-line from ws-exch-back-count-line.
           move ws-exch-out-count to ws-xoc-count.
           write report-print-line from ws-exch-out-count-line.
      *
       6000-save-inventory-master.
      *
           end-perform.
      *
           close file-79-on-order.
      *
       6200-save-sku-cost.
      *
           open output file-118-sku-cost.
      *
           move ws-1 to ws-array-pointer.
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-cost-table-count)
               move ws-cost-sku-code(ws-array-pointer) to sc-sku-code
               move ws-cost-avg(ws-array-pointer) to sc-avg-cost
               move ws-cost-last(ws-array-pointer) to sc-last-cost
               move ws-cost-last-rcpt(ws-array-pointer) to
                 sc-last-receipt
               write sku-cost-rec
           end-perform.
      *
           close file-118-sku-cost.
      *
       6300-save-special-orders.
      *
           open output file-175-spec-ord-master.
      *
           move ws-1 to ws-array-pointer.
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-so-table-count)
               write spec-ord-master-rec from ws-so-entry(
                   ws-array-pointer)
           end-perform.
      *
           close file-175-spec-ord-master.
      *
       7000-close-files.
      *
           close file-05-sl-data, file-64-posted-returns,
             file-65-layaway-goods, file-10-void-data,
             file-37-stock-report, file-119-cost-of-sales,
             file-121-rtv-hold, file-176-pickup-notices,
             file-184-exchanges.
      *
      * A SKU first seen with no cost row is added at zero cost; it
      * picks up a real cost from its first receipt.
       8000-find-sku-cost.
      *
           move 0 to ws-cost-found-ptr.
           set ws-cost-srch-index to ws-1.
           search ws-cost-entry varying ws-cost-srch-index
               at end
                   add ws-1 to ws-cost-table-count
                   set ws-cost-index to ws-cost-table-count
                   move ws-cost-lookup-sku to ws-cost-sku-code(
                       ws-cost-index)
                   move 0 to ws-cost-avg(ws-cost-index)
                   move 0 to ws-cost-last(ws-cost-index)
                   move 0 to ws-cost-last-rcpt(ws-cost-index)
                   move ws-cost-table-count to ws-cost-found-ptr
               when ws-cost-srch-index <= ws-cost-table-count and
                 ws-cost-sku-code(ws-cost-srch-index) =
                 ws-cost-lookup-sku
                   set ws-cost-found-ptr to ws-cost-srch-index
           end-search.
      *
      * Costs the unit movement just posted at the SKU's current
      * average and writes it to the costed movement file. The SKU
      * and store are in the sale-side work fields whichever file
      * the movement came from.
       8100-write-costed-movement.
      *
           move in-sl-sku-code to ws-cost-lookup-sku.
           perform 8000-find-sku-cost.
           compute ws-move-cost rounded = ws-move-qty *
             ws-cost-avg(ws-cost-found-ptr).
      *
           move in-sl-store-num to cs-store-num.
           move in-sl-sku-code to cs-sku-code.
           move ws-move-type to cs-move-type.
           move ws-move-qty to cs-quantity.
           move ws-move-retail to cs-retail-amt.
           move ws-move-cost to cs-cost-amt.
           move ws-run-date to cs-run-date.
           move ws-batch-id to cs-batch-id.
           write cost-of-sales-rec.
      *
       end program InventoryProcessing.
