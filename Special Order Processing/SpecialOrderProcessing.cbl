       identification division.
       program-id. SpecialOrderProcessing.
       author. Raje Singh.
       date-written. 2026-10-15.
      * Program Description:
      * Keeps the special-order master. A special order is goods the
      * store does not stock (or is out of) ordered in for a named
      * customer against a deposit. The order is rung at the till as
      * an 'O' record carrying the customer, SKU, quantity and the
      * deposit taken; the pickup is rung as an ordinary sale of the
      * goods plus a 'P' record quoting the order's invoice number
      * that applies the deposit back against the sale. Data Split
      * routes both to the special-order file, and this step:
      *
      *   - opens each new order on the master (a second deposit on
      *     an order still open adds to what is held);
      *   - closes an order collected at pickup, flagging a pickup
      *     with no order on file, one already collected, or one
      *     that applied a different amount than the deposit held;
      *   - ages orders whose goods are in and waiting for the
      *     customer past the hold period on the control file, by
      *     store.
      *
      * The deposit is the customer's money held until pickup; the GL
      * extract books it to the deposit liability, not to sales.
      * Replenishment puts an open order on the suggested PO file and
      * marks it on order; Inventory Processing allocates the receipt
      * against that PO to the order, marks it ready and prints the
      * pickup notice. An order collected here keeps its allocated
      * units on the master until Inventory releases them against the
      * pickup sale, after which it drops off on the next run.
      *
       environment division.
       input-output section.
       file-control.
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
           select optional file-177-spec-ord-ctl
               assign
                   to
                   '../../../../datafiles/data/file-177-so-ctl.dat'
               organization is line sequential.
      *
           select file-178-spec-ord-report
               assign
                   to
                   '../../../../datafiles/data/file-178-so-aging.out'
               organization is line sequential.
      *
           select file-13-store-master
               assign
                   to
                   '../../../../datafiles/data/file-13-store-master.dat'
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
       fd file-177-spec-ord-ctl
           data record is spec-ord-ctl-rec.
      *
       01 spec-ord-ctl-rec.
         05 sc-hold-days       pic 9(3).
      *
       fd file-178-spec-ord-report
           data record is report-print-line.
      *
       01 report-print-line    pic x(120).
      *
       fd file-13-store-master
           data record is store-master-rec.
      *
       01 store-master-rec.
         05 smr-store-num      pic xx.
         05 smr-store-name     pic x(20).
         05 smr-store-active   pic x.
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
         05 filler             pic x(37) value
                               "SPECIAL ORDER ACTIVITY AND AGING".
      *
       01 ws-run-stamp-line.
         05 filler             pic x(10) value "RUN DATE: ".
         05 ws-rsl-run-date    pic 9(8).
         05 filler             pic x(13) value "   BATCH ID: ".
         05 ws-rsl-batch-id    pic z(5)9.
      *
       01 ws-activity-title-line.
         05 filler             pic x(24) value
                               "ORDER ACTIVITY THIS RUN".
      *
       01 ws-activity-heading.
         05 filler             pic x(11) value "ORDER #".
         05 filler             pic x(7)  value "STORE".
         05 filler             pic x(10) value "CUSTOMER".
         05 filler             pic x(17) value "SKU".
         05 filler             pic x(5)  value "QTY".
         05 filler             pic x(12) value "AMOUNT".
         05 filler             pic x(24) value "DISPOSITION".
      *
       01 ws-activity-detail-line.
         05 ws-adl-order       pic x(9).
         05 filler             pic x(2) value spaces.
         05 ws-adl-store       pic xx.
         05 filler             pic x(5) value spaces.
         05 ws-adl-cust        pic x(8).
         05 filler             pic x(2) value spaces.
         05 ws-adl-sku         pic x(15).
         05 filler             pic x(2) value spaces.
         05 ws-adl-qty         pic zz9.
         05 filler             pic x(2) value spaces.
         05 ws-adl-amount      pic $z(4)9.99.
         05 filler             pic x(3) value spaces.
         05 ws-adl-disp        pic x(26).
      *
       01 ws-aging-title-line.
         05 filler             pic x(40) value
                            "UNCOLLECTED ORDERS PAST THE HOLD PERIOD".
         05 filler             pic x(8) value "  HOLD: ".
         05 ws-atl-hold-days   pic zz9.
         05 filler             pic x(5) value " DAYS".
      *
       01 ws-aging-heading.
         05 filler             pic x(11) value "ORDER #".
         05 filler             pic x(7)  value "STORE".
         05 filler             pic x(10) value "CUSTOMER".
         05 filler             pic x(17) value "SKU".
         05 filler             pic x(5)  value "QTY".
         05 filler             pic x(12) value "DEPOSIT".
         05 filler             pic x(10) value "READY".
         05 filler             pic x(7)  value "HELD".
         05 filler             pic x(10) value "PAST HOLD".
         05 filler             pic x(8)  value "AGE".
      *
       01 ws-aging-detail-line.
         05 ws-gdl-order       pic x(9).
         05 filler             pic x(2) value spaces.
         05 ws-gdl-store       pic xx.
         05 filler             pic x(5) value spaces.
         05 ws-gdl-cust        pic x(8).
         05 filler             pic x(2) value spaces.
         05 ws-gdl-sku         pic x(15).
         05 filler             pic x(2) value spaces.
         05 ws-gdl-qty         pic zz9.
         05 filler             pic x(2) value spaces.
         05 ws-gdl-deposit     pic $z(4)9.99.
         05 filler             pic x(3) value spaces.
         05 ws-gdl-ready-date  pic 9(8).
         05 filler             pic x(2) value spaces.
         05 ws-gdl-days-held   pic zzz9.
         05 filler             pic x(5) value spaces.
         05 ws-gdl-days-past   pic zzz9.
         05 filler             pic x(4) value spaces.
         05 ws-gdl-bucket      pic x(8).
      *
       01 ws-store-aging-line.
         05 filler             pic x(27) value
                               "ORDERS PAST HOLD AT STORE ".
         05 ws-sal-store       pic xx.
         05 filler             pic x(2) value ": ".
         05 ws-sal-count       pic z(4)9.
         05 filler             pic x(14) value "   DEPOSITS: ".
         05 ws-sal-deposit     pic $z(6)9.99.
      *
       01 ws-bucket-line.
         05 filler             pic x(27) value
                               "ORDERS PAST HOLD ".
         05 ws-bkl-label       pic x(12).
         05 filler             pic x(2) value ": ".
         05 ws-bkl-count       pic z(4)9.
      *
       01 ws-count-line.
         05 ws-cl-label        pic x(34).
         05 ws-cl-count        pic z(5)9.
      *
       01 ws-held-amount-line.
         05 filler             pic x(34) value
                               "DEPOSITS HELD ON OPEN ORDERS:".
         05 ws-hal-amount      pic $z(7)9.99.
      *
       01 ws-order-table.
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
           10 ws-so-po-number    pic 9(9).
           10 ws-so-alloc-qty    pic 9(3).
           10 ws-so-ready-date   pic 9(8).
           10 ws-so-collect-date pic 9(8).
           10 ws-so-collect-batch pic 9(6).
       77 ws-so-table-count      pic 9(4) value 0.
       77 ws-so-mstr-eof         pic x value 'n'.
       77 ws-so-found-ptr        pic 9(4) value 0.
       77 ws-so-ptr              pic 9(4) value 0.
      *
       01 ws-constants.
         05 ws-store-table      occurs 20 times
                                 indexed by ws-store-index
                                 ws-store-srch-index.
           10 ws-store-literals pic xx.
           10 ws-store-active   pic x.
       77 ws-store-table-count  pic 99 value 0.
       77 ws-store-mstr-eof     pic x value 'n'.
       77 ws-store-aged-cnts    pic 9(5) value 0 occurs 20 times.
       77 ws-store-aged-amts    pic 9(7)v99 value 0 occurs 20 times.
       77 ws-store-ptr          pic 99 value 0.
      *
       77 ws-hold-days           pic 9(3) value 14.
       77 ws-is-true             pic x value 'y'.
       77 ws-1                   pic 9 value 1.
       77 ws-run-date            pic 9(8) value 0.
       77 ws-batch-id            pic 9(6) value 0.
       77 ws-day-batch-count     pic 9(2) value 0.
       77 ws-so-eof              pic x value 'n'.
      *
       77 ws-orders-opened       pic 9(5) value 0.
       77 ws-deposits-added      pic 9(5) value 0.
       77 ws-pickups-posted      pic 9(5) value 0.
       77 ws-pickup-exceptions   pic 9(5) value 0.
       77 ws-open-count          pic 9(5) value 0.
       77 ws-on-order-count      pic 9(5) value 0.
       77 ws-ready-count         pic 9(5) value 0.
       77 ws-aged-count          pic 9(5) value 0.
       77 ws-aged-30-count       pic 9(5) value 0.
       77 ws-aged-60-count       pic 9(5) value 0.
       77 ws-aged-over-count     pic 9(5) value 0.
       77 ws-deposits-held       pic 9(7)v99 value 0.
       77 ws-days-held           pic s9(5) value 0.
       77 ws-days-past-hold      pic s9(5) value 0.
       77 ws-run-date-int        pic s9(8) comp value 0.
       77 ws-ready-date-int      pic s9(8) comp value 0.
      *
       77 ws-array-pointer       pic 9(4) value 1.
      *
       procedure division.
       0000-Main.
      *
           accept ws-run-date from date yyyymmdd.
           perform 1200-get-batch-id.
           perform 1000-open-files.
           perform 1050-load-control.
           perform 1100-load-store-master.
           perform 1150-load-order-master.
           perform 2000-print-report-headings.
           perform 3000-post-order-activity.
           perform 4000-age-uncollected-orders.
           perform 5000-print-summary.
           perform 6000-save-order-master.
           perform 7000-close-files.
           goback.
      *
       1000-open-files.
      *
           open input file-174-special-orders.
      * On a second or later batch of the same day the report
      * appends after the earlier batches' sections instead of
      * destroying them.
           if ws-day-batch-count > 1 then
               open extend file-178-spec-ord-report
           else
               open output file-178-spec-ord-report
           end-if.
      *
      * No control record leaves the two-week hold in place.
       1050-load-control.
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
                       move smr-store-active to ws-store-active(
                           ws-store-index)
               end-read
           end-perform.
      *
           close file-13-store-master.
      *
      * An order collected on an earlier run has had its allocated
      * units released by Inventory Processing since, so it is not
      * carried forward.
       1150-load-order-master.
      *
           open input file-175-spec-ord-master.
           perform until ws-so-mstr-eof = ws-is-true
               read file-175-spec-ord-master
                   at end
                       move ws-is-true to ws-so-mstr-eof
                   not at end
                       if (sm-status not = 'C' or sm-alloc-qty > 0)
                         and ws-so-table-count < 2000 then
                           perform 1160-load-order-entry
                       end-if
               end-read
           end-perform.
           close file-175-spec-ord-master.
      *
       1160-load-order-entry.
      *
           add ws-1 to ws-so-table-count.
           set ws-so-index to ws-so-table-count.
           move sm-order-num to ws-so-order-num(ws-so-index).
           move sm-store-num to ws-so-store-num(ws-so-index).
           move sm-cust-num to ws-so-cust-num(ws-so-index).
           move sm-sku-code to ws-so-sku-code(ws-so-index).
           move sm-quantity to ws-so-quantity(ws-so-index).
           move sm-deposit to ws-so-deposit(ws-so-index).
           move sm-order-date to ws-so-order-date(ws-so-index).
           move sm-status to ws-so-status(ws-so-index).
           move sm-po-number to ws-so-po-number(ws-so-index).
           move sm-alloc-qty to ws-so-alloc-qty(ws-so-index).
           move sm-ready-date to ws-so-ready-date(ws-so-index).
           move sm-collect-date to ws-so-collect-date(ws-so-index).
           move sm-collect-batch to ws-so-collect-batch(ws-so-index).
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
           write report-print-line from ws-activity-title-line.
           write report-print-line from ws-activity-heading.
           write report-print-line from spaces.
      *
      * The special-order file carries every batch of the day; only
      * this batch's records are posted.
       3000-post-order-activity.
      *
           perform 3010-read-special-order.
           perform until ws-so-eof = ws-is-true
               if so-batch-id = ws-batch-id then
                   perform 3050-find-order
                   if so-is-deposit then
                       perform 3100-post-deposit
                   else
                       perform 3200-post-pickup
                   end-if
                   perform 3900-write-activity-line
               end-if
               perform 3010-read-special-order
           end-perform.
      *
       3010-read-special-order.
      *
           read file-174-special-orders
               at end
                   move ws-is-true to ws-so-eof.
      *
       3050-find-order.
      *
           move 0 to ws-so-found-ptr.
           set ws-so-srch-index to ws-1.
           search ws-so-entry varying ws-so-srch-index
               at end
                   continue
               when ws-so-srch-index <= ws-so-table-count and
                 ws-so-order-num(ws-so-srch-index) = so-invoice-num
                   set ws-so-found-ptr to ws-so-srch-index
           end-search.
      *
      * A further deposit on an order not yet collected adds to what
      * is held; the order itself is unchanged.
       3100-post-deposit.
      *
           if ws-so-found-ptr > 0 then
               if ws-so-status(ws-so-found-ptr) = 'C' then
                   add ws-1 to ws-pickup-exceptions
                   move "ORDER ALREADY COLLECTED" to ws-adl-disp
               else
                   add so-trans-amt to ws-so-deposit(ws-so-found-ptr)
                   add ws-1 to ws-deposits-added
                   move "DEPOSIT ADDED TO ORDER" to ws-adl-disp
               end-if
               exit paragraph
           end-if.
      *
           if ws-so-table-count not < 2000 then
               add ws-1 to ws-pickup-exceptions
               move "ORDER TABLE FULL" to ws-adl-disp
               exit paragraph
           end-if.
      *
           add ws-1 to ws-so-table-count.
           set ws-so-index to ws-so-table-count.
           move so-invoice-num to ws-so-order-num(ws-so-index).
           move so-store-num to ws-so-store-num(ws-so-index).
           move so-cust-num to ws-so-cust-num(ws-so-index).
           move so-sku-code to ws-so-sku-code(ws-so-index).
           move so-quantity to ws-so-quantity(ws-so-index).
           move so-trans-amt to ws-so-deposit(ws-so-index).
           move so-trans-date to ws-so-order-date(ws-so-index).
           move 'O' to ws-so-status(ws-so-index).
           move 0 to ws-so-po-number(ws-so-index).
           move 0 to ws-so-alloc-qty(ws-so-index).
           move 0 to ws-so-ready-date(ws-so-index).
           move 0 to ws-so-collect-date(ws-so-index).
           move 0 to ws-so-collect-batch(ws-so-index).
           add ws-1 to ws-orders-opened.
           move "ORDER OPENED" to ws-adl-disp.
      *
      * The pickup closes the order whatever its status: the goods
      * have left the store on the pickup sale. Collected before its
      * goods came in, the order was filled from shelf stock and the
      * PO receipt goes to general stock when it arrives.
       3200-post-pickup.
      *
           if ws-so-found-ptr = 0 then
               add ws-1 to ws-pickup-exceptions
               move "PICKUP - NO ORDER ON FILE" to ws-adl-disp
               exit paragraph
           end-if.
      *
           if ws-so-status(ws-so-found-ptr) = 'C' then
               add ws-1 to ws-pickup-exceptions
               move "ORDER ALREADY COLLECTED" to ws-adl-disp
               exit paragraph
           end-if.
      *
           if ws-so-status(ws-so-found-ptr) = 'R' then
               move "COLLECTED" to ws-adl-disp
           else
               move "COLLECTED BEFORE RECEIPT" to ws-adl-disp
           end-if.
           if so-trans-amt not = ws-so-deposit(ws-so-found-ptr) then
               add ws-1 to ws-pickup-exceptions
               move "COLLECTED - DEPOSIT DIFFERS" to ws-adl-disp
           end-if.
      *
           move 'C' to ws-so-status(ws-so-found-ptr).
           move so-trans-date to ws-so-collect-date(ws-so-found-ptr).
           move ws-batch-id to ws-so-collect-batch(ws-so-found-ptr).
           add ws-1 to ws-pickups-posted.
      *
       3900-write-activity-line.
      *
           move so-invoice-num to ws-adl-order.
           move so-store-num to ws-adl-store.
           move so-cust-num to ws-adl-cust.
           move so-sku-code to ws-adl-sku.
           move so-quantity to ws-adl-qty.
           move so-trans-amt to ws-adl-amount.
           write report-print-line from ws-activity-detail-line.
      *
      * An order whose goods are in ages from the day they were
      * allocated to it; once the customer has had the hold period
      * to collect, it is listed with how far past hold it is.
       4000-age-uncollected-orders.
      *
           write report-print-line from spaces.
           move ws-hold-days to ws-atl-hold-days.
           write report-print-line from ws-aging-title-line.
           write report-print-line from ws-aging-heading.
           write report-print-line from spaces.
      *
           compute ws-run-date-int =
             function integer-of-date(ws-run-date).
      *
           perform varying ws-so-ptr from ws-1 by ws-1
             until (ws-so-ptr > ws-so-table-count)
               evaluate ws-so-status(ws-so-ptr)
                   when 'O'
                       add ws-1 to ws-open-count
                       add ws-so-deposit(ws-so-ptr) to
                         ws-deposits-held
                   when 'Q'
                       add ws-1 to ws-on-order-count
                       add ws-so-deposit(ws-so-ptr) to
                         ws-deposits-held
                   when 'R'
                       add ws-1 to ws-ready-count
                       add ws-so-deposit(ws-so-ptr) to
                         ws-deposits-held
                       perform 4100-age-one-order
               end-evaluate
           end-perform.
      *
       4100-age-one-order.
      *
           if ws-so-ready-date(ws-so-ptr) = 0 then
               exit paragraph
           end-if.
      *
           compute ws-ready-date-int =
             function integer-of-date(ws-so-ready-date(ws-so-ptr)).
           compute ws-days-held = ws-run-date-int - ws-ready-date-int.
           compute ws-days-past-hold = ws-days-held - ws-hold-days.
      *
           if ws-days-past-hold not > 0 then
               exit paragraph
           end-if.
      *
           add ws-1 to ws-aged-count.
           evaluate true
               when ws-days-past-hold not > 30
                   add ws-1 to ws-aged-30-count
                   move "1-30" to ws-gdl-bucket
               when ws-days-past-hold not > 60
                   add ws-1 to ws-aged-60-count
                   move "31-60" to ws-gdl-bucket
               when other
                   add ws-1 to ws-aged-over-count
                   move "OVER 60" to ws-gdl-bucket
           end-evaluate.
      *
           move ws-so-order-num(ws-so-ptr) to ws-gdl-order.
           move ws-so-store-num(ws-so-ptr) to ws-gdl-store.
           move ws-so-cust-num(ws-so-ptr) to ws-gdl-cust.
           move ws-so-sku-code(ws-so-ptr) to ws-gdl-sku.
           move ws-so-quantity(ws-so-ptr) to ws-gdl-qty.
           move ws-so-deposit(ws-so-ptr) to ws-gdl-deposit.
           move ws-so-ready-date(ws-so-ptr) to ws-gdl-ready-date.
           move ws-days-held to ws-gdl-days-held.
           move ws-days-past-hold to ws-gdl-days-past.
           write report-print-line from ws-aging-detail-line.
      *
           set ws-store-srch-index to ws-1.
           search ws-store-table varying ws-store-srch-index
               at end
                   continue
               when ws-store-srch-index <= ws-store-table-count and
                 ws-store-literals(ws-store-srch-index) =
                 ws-so-store-num(ws-so-ptr)
                   set ws-store-ptr to ws-store-srch-index
                   add ws-1 to ws-store-aged-cnts(ws-store-ptr)
                   add ws-so-deposit(ws-so-ptr) to
                     ws-store-aged-amts(ws-store-ptr)
           end-search.
      *
       5000-print-summary.
      *
           write report-print-line from spaces.
      *
           move ws-1 to ws-array-pointer.
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-store-table-count)
               if ws-store-aged-cnts(ws-array-pointer) > 0 then
                   move ws-store-literals(ws-array-pointer) to
                     ws-sal-store
                   move ws-store-aged-cnts(ws-array-pointer) to
                     ws-sal-count
                   move ws-store-aged-amts(ws-array-pointer) to
                     ws-sal-deposit
                   write report-print-line from
                     ws-store-aging-line
               end-if
           end-perform.
      *
           write report-print-line from spaces.
           move "1-30 DAYS" to ws-bkl-label.
           move ws-aged-30-count to ws-bkl-count.
           write report-print-line from ws-bucket-line.
           move "31-60 DAYS" to ws-bkl-label.
           move ws-aged-60-count to ws-bkl-count.
           write report-print-line from ws-bucket-line.
           move "OVER 60 DAYS" to ws-bkl-label.
           move ws-aged-over-count to ws-bkl-count.
           write report-print-line from ws-bucket-line.
      *
           write report-print-line from spaces.
           move "ORDERS OPENED:" to ws-cl-label.
           move ws-orders-opened to ws-cl-count.
           write report-print-line from ws-count-line.
           move "FURTHER DEPOSITS TAKEN:" to ws-cl-label.
           move ws-deposits-added to ws-cl-count.
           write report-print-line from ws-count-line.
           move "ORDERS COLLECTED:" to ws-cl-label.
           move ws-pickups-posted to ws-cl-count.
           write report-print-line from ws-count-line.
           move "ACTIVITY EXCEPTIONS:" to ws-cl-label.
           move ws-pickup-exceptions to ws-cl-count.
           write report-print-line from ws-count-line.
      *
           write report-print-line from spaces.
           move "ORDERS WAITING TO GO ON ORDER:" to ws-cl-label.
           move ws-open-count to ws-cl-count.
           write report-print-line from ws-count-line.
           move "ORDERS ON ORDER WITH VENDOR:" to ws-cl-label.
           move ws-on-order-count to ws-cl-count.
           write report-print-line from ws-count-line.
           move "ORDERS READY FOR PICKUP:" to ws-cl-label.
           move ws-ready-count to ws-cl-count.
           write report-print-line from ws-count-line.
           move "ORDERS PAST THE HOLD PERIOD:" to ws-cl-label.
           move ws-aged-count to ws-cl-count.
           write report-print-line from ws-count-line.
           move ws-deposits-held to ws-hal-amount.
           write report-print-line from ws-held-amount-line.
      *
       6000-save-order-master.
      *
           open output file-175-spec-ord-master.
      *
           move ws-1 to ws-array-pointer.
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-so-table-count)
               move ws-so-order-num(ws-array-pointer) to sm-order-num
               move ws-so-store-num(ws-array-pointer) to sm-store-num
               move ws-so-cust-num(ws-array-pointer) to sm-cust-num
               move ws-so-sku-code(ws-array-pointer) to sm-sku-code
               move ws-so-quantity(ws-array-pointer) to sm-quantity
               move ws-so-deposit(ws-array-pointer) to sm-deposit
               move ws-so-order-date(ws-array-pointer) to
                 sm-order-date
               move ws-so-status(ws-array-pointer) to sm-status
               move ws-so-po-number(ws-array-pointer) to
                 sm-po-number
               move ws-so-alloc-qty(ws-array-pointer) to
                 sm-alloc-qty
               move ws-so-ready-date(ws-array-pointer) to
                 sm-ready-date
               move ws-so-collect-date(ws-array-pointer) to
                 sm-collect-date
               move ws-so-collect-batch(ws-array-pointer) to
                 sm-collect-batch
               write spec-ord-master-rec
           end-perform.
      *
           close file-175-spec-ord-master.
      *
       7000-close-files.
      *
           close file-174-special-orders, file-178-spec-ord-report.
      *
       end program SpecialOrderProcessing.
