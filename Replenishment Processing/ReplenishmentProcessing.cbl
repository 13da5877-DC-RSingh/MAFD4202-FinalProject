      * it stays below the reorder point. The receiving step in
      * Inventory Processing posts arrived goods back on-hand and
      * relieves the on-order quantity.
      *
      * A customer special order goes on a suggested PO for its store
      * the first run after it is taken, whatever the SKU's reorder
      * point, for the quantity the customer ordered rounded up to
      * whole packs. The order is marked on order with the PO number
      * so Inventory Processing can allocate the receipt to it. Those
      * units are the customer's, so they do not count toward the
      * store's cover when the reorder point is tested.
      *
       environment division.
       input-output section.
                   to
                   '../../../../datafiles/data/file-81-replen-rpt.out'
               organization is line sequential.
      *
           select optional file-175-spec-ord-master
               assign
                   to
                   '../../../../datafiles/data/file-175-so-master.dat'
               organization is line sequential.
      *
           select file-26-batch-id-ctl
               assign
           data record is report-print-line.
      *
       01 report-print-line    pic x(120).
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
       fd file-26-batch-id-ctl
           data record is batch-id-ctl-rec.
         05 ws-nvl-store-num   pic xx.
         05 filler             pic x(26) value
                            " - NO VENDOR FOR THIS SKU".
      *
       01 ws-special-detail-line.
         05 ws-sdl-po-number   pic 9(9).
         05 filler             pic x(2) value spaces.
         05 ws-sdl-vendor      pic xx.
         05 filler             pic x(4) value spaces.
         05 ws-sdl-sku-code    pic x(15).
         05 filler             pic x(1) value space.
         05 ws-sdl-store-num   pic xx.
         05 filler             pic x(3) value spaces.
         05 filler             pic x(15) value "SPECIAL ORDER ".
         05 ws-sdl-order-num   pic x(9).
         05 filler             pic x(5) value spaces.
         05 ws-sdl-suggest     pic z(4)9.
         05 filler             pic x(4) value spaces.
         05 ws-sdl-expected    pic 9(8).
      *
       01 ws-suggested-count-line.
         05 filler             pic x(30) value
                               "PURCHASE ORDERS SUGGESTED:    ".
         05 ws-scl-count       pic z(5)9.
      *
       01 ws-special-count-line.
         05 filler             pic x(30) value
                               "SPECIAL ORDERS PLACED:        ".
         05 ws-spl-count       pic z(5)9.
      *
       01 ws-vendor-table.
         05 ws-vn-entry          occurs 500 times
       77 ws-oo-table-count      pic 9(4) value 0.
       77 ws-oo-mstr-eof         pic x value 'n'.
       77 ws-oo-found-ptr        pic 9(4) value 0.
      *
       01 ws-spec-order-table.
         05 ws-so-entry          occurs 2000 times.
           10 ws-so-rec          pic x(87).
           10 ws-so-fields redefines ws-so-rec.
             15 ws-so-order-num  pic x(9).
             15 ws-so-store-num  pic xx.
             15 ws-so-cust-num   pic x(8).
             15 ws-so-sku-code   pic x(15).
             15 ws-so-quantity   pic 9(3).
             15 ws-so-deposit    pic 9(5)v99.
             15 ws-so-order-date pic 9(8).
             15 ws-so-status     pic x.
             15 ws-so-po-number  pic 9(9).
             15 filler           pic x(25).
       77 ws-so-table-count      pic 9(4) value 0.
       77 ws-so-mstr-eof         pic x value 'n'.
       77 ws-so-ptr              pic 9(4) value 0.
       77 ws-committed-qty       pic 9(7) value 0.
       77 ws-special-count       pic 9(5) value 0.
      *
       77 ws-inv-mstr-eof        pic x value 'n'.
       77 ws-is-true             pic x value 'y'.
           perform 1000-open-files.
           perform 1100-load-vendor-master.
           perform 1150-load-on-order.
           perform 1170-load-special-orders.
           perform 2000-print-report-headings.
           perform 2500-order-special-orders.
           perform 3000-suggest-orders.
           perform 5000-print-summary.
           perform 6000-save-on-order.
           perform 6100-save-special-orders.
           perform 7000-close-files.
           goback.
      *
           end-perform.
      *
           close file-79-on-order.
      *
       1170-load-special-orders.
      *
           open input file-175-spec-ord-master.
      *
           perform until ws-so-mstr-eof = ws-is-true
               read file-175-spec-ord-master
                   at end
                       move ws-is-true to ws-so-mstr-eof
                   not at end
                       if ws-so-table-count < 2000 then
                           add ws-1 to ws-so-table-count
                           move spec-ord-master-rec to ws-so-rec(
                               ws-so-table-count)
                       end-if
               end-read
           end-perform.
      *
           close file-175-spec-ord-master.
      *
      * Edit runs first in the daily chain and hands out the batch
      * id; this program just reads what Edit left here.
           write report-print-line from ws-replen-heading.
           write report-print-line from spaces.
      *
      * Each special order still waiting for a PO is ordered now.
      * The inventory record area is not yet in use, so the order's
      * SKU and store are set there for the shared on-order and
      * vendor lookups.
       2500-order-special-orders.
      *
           compute ws-run-date-int =
             function integer-of-date(ws-run-date).
      *
           perform varying ws-so-ptr from ws-1 by ws-1
             until (ws-so-ptr > ws-so-table-count)
               if ws-so-status(ws-so-ptr) = 'O' then
                   perform 2600-order-one-special-order
               end-if
           end-perform.
      *
       2600-order-one-special-order.
      *
           move ws-so-sku-code(ws-so-ptr) to imr-sku-code.
           move ws-so-store-num(ws-so-ptr) to imr-store-num.
      *
           perform 3300-find-vendor-entry.
           if ws-vn-found-ptr = 0 then
               move imr-sku-code to ws-nvl-sku-code
               move imr-store-num to ws-nvl-store-num
               write report-print-line from ws-no-vendor-line
               exit paragraph
           end-if.
      *
           perform 3200-find-on-order-entry.
           move ws-so-quantity(ws-so-ptr) to ws-need-qty.
           perform 3150-round-up-to-packs.
      *
           add ws-1 to ws-special-count.
           add ws-1 to ws-po-seq.
      *
           compute po-number = (ws-batch-id * 1000) + ws-po-seq.
           move ws-vn-vendor-num(ws-vn-found-ptr) to po-vendor-num.
           move imr-sku-code to po-sku-code.
           move imr-store-num to po-store-num.
           move ws-suggest-qty to po-qty.
           move ws-run-date to po-order-date.
           compute ws-expected-int = ws-run-date-int +
             ws-vn-lead-days(ws-vn-found-ptr).
           compute po-expected-date =
             function date-of-integer(ws-expected-int).
           write suggested-po-rec.
      *
           perform 3450-add-to-on-order.
      *
           move 'Q' to ws-so-status(ws-so-ptr).
           move po-number to ws-so-po-number(ws-so-ptr).
      *
           move po-number to ws-sdl-po-number.
           move po-vendor-num to ws-sdl-vendor.
           move imr-sku-code to ws-sdl-sku-code.
           move imr-store-num to ws-sdl-store-num.
           move ws-so-order-num(ws-so-ptr) to ws-sdl-order-num.
           move ws-suggest-qty to ws-sdl-suggest.
           move po-expected-date to ws-sdl-expected.
           write report-print-line from ws-special-detail-line.
      *
       3000-suggest-orders.
      *
           perform until ws-inv-mstr-eof = ws-is-true
               read file-36-inventory-master
           else
               move imr-on-hand to ws-available
           end-if.
           perform 3250-find-committed-qty.
           subtract ws-committed-qty from ws-available.
      *
           if ws-available > imr-reorder-point then
               exit paragraph
      * Enough whole packs to bring cover above the reorder point.
           compute ws-need-qty = imr-reorder-point - ws-available
             + 1.
           perform 3150-round-up-to-packs.
      *
           perform 3400-write-suggested-po.
      *
       3150-round-up-to-packs.
      *
           if ws-vn-pack-size(ws-vn-found-ptr) > 0 then
               divide ws-need-qty by ws-vn-pack-size(
                   ws-vn-found-ptr) giving ws-pack-count
           else
               move ws-need-qty to ws-suggest-qty
           end-if.
      *
       3200-find-on-order-entry.
      *
                 ws-oo-store-num(ws-oo-srch-index) = imr-store-num
                   set ws-oo-found-ptr to ws-oo-srch-index
           end-search.
      *
      * Units on order for special orders at this store are spoken
      * for; only the rest of the on-order quantity is cover.
       3250-find-committed-qty.
      *
           move 0 to ws-committed-qty.
           perform varying ws-so-ptr from ws-1 by ws-1
             until (ws-so-ptr > ws-so-table-count)
               if ws-so-status(ws-so-ptr) = 'Q' and
                 ws-so-sku-code(ws-so-ptr) = imr-sku-code and
                 ws-so-store-num(ws-so-ptr) = imr-store-num then
                   add ws-so-quantity(ws-so-ptr) to ws-committed-qty
               end-if
           end-perform.
      *
       3300-find-vendor-entry.
      *
             function date-of-integer(ws-expected-int).
           write suggested-po-rec.
      *
           perform 3450-add-to-on-order.
      *
           move po-number to ws-rdl-po-number.
           move po-vendor-num to ws-rdl-vendor.
           move ws-suggest-qty to ws-rdl-suggest.
           move po-expected-date to ws-rdl-expected.
           write report-print-line from ws-replen-detail-line.
      *
       3450-add-to-on-order.
      *
           if ws-oo-found-ptr > 0 then
               add ws-suggest-qty to ws-oo-qty(ws-oo-found-ptr)
           else
               add ws-1 to ws-oo-table-count
               set ws-oo-index to ws-oo-table-count
               move imr-sku-code to ws-oo-sku-code(ws-oo-index)
               move imr-store-num to ws-oo-store-num(ws-oo-index)
               move ws-suggest-qty to ws-oo-qty(ws-oo-index)
           end-if.
      *
       5000-print-summary.
      *
           write report-print-line from spaces.
           move ws-suggested-count to ws-scl-count.
           write report-print-line from ws-suggested-count-line.
           move ws-special-count to ws-spl-count.
           write report-print-line from ws-special-count-line.
      *
       6000-save-on-order.
      *
           end-perform.
      *
           close file-79-on-order.
      *
       6100-save-special-orders.
      *
           open output file-175-spec-ord-master.
      *
           move ws-1 to ws-array-pointer.
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-so-table-count)
               write spec-ord-master-rec from ws-so-rec(
                   ws-array-pointer)
           end-perform.
      *
           close file-175-spec-ord-master.
      *
       7000-close-files.
      *
