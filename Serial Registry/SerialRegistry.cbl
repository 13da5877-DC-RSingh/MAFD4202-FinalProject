       identification division.
       program-id. SerialRegistry.
       author. Raje Singh.
       date-written. 2026-10-15.
      * Program Description:
      * Keeps the serial registry: one row for every unit of a
      * serialized SKU, from the day it is received to the sale that
      * takes it out of the store and the return that brings it
      * back. Units are put on the registry from the serial
      * receiving feed, sold off it from this batch's sales (store,
      * invoice and customer) and put back in stock by this batch's
      * voids; the returns step marks units returned. A unit sold
      * with no receipt on file, sold twice, or received twice is
      * listed as an exception so loss prevention can chase it.
      * Posted and rejected receipts are consumed; receipts that do
      * not fit the registry table stay on the feed for the next
      * run.
      *
       environment division.
       input-output section.
       file-control.
      *
           select optional file-162-serial-registry
               assign
                   to
                   '../../../../datafiles/data/file-162-serial-reg.dat'
               organization is line sequential.
      *
           select optional file-163-serial-receipts
               assign
                   to
                   '../../../../datafiles/data/file-163-serial-rcv.dat'
               organization is line sequential.
      *
           select file-164-serial-report
               assign
                   to
                   '../../../../datafiles/data/file-164-serial-rpt.out'
               organization is line sequential.
      *
           select file-16-product-master
               assign
                   to '../../../../datafiles/data/file-16-product.dat'
               organization is line sequential.
      *
           select file-05-sl-data
               assign
                   to '../../../../datafiles/data/file-05-sl-data.dat'
               organization is line sequential.
      *
           select file-10-void-data
               assign
                   to
                   '../../../../datafiles/data/file-10-void-data.dat'
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
      * One row per serialized unit: where and when it was
      * received, the sale that took it out (store, invoice,
      * customer) and the return that brought it back.
       fd file-162-serial-registry
           data record is serial-reg-rec.
      *
       01 serial-reg-rec.
         05 sr-serial-num      pic x(20).
         05 sr-sku-code        pic x(15).
         05 sr-status          pic x.
           88 sr-in-stock      value 'I'.
           88 sr-sold          value 'S'.
           88 sr-returned      value 'T'.
         05 sr-rcv-store       pic xx.
         05 sr-rcv-date        pic 9(8).
         05 sr-rcv-ref         pic x(10).
         05 sr-sale-store      pic xx.
         05 sr-sale-invoice    pic x(9).
         05 sr-sale-cust       pic x(8).
         05 sr-sale-date       pic 9(8).
         05 sr-ret-store       pic xx.
         05 sr-ret-invoice     pic x(9).
         05 sr-ret-date        pic 9(8).
      *
      * One row per serialized unit booked in at the receiving dock:
      * the store, SKU, the unit's serial number and the purchase
      * order or packing slip it arrived on.
       fd file-163-serial-receipts
           data record is serial-rcv-rec.
      *
       01 serial-rcv-rec.
         05 sv-store-num       pic xx.
         05 sv-sku-code        pic x(15).
         05 sv-serial-num      pic x(20).
         05 sv-rcv-ref         pic x(10).
         05 sv-rcv-date        pic 9(8).
      *
       fd file-164-serial-report
           data record is report-print-line.
      *
       01 report-print-line    pic x(120).
      *
       fd file-16-product-master
           data record is product-master-rec.
      *
       01 product-master-rec.
         05 pmr-sku-code        pic x(15).
         05 pmr-sku-desc        pic x(20).
         05 pmr-sku-active      pic x.
         05 pmr-unit-price      pic 9(5)v99.
         05 pmr-taxable         pic x.
         05 pmr-serialized      pic x.
      *
       fd file-05-sl-data
           data record is sl-in-data.
      *
       01 sl-in-data.
         05 sl-trans-code      pic x.
         05 sl-trans-amt       pic 9(5)V99.
         05 sl-pay-type        pic XX.
         05 sl-store-num       pic XX.
         05 sl-invoice-num     pic X(9).
         05 sl-sku-code        pic X(15).
         05 sl-cashier-id      pic X(4).
         05 sl-quantity        pic 9(3).
         05 sl-card-num        pic X(12).
         05 sl-cust-num        pic X(8).
         05 sl-trans-date      pic 9(8).
         05 sl-batch-id        pic 9(6).
         05 sl-disc-reason     pic xx.
         05 sl-fx-amt          pic 9(5)V99.
         05 sl-coupon-code     pic x(10).
         05 sl-coupon-amt      pic 9(3)V99.
         05 sl-serial-num      pic x(20).
      *
       fd file-10-void-data
           data record is void-in-data.
      *
       01 void-in-data.
         05 vd-trans-code      pic x.
         05 vd-trans-amt       pic 9(5)V99.
         05 vd-pay-type        pic XX.
         05 vd-store-num       pic XX.
         05 vd-invoice-num     pic X(9).
         05 vd-sku-code        pic X(15).
         05 vd-cashier-id      pic X(4).
         05 vd-quantity        pic 9(3).
         05 vd-card-num        pic X(12).
         05 vd-cust-num        pic X(8).
         05 vd-trans-date      pic 9(8).
         05 vd-batch-id        pic 9(6).
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
         05 filler             pic x(22) value
                               "SERIAL REGISTRY REPORT".
      *
       01 ws-run-stamp-line.
         05 filler             pic x(10) value "RUN DATE: ".
         05 ws-rsl-run-date    pic 9(8).
         05 filler             pic x(13) value "   BATCH ID: ".
         05 ws-rsl-batch-id    pic z(5)9.
      *
       01 ws-exception-heading-line.
         05 filler             pic x(40) value
                               "SERIAL NUMBER EXCEPTIONS".
      *
       01 ws-exception-column-line.
         05 filler             pic x(8)  value "SOURCE".
         05 filler             pic x(22) value "SERIAL NUMBER".
         05 filler             pic x(17) value "SKU".
         05 filler             pic x(7)  value "STORE".
         05 filler             pic x(12) value "INV/REF".
         05 filler             pic x(12) value "PRIOR INV".
         05 filler             pic x(30) value "REASON".
      *
       01 ws-exception-line.
         05 ws-exl-source      pic x(8).
         05 ws-exl-serial      pic x(20).
         05 filler             pic x(2) value spaces.
         05 ws-exl-sku         pic x(15).
         05 filler             pic x(2) value spaces.
         05 ws-exl-store       pic xx.
         05 filler             pic x(5) value spaces.
         05 ws-exl-ref         pic x(10).
         05 filler             pic x(2) value spaces.
         05 ws-exl-prior       pic x(9).
         05 filler             pic x(3) value spaces.
         05 ws-exl-reason      pic x(30).
      *
       01 ws-no-exceptions-line.
         05 filler             pic x(30) value
                               "NO EXCEPTIONS THIS RUN".
      *
       01 ws-count-line.
         05 ws-cl-label        pic x(30).
         05 ws-cl-count        pic z(5)9.
      *
       01 ws-capacity-line.
         05 filler             pic x(20) value
                               "*** TABLE FULL ON ".
         05 ws-cap-file        pic x(24).
         05 filler             pic x(30) value
                               " - NOTHING POSTED THIS RUN".
      *
       01 ws-serial-errors.
         05 ws-sku-not-serial      pic x(30) value
                                  "SKU NOT SERIALIZED".
         05 ws-serial-missing      pic x(30) value
                                  "SERIAL NUMBER MISSING".
         05 ws-already-on-file     pic x(30) value
                                  "SERIAL ALREADY ON REGISTRY".
         05 ws-registry-full       pic x(30) value
                                  "REGISTRY FULL - HELD".
         05 ws-sold-no-receipt     pic x(30) value
                                  "SOLD - NO RECEIPT ON FILE".
         05 ws-sold-not-added      pic x(30) value
                                  "SOLD - REGISTRY FULL".
         05 ws-already-sold        pic x(30) value
                                  "SOLD WHILE ALREADY SOLD".
         05 ws-void-not-found      pic x(30) value
                                  "VOID - SALE NOT ON REGISTRY".
      *
       01 ws-product-table.
         05 ws-prod-entry          occurs 500 times
                                    indexed by ws-prod-index
                                    ws-prod-srch-index.
           10 ws-prod-sku-code     pic x(15).
           10 ws-prod-serialized   pic x.
       77 ws-prod-table-count      pic 9(5) value 0.
       77 ws-prod-mstr-eof         pic x value 'n'.
       77 ws-sku-serialized        pic x value 'N'.
      *
      * The whole registry rides in this table while the day's
      * receipts, sales and voids are posted.
       01 ws-serial-reg-table.
         05 ws-srg-entry           occurs 5000 times
                                    indexed by ws-srg-index
                                    ws-srg-srch-index.
           10 ws-srg-serial-num    pic x(20).
           10 ws-srg-sku-code      pic x(15).
           10 ws-srg-status        pic x.
           10 ws-srg-rcv-store     pic xx.
           10 ws-srg-rcv-date      pic 9(8).
           10 ws-srg-rcv-ref       pic x(10).
           10 ws-srg-sale-store    pic xx.
           10 ws-srg-sale-invoice  pic x(9).
           10 ws-srg-sale-cust     pic x(8).
           10 ws-srg-sale-date     pic 9(8).
           10 ws-srg-ret-store     pic xx.
           10 ws-srg-ret-invoice   pic x(9).
           10 ws-srg-ret-date      pic 9(8).
       77 ws-srg-table-count       pic 9(5) value 0.
       77 ws-srg-table-max         pic 9(5) value 5000.
       77 ws-srg-found-ptr         pic 9(5) value 0.
       77 ws-lookup-serial         pic x(20) value spaces.
       77 ws-lookup-sku            pic x(15) value spaces.
      *
      * Receipts that could not be put on a full registry, written
      * back to the feed for the next run.
       01 ws-held-table.
         05 ws-held-entry          occurs 500 times.
           10 ws-held-rec          pic x(55).
       77 ws-held-table-count      pic 9(3) value 0.
      *
       77 ws-array-pointer         pic 9(5) value 0.
       77 ws-table-full            pic x value 'n'.
       77 ws-exception-count       pic 9(5) value 0.
      *
       77 ws-srg-eof               pic x value 'n'.
       77 ws-rcv-eof               pic x value 'n'.
       77 ws-sl-eof                pic x value 'n'.
       77 ws-vd-eof                pic x value 'n'.
       77 ws-is-true               pic x value 'y'.
       77 ws-is-false              pic x value 'n'.
       77 ws-1                     pic 9 value 1.
       77 ws-run-date              pic 9(8) value 0.
       77 ws-batch-id              pic 9(6) value 0.
       77 ws-day-batch-count       pic 9(2) value 0.
      *
       77 ws-rcv-posted            pic 9(5) value 0.
       77 ws-rcv-rejected          pic 9(5) value 0.
       77 ws-sale-posted           pic 9(5) value 0.
       77 ws-sale-no-receipt       pic 9(5) value 0.
       77 ws-sale-twice            pic 9(5) value 0.
       77 ws-void-posted           pic 9(5) value 0.
       77 ws-void-unmatched        pic 9(5) value 0.
       77 ws-units-in-stock        pic 9(5) value 0.
       77 ws-units-sold            pic 9(5) value 0.
       77 ws-units-returned        pic 9(5) value 0.
      *
       procedure division.
       0000-Main.
      *
           accept ws-run-date from date yyyymmdd.
           perform 1200-get-batch-id.
           perform 1000-open-files.
           perform 1100-load-product-master.
           perform 1150-load-serial-registry.
           perform 2000-print-report-headings.
           if ws-table-full = ws-is-true then
               perform 7000-close-files
               goback
           end-if.
           perform 3000-post-receipts.
           perform 3500-post-sales.
           perform 3800-post-voids.
           perform 5000-print-summary.
           perform 6000-save-serial-registry.
           perform 6100-save-held-receipts.
           perform 7000-close-files.
           goback.
      *
      * A second or later batch of the day appends its section
      * after the earlier batches' instead of destroying them.
       1000-open-files.
      *
           if ws-day-batch-count > 1 then
               open extend file-164-serial-report
           else
               open output file-164-serial-report
           end-if.
      *
       1100-load-product-master.
      *
           open input file-16-product-master.
      *
           perform until ws-prod-mstr-eof = ws-is-true
               read file-16-product-master
                   at end
                       move ws-is-true to ws-prod-mstr-eof
                   not at end
                       add ws-1 to ws-prod-table-count
                       set ws-prod-index to ws-prod-table-count
                       move pmr-sku-code to ws-prod-sku-code(
                           ws-prod-index)
                       move pmr-serialized to ws-prod-serialized(
                           ws-prod-index)
               end-read
           end-perform.
      *
           close file-16-product-master.
      *
      * A registry bigger than the table stops the run before
      * anything is posted, rather than writing the registry back
      * short.
       1150-load-serial-registry.
      *
           open input file-162-serial-registry.
      *
           perform until ws-srg-eof = ws-is-true
               read file-162-serial-registry
                   at end
                       move ws-is-true to ws-srg-eof
                   not at end
                       if ws-srg-table-count < ws-srg-table-max then
                           add ws-1 to ws-srg-table-count
                           set ws-srg-index to ws-srg-table-count
                           move serial-reg-rec to ws-srg-entry(
                               ws-srg-index)
                       else
                           move ws-is-true to ws-table-full
                           move "SERIAL REGISTRY" to ws-cap-file
                       end-if
               end-read
           end-perform.
      *
           close file-162-serial-registry.
      *
      * Edit runs first in the daily chain and hands out the batch
      * id; this step runs after it, so the batch on the control
      * file is this run's batch.
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
           if ws-table-full = ws-is-true then
               write report-print-line from ws-capacity-line
           else
               write report-print-line from ws-exception-heading-line
               write report-print-line from ws-exception-column-line
           end-if.
      *
      * Each unit received goes on the registry in stock. A serial
      * already on the registry is not booked in a second time.
       3000-post-receipts.
      *
           open input file-163-serial-receipts.
           perform until ws-rcv-eof = ws-is-true
               read file-163-serial-receipts
                   at end
                       move ws-is-true to ws-rcv-eof
                   not at end
                       perform 3100-post-one-receipt
               end-read
           end-perform.
           close file-163-serial-receipts.
      *
       3100-post-one-receipt.
      *
           move "RECEIPT" to ws-exl-source.
           move sv-serial-num to ws-exl-serial.
           move sv-sku-code to ws-exl-sku.
           move sv-store-num to ws-exl-store.
           move sv-rcv-ref to ws-exl-ref.
           move spaces to ws-exl-prior.
      *
           move sv-sku-code to ws-lookup-sku.
           perform 8100-find-sku-serialized.
           if ws-sku-serialized not = 'Y' then
               move ws-sku-not-serial to ws-exl-reason
               perform 4000-write-exception
               add ws-1 to ws-rcv-rejected
               exit paragraph
           end-if.
      *
           if sv-serial-num = spaces then
               move ws-serial-missing to ws-exl-reason
               perform 4000-write-exception
               add ws-1 to ws-rcv-rejected
               exit paragraph
           end-if.
      *
           move sv-serial-num to ws-lookup-serial.
           perform 8200-find-serial-row.
           if ws-srg-found-ptr > 0 then
               move ws-srg-sale-invoice(ws-srg-found-ptr) to
                 ws-exl-prior
               move ws-already-on-file to ws-exl-reason
               perform 4000-write-exception
               add ws-1 to ws-rcv-rejected
               exit paragraph
           end-if.
      *
           if ws-srg-table-count >= ws-srg-table-max then
               move ws-registry-full to ws-exl-reason
               perform 4000-write-exception
               if ws-held-table-count < 500 then
                   add ws-1 to ws-held-table-count
                   move serial-rcv-rec to ws-held-rec(
                       ws-held-table-count)
               end-if
               exit paragraph
           end-if.
      *
           add ws-1 to ws-srg-table-count.
           move ws-srg-table-count to ws-srg-found-ptr.
           move spaces to ws-srg-entry(ws-srg-found-ptr).
           move sv-serial-num to ws-srg-serial-num(ws-srg-found-ptr).
           move sv-sku-code to ws-srg-sku-code(ws-srg-found-ptr).
           move 'I' to ws-srg-status(ws-srg-found-ptr).
           move sv-store-num to ws-srg-rcv-store(ws-srg-found-ptr).
           move sv-rcv-date to ws-srg-rcv-date(ws-srg-found-ptr).
           move sv-rcv-ref to ws-srg-rcv-ref(ws-srg-found-ptr).
           move 0 to ws-srg-sale-date(ws-srg-found-ptr).
           move 0 to ws-srg-ret-date(ws-srg-found-ptr).
           add ws-1 to ws-rcv-posted.
      *
      * This batch's sales of serialized SKUs take their units off
      * the registry against the store, invoice and customer that
      * bought them. A unit with no receipt on file is still put on
      * the registry sold, so its return can be matched, and
      * listed; a unit already sold is re-sold to the new invoice
      * and listed with the invoice that sold it before.
       3500-post-sales.
      *
           open input file-05-sl-data.
           perform until ws-sl-eof = ws-is-true
               read file-05-sl-data
                   at end
                       move ws-is-true to ws-sl-eof
                   not at end
                       if sl-batch-id = ws-batch-id and
                         sl-trans-code = 'S' then
                           perform 3600-post-one-sale
                       end-if
               end-read
           end-perform.
           close file-05-sl-data.
      *
       3600-post-one-sale.
      *
           move sl-sku-code to ws-lookup-sku.
           perform 8100-find-sku-serialized.
           if ws-sku-serialized not = 'Y' then
               exit paragraph
           end-if.
      *
           move "SALE" to ws-exl-source.
           move sl-serial-num to ws-exl-serial.
           move sl-sku-code to ws-exl-sku.
           move sl-store-num to ws-exl-store.
           move sl-invoice-num to ws-exl-ref.
           move spaces to ws-exl-prior.
      *
           if sl-serial-num = spaces then
               move ws-serial-missing to ws-exl-reason
               perform 4000-write-exception
               exit paragraph
           end-if.
      *
           move sl-serial-num to ws-lookup-serial.
           perform 8200-find-serial-row.
           if ws-srg-found-ptr = 0 then
               if ws-srg-table-count >= ws-srg-table-max then
                   move ws-sold-not-added to ws-exl-reason
                   perform 4000-write-exception
                   exit paragraph
               end-if
               add ws-1 to ws-srg-table-count
               move ws-srg-table-count to ws-srg-found-ptr
               move spaces to ws-srg-entry(ws-srg-found-ptr)
               move sl-serial-num to ws-srg-serial-num(
                   ws-srg-found-ptr)
               move sl-sku-code to ws-srg-sku-code(ws-srg-found-ptr)
               move 0 to ws-srg-rcv-date(ws-srg-found-ptr)
               move ws-sold-no-receipt to ws-exl-reason
               perform 4000-write-exception
               add ws-1 to ws-sale-no-receipt
           else
               if ws-srg-status(ws-srg-found-ptr) = 'S' then
                   move ws-srg-sale-invoice(ws-srg-found-ptr) to
                     ws-exl-prior
                   move ws-already-sold to ws-exl-reason
                   perform 4000-write-exception
                   add ws-1 to ws-sale-twice
               end-if
           end-if.
      *
           move 'S' to ws-srg-status(ws-srg-found-ptr).
           move sl-store-num to ws-srg-sale-store(ws-srg-found-ptr).
           move sl-invoice-num to ws-srg-sale-invoice(
               ws-srg-found-ptr).
           move sl-cust-num to ws-srg-sale-cust(ws-srg-found-ptr).
           move sl-trans-date to ws-srg-sale-date(ws-srg-found-ptr).
           move spaces to ws-srg-ret-store(ws-srg-found-ptr).
           move spaces to ws-srg-ret-invoice(ws-srg-found-ptr).
           move 0 to ws-srg-ret-date(ws-srg-found-ptr).
           add ws-1 to ws-sale-posted.
      *
      * A voided sale puts its unit back in stock. The void names
      * the invoice and SKU, not the serial, so the unit is the one
      * that SKU's sale on that invoice took out.
       3800-post-voids.
      *
           open input file-10-void-data.
           perform until ws-vd-eof = ws-is-true
               read file-10-void-data
                   at end
                       move ws-is-true to ws-vd-eof
                   not at end
                       if vd-batch-id = ws-batch-id then
                           perform 3900-post-one-void
                       end-if
               end-read
           end-perform.
           close file-10-void-data.
      *
       3900-post-one-void.
      *
           move vd-sku-code to ws-lookup-sku.
           perform 8100-find-sku-serialized.
           if ws-sku-serialized not = 'Y' then
               exit paragraph
           end-if.
      *
           move 0 to ws-srg-found-ptr.
           set ws-srg-srch-index to ws-1.
           search ws-srg-entry varying ws-srg-srch-index
               at end
                   continue
               when ws-srg-srch-index <= ws-srg-table-count and
                 ws-srg-sku-code(ws-srg-srch-index) = vd-sku-code and
                 ws-srg-status(ws-srg-srch-index) = 'S' and
                 ws-srg-sale-invoice(ws-srg-srch-index) =
                 vd-invoice-num
                   set ws-srg-found-ptr to ws-srg-srch-index
           end-search.
      *
           if ws-srg-found-ptr = 0 then
               move "VOID" to ws-exl-source
               move spaces to ws-exl-serial
               move vd-sku-code to ws-exl-sku
               move vd-store-num to ws-exl-store
               move vd-invoice-num to ws-exl-ref
               move spaces to ws-exl-prior
               move ws-void-not-found to ws-exl-reason
               perform 4000-write-exception
               add ws-1 to ws-void-unmatched
           else
               move 'I' to ws-srg-status(ws-srg-found-ptr)
               move spaces to ws-srg-sale-store(ws-srg-found-ptr)
               move spaces to ws-srg-sale-invoice(ws-srg-found-ptr)
               move spaces to ws-srg-sale-cust(ws-srg-found-ptr)
               move 0 to ws-srg-sale-date(ws-srg-found-ptr)
               add ws-1 to ws-void-posted
           end-if.
      *
       4000-write-exception.
      *
           write report-print-line from ws-exception-line.
           add ws-1 to ws-exception-count.
      *
       5000-print-summary.
      *
           if ws-exception-count = 0 then
               write report-print-line from ws-no-exceptions-line
           end-if.
      *
           move ws-1 to ws-array-pointer.
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-srg-table-count)
               evaluate ws-srg-status(ws-array-pointer)
                   when 'I'
                       add ws-1 to ws-units-in-stock
                   when 'S'
                       add ws-1 to ws-units-sold
                   when 'T'
                       add ws-1 to ws-units-returned
               end-evaluate
           end-perform.
      *
           write report-print-line from spaces.
           move "UNITS RECEIVED:" to ws-cl-label.
           move ws-rcv-posted to ws-cl-count.
           write report-print-line from ws-count-line.
           move "RECEIPTS REJECTED:" to ws-cl-label.
           move ws-rcv-rejected to ws-cl-count.
           write report-print-line from ws-count-line.
           move "RECEIPTS HELD:" to ws-cl-label.
           move ws-held-table-count to ws-cl-count.
           write report-print-line from ws-count-line.
           move "UNITS SOLD:" to ws-cl-label.
           move ws-sale-posted to ws-cl-count.
           write report-print-line from ws-count-line.
           move "  SOLD WITH NO RECEIPT:" to ws-cl-label.
           move ws-sale-no-receipt to ws-cl-count.
           write report-print-line from ws-count-line.
           move "  SOLD WHILE ALREADY SOLD:" to ws-cl-label.
           move ws-sale-twice to ws-cl-count.
           write report-print-line from ws-count-line.
           move "SALES VOIDED BACK TO STOCK:" to ws-cl-label.
           move ws-void-posted to ws-cl-count.
           write report-print-line from ws-count-line.
           move "VOIDS NOT ON REGISTRY:" to ws-cl-label.
           move ws-void-unmatched to ws-cl-count.
           write report-print-line from ws-count-line.
      *
           write report-print-line from spaces.
           move "REGISTRY - IN STOCK:" to ws-cl-label.
           move ws-units-in-stock to ws-cl-count.
           write report-print-line from ws-count-line.
           move "REGISTRY - SOLD:" to ws-cl-label.
           move ws-units-sold to ws-cl-count.
           write report-print-line from ws-count-line.
           move "REGISTRY - RETURNED:" to ws-cl-label.
           move ws-units-returned to ws-cl-count.
           write report-print-line from ws-count-line.
      *
       6000-save-serial-registry.
      *
           open output file-162-serial-registry.
           move ws-1 to ws-array-pointer.
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-srg-table-count)
               move ws-srg-entry(ws-array-pointer) to serial-reg-rec
               write serial-reg-rec
           end-perform.
           close file-162-serial-registry.
      *
      * The receiving feed is consumed; only receipts held for want
      * of room on the registry go back on it.
       6100-save-held-receipts.
      *
           open output file-163-serial-receipts.
           move ws-1 to ws-array-pointer.
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-held-table-count)
               move ws-held-rec(ws-array-pointer) to serial-rcv-rec
               write serial-rcv-rec
           end-perform.
           close file-163-serial-receipts.
      *
       7000-close-files.
      *
           close file-164-serial-report.
      *
       8100-find-sku-serialized.
      *
           move 'N' to ws-sku-serialized.
           set ws-prod-srch-index to ws-1.
           search ws-prod-entry varying ws-prod-srch-index
               at end
                   continue
               when ws-prod-srch-index <= ws-prod-table-count and
                 ws-prod-sku-code(ws-prod-srch-index) = ws-lookup-sku
                   move ws-prod-serialized(ws-prod-srch-index) to
                     ws-sku-serialized
           end-search.
      *
       8200-find-serial-row.
      *
           move 0 to ws-srg-found-ptr.
           set ws-srg-srch-index to ws-1.
           search ws-srg-entry varying ws-srg-srch-index
               at end
                   continue
               when ws-srg-srch-index <= ws-srg-table-count and
                 ws-srg-serial-num(ws-srg-srch-index) =
                 ws-lookup-serial and
                 ws-srg-sku-code(ws-srg-srch-index) = ws-lookup-sku
                   set ws-srg-found-ptr to ws-srg-srch-index
           end-search.
      *
       end program SerialRegistry.
