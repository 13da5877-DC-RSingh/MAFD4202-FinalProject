                   to
                   '../../../../datafiles/data/file-64-posted-ret.dat'
               organization is line sequential.
      *
           select optional file-162-serial-registry
               assign
                   to
                   '../../../../datafiles/data/file-162-serial-reg.dat'
               organization is line sequential.
      *
           select sort-work-file
               assign to 'SORTWK'.
         05 in-batch-id        pic 9(6).
         05 in-disc-reason     pic xx.
         05 in-no-receipt      pic x.
         05 in-ret-reason      pic xx.
         05 in-serial-num      pic x(20).
      *
      * Work file for the external sort that re-sequences the
      * returns by store; run size is bounded by disk, not by an
         05 s-trans-date       pic 9(8).
         05 s-approved         pic x.
         05 s-no-receipt       pic x.
         05 s-ret-reason       pic xx.
         05 s-serial-num       pic x(20).
      *
       fd file-09-r-report
           data record is report-print-line.
         05 pmr-sku-active      pic x.
         05 pmr-unit-price      pic 9(5)v99.
         05 pmr-taxable         pic x.
         05 pmr-serialized      pic x.
      *
       fd file-20-control-totals
           data record is control-total-rec.
         05 rr-batch-id        pic 9(6).
         05 rr-review-reason   pic X(20).
         05 rr-review-date     pic 9(8).
         05 rr-ret-reason      pic xx.
         05 rr-serial-num      pic x(20).
      *
       fd file-17-unmatched-returns
           data record is ur-out-data.
         05 ur-batch-id        pic 9(6).
         05 ur-reason          pic X(20).
         05 ur-first-date      pic 9(8).
         05 ur-ret-reason      pic xx.
      *
       fd file-57-suspense-matched
           data record is susp-matched-rec.
         05 sm-cust-num        pic X(8).
         05 sm-trans-date      pic 9(8).
         05 sm-batch-id        pic 9(6).
         05 sm-ret-reason      pic xx.
      *
       fd file-53-approved-returns
           data record is approved-return-rec.
         05 ar-cust-num        pic X(8).
         05 ar-trans-date      pic 9(8).
         05 ar-batch-id        pic 9(6).
         05 ar-ret-reason      pic xx.
         05 ar-serial-num      pic x(20).
      *
       fd file-43-customer-history
           data record is customer-history-rec.
         05 po-cust-num        pic X(8).
         05 po-trans-date      pic 9(8).
         05 po-batch-id        pic 9(6).
      * The reason the customer gave; the inventory step holds
      * defective and damaged goods for return to the vendor.
         05 po-ret-reason      pic xx.
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
       fd file-61-audit-trail
           data record is audit-trail-rec.
                                    ws-prod-srch-index.
           10 ws-prod-sku-code     pic x(15).
           10 ws-prod-taxable      pic x.
           10 ws-prod-serialized   pic x.
       77 ws-prod-table-count      pic 9(5) value 0.
       77 ws-prod-mstr-eof         pic x value 'n'.
       77 ws-sku-taxable           pic x value 'Y'.
      *
      * The serial registry rides in this table so a return can be
      * matched to the sale of its unit and the unit marked back in.
      * Rows past the table's capacity are counted, and the registry
      * is then left as it stood rather than rewritten short.
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
       77 ws-srg-overflow-cnt      pic 9(5) value 0.
       77 ws-srg-eof               pic x value 'n'.
       77 ws-srg-found-ptr         pic 9(5) value 0.
       77 ws-sku-serialized        pic x value 'N'.
       77 ws-is-serial-bad         pic x value 'n'.
       77 ws-serial-flagged        pic 9(5) value 0.
      *
       77 ws-ret-raw-eof         pic x value 'n'.
       77 ws-cur-rec-store       pic xx value spaces.
         05 ws-ssl-susp-total  pic z(7)9.
         05 filler             pic x(11) value "   AMOUNT: ".
         05 ws-ssl-susp-amount pic $z(11)9.99.
      *
       01 ws-summary-serial-line.
         05 filler             pic x(38) value
                            "SERIALS NOT SOLD ON THEIR INVOICE:   ".
         05 ws-sser-flagged    pic z(7)9.
      *
       01 ws-serial-overflow-line.
         05 filler             pic x(38) value
                            "*** SERIAL REGISTRY ROWS OVER TABLE: ".
         05 ws-sovl-count      pic z(7)9.
         05 filler             pic x(30) value
                               " - REGISTRY NOT UPDATED ***".
      *
       01 ws-summary-approved-line.
         05 filler             pic x(38) value
           perform 1100-load-store-master.
           perform 1200-load-tax-rate-master.
           perform 1250-load-product-master.
           perform 1270-load-serial-registry.
           perform 1300-init-mtd-ytd-table.
           perform 1400-load-mtd-ytd-master.
           perform 1600-load-return-threshold.
           perform 6100-print-exceptions-section.
           perform 6150-print-no-receipt-report.
           perform 6200-save-mtd-ytd-master.
           perform 6250-save-serial-registry.
           perform 6300-save-tax-accum.
           perform 6900-write-control-total.
           perform 7000-close-files.
                   move in-returns-data(1:71) to sort-ret-rec(1:71)
                   move 'n' to s-approved
                   move in-no-receipt to s-no-receipt
                   move in-ret-reason to s-ret-reason
                   move in-serial-num to s-serial-num
                   release sort-ret-rec
               end-if
               perform 1151-read-raw-return
                         sort-ret-rec(1:71)
                       move 'y' to s-approved
                       move 'n' to s-no-receipt
                       move ar-ret-reason to s-ret-reason
                       move ar-serial-num to s-serial-num
                       release sort-ret-rec
               end-read
           end-perform.
                         sort-ret-rec(1:71)
                       move 's' to s-approved
                       move 'n' to s-no-receipt
                       move sm-ret-reason to s-ret-reason
                       move spaces to s-serial-num
                       release sort-ret-rec
               end-read
           end-perform.
                           ws-prod-index)
                       move pmr-taxable to ws-prod-taxable(
                           ws-prod-index)
                       move pmr-serialized to ws-prod-serialized(
                           ws-prod-index)
               end-read
           end-perform.
      *
           close file-16-product-master.
      *
       1270-load-serial-registry.
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
                           add ws-1 to ws-srg-overflow-cnt
                       end-if
               end-read
           end-perform.
      *
           close file-162-serial-registry.
      *
       1300-init-mtd-ytd-table.
      *
                   move sort-ret-rec(1:71) to in-returns-data(1:71)
                   move s-approved to ws-rec-approved
                   move s-no-receipt to ws-rec-no-receipt
                   move s-ret-reason to in-ret-reason
                   move s-serial-num to in-serial-num
           end-return.
      *
       4000-process-pages.
               move 'n' to ws-is-large-return
               move 'n' to ws-is-chronic
               move 'n' to ws-is-nr-over
               move 'n' to ws-is-serial-bad
           else
               perform 4211-check-large-return
               perform 4212-check-chronic-returner
               perform 4213-check-no-receipt-limit
               perform 4214-check-serial-sold
           end-if.
      *
           if ws-is-serial-bad = ws-is-true then
               move "SERIAL NOT SOLD" to ws-review-reason
               perform 4215-flag-for-review
               add ws-1 to ws-serial-flagged
               move "FLAGGED" to ws-audit-disp
               move ws-review-reason to ws-audit-reason
               perform 8010-audit-this-record
           else
           if ws-is-nr-over = ws-is-true then
               move "NO-RCPT OVER LIMIT" to ws-review-reason
               perform 4215-flag-for-review
                   perform 8010-audit-this-record
               end-if
           end-if
           end-if
           end-if.
      *
           perform 3000-read-file.
                       end-if
               end-search
           end-if.
      *
      * A serialized unit can only come back against the invoice
      * that sold it: the registry must show that serial sold on
      * this invoice and not yet returned, or the return goes to
      * the review queue.
       4214-check-serial-sold.
      *
           move 'n' to ws-is-serial-bad.
           perform 4216-find-sku-serialized.
      *
           if ws-sku-serialized = 'Y' then
               perform 4217-find-serial-row
               if ws-srg-found-ptr = 0 then
                   move ws-is-true to ws-is-serial-bad
               else
                   if ws-srg-status(ws-srg-found-ptr) not = 'S' or
                     ws-srg-sale-invoice(ws-srg-found-ptr) not =
                     in-invoice-num then
                       move ws-is-true to ws-is-serial-bad
                   end-if
               end-if
           end-if.
      *
       4216-find-sku-serialized.
      *
           move 'N' to ws-sku-serialized.
           set ws-prod-srch-index to ws-1.
           search ws-prod-entry varying ws-prod-srch-index
               at end
                   continue
               when ws-prod-srch-index <= ws-prod-table-count and
                 ws-prod-sku-code(ws-prod-srch-index) = in-sku-code
                   move ws-prod-serialized(ws-prod-srch-index) to
                     ws-sku-serialized
           end-search.
      *
       4217-find-serial-row.
      *
           move 0 to ws-srg-found-ptr.
           if in-serial-num not = spaces then
               set ws-srg-srch-index to ws-1
               search ws-srg-entry varying ws-srg-srch-index
                   at end
                       continue
                   when ws-srg-srch-index <= ws-srg-table-count and
                     ws-srg-serial-num(ws-srg-srch-index) =
                     in-serial-num and
                     ws-srg-sku-code(ws-srg-srch-index) = in-sku-code
                       set ws-srg-found-ptr to ws-srg-srch-index
               end-search
           end-if.
      *
       4215-flag-for-review.
      *
           move ws-batch-id    to rr-batch-id.
           move ws-review-reason to rr-review-reason.
           move ws-run-date    to rr-review-date.
           move in-ret-reason  to rr-ret-reason.
           move in-serial-num  to rr-serial-num.
           write return-review-rec.
      *
           add ws-1 to ws-review-rec-total.
      *
           move in-returns-data(1:71) to posted-return-rec(1:71).
           move ws-batch-id to po-batch-id.
           move in-ret-reason to po-ret-reason.
           write posted-return-rec.
      *
           perform 4246-mark-serial-returned.
      *
           set ws-store-index to ws-1.
           search ws-store-table varying ws-store-index
                       ret-store-total-index)
                   perform 4245-post-mtd-ytd.
      *
      * A posted return of a serialized unit puts the unit back in
      * on the registry. One the reviewers passed without a sale
      * on file is added, so the unit is known from here on.
       4246-mark-serial-returned.
      *
           perform 4216-find-sku-serialized.
      *
           if ws-sku-serialized = 'Y' and in-serial-num not = spaces
             then
               perform 4217-find-serial-row
               if ws-srg-found-ptr = 0 and
                 ws-srg-table-count < ws-srg-table-max then
                   add ws-1 to ws-srg-table-count
                   move ws-srg-table-count to ws-srg-found-ptr
                   move in-serial-num to ws-srg-serial-num(
                       ws-srg-found-ptr)
                   move in-sku-code to ws-srg-sku-code(
                       ws-srg-found-ptr)
                   move spaces to ws-srg-rcv-store(ws-srg-found-ptr)
                   move 0 to ws-srg-rcv-date(ws-srg-found-ptr)
                   move spaces to ws-srg-rcv-ref(ws-srg-found-ptr)
                   move spaces to ws-srg-sale-store(ws-srg-found-ptr)
                   move spaces to ws-srg-sale-invoice(
                       ws-srg-found-ptr)
                   move spaces to ws-srg-sale-cust(ws-srg-found-ptr)
                   move 0 to ws-srg-sale-date(ws-srg-found-ptr)
               end-if
               if ws-srg-found-ptr > 0 then
                   move 'T' to ws-srg-status(ws-srg-found-ptr)
                   move in-store-num to ws-srg-ret-store(
                       ws-srg-found-ptr)
                   move in-invoice-num to ws-srg-ret-invoice(
                       ws-srg-found-ptr)
                   move in-trans-date to ws-srg-ret-date(
                       ws-srg-found-ptr)
               end-if
           end-if.
      *
      * A backdated return from a late-polling store credits the
      * period it was actually rung in.
       4245-post-mtd-ytd.
           write report-print-line from spaces.
      *
           write report-print-line from ws-summary-review-line.
      *
           move ws-serial-flagged to ws-sser-flagged.
           write report-print-line from ws-summary-serial-line.
           if ws-srg-overflow-cnt > 0 then
               move ws-srg-overflow-cnt to ws-sovl-count
               write report-print-line from ws-serial-overflow-line
           end-if.
      *
           write report-print-line from spaces.
      *
      *
           close file-25-mtd-ytd-master.
      *
      * The registry goes back out with this run's returns marked;
      * a registry too big for the table is left as it stood.
       6250-save-serial-registry.
      *
           if ws-srg-overflow-cnt > 0 then
               continue
           else
               open output file-162-serial-registry
               perform varying ws-srg-index from ws-1 by ws-1
                 until ws-srg-index > ws-srg-table-count
                   move ws-srg-entry(ws-srg-index) to serial-reg-rec
                   write serial-reg-rec
               end-perform
               close file-162-serial-registry
           end-if.
      *
      * Folds this run's refunded tax into the net-tax period
      * records on file-46 (negative amounts reduce what is owed).
       6300-save-tax-accum.
