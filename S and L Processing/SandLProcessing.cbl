      * Performs analysis on the Sales and layaway records produced by
      * the Data Split and Count program. Calculates tax for each S&L
      * record then outputs a report.
      * Price adjustments refunded against earlier sales are shown on
      * their own line, apart from the sale figures they reduce, and
      * listed on the price adjustment report by store and reason.
      *
       environment division.
       input-output section.
                   to
                   '../../../../datafiles/data/file-100-autocxl.dat'
               organization is line sequential.
      *
           select file-182-price-adjustments
               assign
                   to
                   '../../../../datafiles/data/file-182-price-adj.dat'
               organization is line sequential.
      *
           select file-183-price-adj-report
               assign
                   to
                   '../../../../datafiles/data/file-183-padj-rpt.out'
               organization is line sequential.
      *
           select file-65-layaway-goods
               assign
         05 lm-balance         pic 9(7)v99.
         05 lm-last-date       pic 9(8).
         05 lm-days-open       pic 9(4).
         05 lm-cust-num        pic x(8).
      *
       fd file-22-sl-extract
           data record is csv-print-line.
         05 lc-cust-num        pic X(8).
         05 lc-trans-date      pic 9(8).
         05 lc-batch-id        pic 9(6).
      *
       fd file-182-price-adjustments
           data record is price-adj-in-data.
      *
       01 price-adj-in-data.
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
           88 pa-is-price-drop value 'PD'.
      *
       fd file-183-price-adj-report
           data record is price-adj-print-line.
      *
       01 price-adj-print-line pic x(120).
      *
       fd file-49-restock-fee
           data record is restock-fee-rec.
         05 ls-final-date       pic 9(8).
         05 ls-missed           pic 9(3).
         05 ls-notices          pic 9(2).
         05 ls-cust-num         pic x(8).
      *
       fd file-98-layaway-terms
           data record is layaway-terms-rec.
         05 ws-ll-layaway-total pic z(7)9.
         05 filler             pic x(11) value "   AMOUNT: ".
         05 ws-ll-layaway-amount pic $z(11)9.99.
      *
       01 ws-summary-price-adj-line.
         05 filler             pic x(33) value
                               "PRICE ADJUSTMENTS REFUNDED: ".
         05 ws-pal-adj-total   pic z(7)9.
         05 filler             pic x(11) value "   AMOUNT: ".
         05 ws-pal-adj-amount  pic $z(11)9.99.
      *
       01 ws-summary-net-sale-line.
         05 filler             pic x(52) value
               "NET SALE AMOUNT AFTER PRICE ADJUSTMENTS:".
         05 ws-nsl-net-amount  pic $z(11)9.99-.
      *
       01 ws-summary-pnt-trans-for-each-pay-type occurs 12 times.
         05 filler             pic x(16) value "% NUM TRANS FOR ".
           10 ws-ls-final-date   pic 9(8).
           10 ws-ls-missed       pic 9(3).
           10 ws-ls-notices      pic 9(2).
           10 ws-ls-cust-num     pic x(8).
           10 ws-ls-disp         pic x.
       77 ws-ls-table-count      pic 9(4) value 0.
       77 ws-ls-mstr-eof         pic x value 'n'.
       77 ws-refund-amt        pic 9(7)v99 value 0.
       77 ws-forfeit-total     pic 9(9)v99 value 0.
       77 ws-refund-total      pic 9(9)v99 value 0.
      *
       01 ws-padj-title-line.
         05 filler             pic x(10) value spaces.
         05 filler             pic x(32) value
                               "PRICE ADJUSTMENT REPORT".
      *
       01 ws-padj-heading.
         05 filler             pic x(11) value "INVOICE #".
         05 filler             pic x(7)  value "STORE".
         05 filler             pic x(17) value "SKU".
         05 filler             pic x(5)  value "QTY".
         05 filler             pic x(14) value "REASON".
         05 filler             pic x(6)  value "TENDER".
         05 filler             pic x(12) value "  REFUNDED".
      *
       01 ws-padj-detail-line.
         05 ws-pdl-invoice     pic x(9).
         05 filler             pic x(2) value spaces.
         05 ws-pdl-store       pic xx.
         05 filler             pic x(5) value spaces.
         05 ws-pdl-sku         pic x(15).
         05 filler             pic x(2) value spaces.
         05 ws-pdl-qty         pic zz9.
         05 filler             pic x(2) value spaces.
         05 ws-pdl-reason      pic x(14).
         05 ws-pdl-tender      pic xx.
         05 filler             pic x(4) value spaces.
         05 ws-pdl-amount      pic $z(5)9.99.
      *
       01 ws-padj-store-heading.
         05 filler             pic x(7)  value "STORE".
         05 filler             pic x(14) value "REASON".
         05 filler             pic x(8)  value "  COUNT".
         05 filler             pic x(14) value "      REFUNDED".
      *
       01 ws-padj-store-line.
         05 ws-psl-store       pic xx.
         05 filler             pic x(5) value spaces.
         05 ws-psl-reason      pic x(14).
         05 ws-psl-count       pic z(6)9.
         05 filler             pic x(2) value spaces.
         05 ws-psl-amount      pic $z(8)9.99.
      *
       01 ws-padj-total-line.
         05 filler             pic x(7) value "ALL".
         05 ws-ptl-reason      pic x(14).
         05 ws-ptl-count       pic z(6)9.
         05 filler             pic x(2) value spaces.
         05 ws-ptl-amount      pic $z(8)9.99.
      *
      * Counts and amounts refunded per store, in store-table order,
      * for price drops and for price matches.
       77 ws-pa-drop-counts    pic 9(5) value 0 occurs 20 times.
       77 ws-pa-drop-amounts   pic 9(9)v99 value 0 occurs 20 times.
       77 ws-pa-match-counts   pic 9(5) value 0 occurs 20 times.
       77 ws-pa-match-amounts  pic 9(9)v99 value 0 occurs 20 times.
       77 ws-pa-drop-total     pic 9(7) value 0.
       77 ws-pa-drop-amt       pic 9(10)v99 value 0.
       77 ws-pa-match-total    pic 9(7) value 0.
       77 ws-pa-match-amt      pic 9(10)v99 value 0.
       77 ws-pa-rec-count      pic 9(8) value 0.
       77 ws-pa-rec-amt        pic 9(12)v99 value 0.
       77 ws-pa-eof            pic x value 'n'.
       77 ws-pa-store-ptr      pic 99 value 0.
       77 ws-net-sale-amt      pic s9(12)v99 value 0.
      *
       01 ws-aging-report-heading-line.
         05 filler             pic x(26) value
             output procedure is 3900-process-sorted-records
               thru 3909-exit.
           perform 4500-process-cancellations.
           perform 4600-process-price-adjustments.
           perform 5000-prepare-summary.
           perform 6000-print-report-footers.
           perform 6200-save-mtd-ytd-master.
           open input file-05-sl-data.
           open i-o file-19-layaway-master.
           open input file-48-layaway-cancels.
           open input file-182-price-adjustments.
           if ws-day-batch-count > 1 then
               open extend file-08-sl-report, file-22-sl-extract,
                 file-50-cancel-report, file-65-layaway-goods,
                 file-183-price-adj-report
           else
               open output file-08-sl-report, file-22-sl-extract,
                 file-50-cancel-report, file-65-layaway-goods,
                 file-183-price-adj-report
           end-if.
           perform 1050-load-restock-fee.
           perform 1060-load-layaway-terms.
                           ws-ls-index)
                       move ls-missed to ws-ls-missed(ws-ls-index)
                       move ls-notices to ws-ls-notices(ws-ls-index)
                       move ls-cust-num to ws-ls-cust-num(ws-ls-index)
                       move 'k' to ws-ls-disp(ws-ls-index)
               end-read
           end-perform.
           move in-trans-amt to lm-balance.
           move in-trans-date to lm-last-date.
           move 0 to lm-days-open.
           move in-cust-num to lm-cust-num.
           write layaway-master-rec
               invalid key
                   continue
             function date-of-integer(ws-sched-date-int).
           move 0 to ws-ls-missed(ws-ls-index).
           move 0 to ws-ls-notices(ws-ls-index).
           move in-cust-num to ws-ls-cust-num(ws-ls-index).
           move 'k' to ws-ls-disp(ws-ls-index).
      *
      * Each instalment received pushes the next due date out one
           move ws-autocxl-rec-amt to ws-axl-amount.
           write cancel-print-line from ws-autocxl-count-line.
      *
      * This batch's price adjustments are listed one to a line, then
      * totalled by store and reason. They refund the difference on
      * goods already sold, so they reduce the sale amount without
      * touching the sale counts.
       4600-process-price-adjustments.
      *
           write price-adj-print-line from spaces.
           write price-adj-print-line from ws-report-name-line.
           write price-adj-print-line from spaces.
           write price-adj-print-line from ws-padj-title-line.
           write price-adj-print-line from ws-run-stamp-line.
           write price-adj-print-line from spaces.
           write price-adj-print-line from ws-padj-heading.
           write price-adj-print-line from spaces.
      *
           perform 4610-read-price-adjustment.
           perform until ws-pa-eof = ws-is-true
               if pa-batch-id = ws-batch-id then
                   perform 4620-post-price-adjustment
               end-if
               perform 4610-read-price-adjustment
           end-perform.
      *
           write price-adj-print-line from spaces.
           write price-adj-print-line from ws-padj-store-heading.
           write price-adj-print-line from spaces.
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-store-table-count)
               move ws-store-literals(ws-array-pointer) to
                 ws-psl-store
               if ws-pa-drop-counts(ws-array-pointer) > 0 then
                   move "PRICE DROP" to ws-psl-reason
                   move ws-pa-drop-counts(ws-array-pointer) to
                     ws-psl-count
                   move ws-pa-drop-amounts(ws-array-pointer) to
                     ws-psl-amount
                   write price-adj-print-line from ws-padj-store-line
               end-if
               if ws-pa-match-counts(ws-array-pointer) > 0 then
                   move "PRICE MATCH" to ws-psl-reason
                   move ws-pa-match-counts(ws-array-pointer) to
                     ws-psl-count
                   move ws-pa-match-amounts(ws-array-pointer) to
                     ws-psl-amount
                   write price-adj-print-line from ws-padj-store-line
               end-if
           end-perform.
      *
           write price-adj-print-line from spaces.
           move "PRICE DROP" to ws-ptl-reason.
           move ws-pa-drop-total to ws-ptl-count.
           move ws-pa-drop-amt to ws-ptl-amount.
           write price-adj-print-line from ws-padj-total-line.
           move "PRICE MATCH" to ws-ptl-reason.
           move ws-pa-match-total to ws-ptl-count.
           move ws-pa-match-amt to ws-ptl-amount.
           write price-adj-print-line from ws-padj-total-line.
           move "TOTAL" to ws-ptl-reason.
           move ws-pa-rec-count to ws-ptl-count.
           move ws-pa-rec-amt to ws-ptl-amount.
           write price-adj-print-line from ws-padj-total-line.
      *
       4610-read-price-adjustment.
      *
           read file-182-price-adjustments
               at end
                   move ws-is-true to ws-pa-eof.
      *
       4620-post-price-adjustment.
      *
           add ws-1 to ws-pa-rec-count.
           add pa-trans-amt to ws-pa-rec-amt.
      *
           move 0 to ws-pa-store-ptr.
           set ws-store-index to ws-1.
           search ws-store-table
               when ws-store-literals(ws-store-index) = pa-store-num
                   set ws-pa-store-ptr to ws-store-index
           end-search.
      *
           if pa-is-price-drop then
               move "PRICE DROP" to ws-pdl-reason
               add ws-1 to ws-pa-drop-total
               add pa-trans-amt to ws-pa-drop-amt
               if ws-pa-store-ptr > 0 then
                   add ws-1 to ws-pa-drop-counts(ws-pa-store-ptr)
                   add pa-trans-amt to ws-pa-drop-amounts(
                       ws-pa-store-ptr)
               end-if
           else
               move "PRICE MATCH" to ws-pdl-reason
               add ws-1 to ws-pa-match-total
               add pa-trans-amt to ws-pa-match-amt
               if ws-pa-store-ptr > 0 then
                   add ws-1 to ws-pa-match-counts(ws-pa-store-ptr)
                   add pa-trans-amt to ws-pa-match-amounts(
                       ws-pa-store-ptr)
               end-if
           end-if.
      *
           move pa-invoice-num to ws-pdl-invoice.
           move pa-store-num to ws-pdl-store.
           move pa-sku-code to ws-pdl-sku.
           move pa-quantity to ws-pdl-qty.
           move pa-pay-type to ws-pdl-tender.
           move pa-trans-amt to ws-pdl-amount.
           write price-adj-print-line from ws-padj-detail-line.
      *
      * Accounts the delinquency run gave up on cancel through the
      * same logic as a store-keyed cancellation; the file is
      * consumed once worked.
      *
           write report-print-line from ws-summary-sale-line.
           write report-print-line from ws-summary-layaway-line.
           move ws-pa-rec-count to ws-pal-adj-total.
           move ws-pa-rec-amt to ws-pal-adj-amount.
           write report-print-line from ws-summary-price-adj-line.
           compute ws-net-sale-amt = ws-sale-total-amt -
             ws-pa-rec-amt.
           move ws-net-sale-amt to ws-nsl-net-amount.
           write report-print-line from ws-summary-net-sale-line.
      *
           write report-print-line from spaces.
      *
                   move ws-ls-missed(ws-array-pointer) to ls-missed
                   move ws-ls-notices(ws-array-pointer) to
                     ls-notices
                   move ws-ls-cust-num(ws-array-pointer) to
                     ls-cust-num
                   write lay-schedule-rec
               end-if
           end-perform.
           move ws-run-date        to ctl-run-date.
           move ws-batch-id        to ctl-batch-id.
           write control-total-rec.
      *
           move "SANDL-PADJ"       to ctl-tag.
           move ws-pa-rec-count    to ctl-rec-count.
           move ws-pa-rec-amt      to ctl-amount.
           move ws-run-date        to ctl-run-date.
           move ws-batch-id        to ctl-batch-id.
           write control-total-rec.
      *
           close file-20-control-totals.
      *
      *
           close file-08-sl-report, file-22-sl-extract,
             file-48-layaway-cancels, file-50-cancel-report,
             file-65-layaway-goods, file-19-layaway-master,
             file-182-price-adjustments, file-183-price-adj-report.
      *
       end program SandLProcessing.
