       identification division.
       program-id. PurchaseOrderMatch.
       author. Raje Singh.
       date-written. 2026-10-15.
      * Program Description:
      * Carries a suggested purchase order from Replenishment
      * Processing through the buyer's approval and matches the
      * vendor's bill against it before accounts payable pays.
      * Every suggested line on file-80 is held on the purchase
      * order master as awaiting approval until the buyer confirms
      * it (optionally at a changed quantity) or cuts it; a cut or
      * reduced line comes back off the on-order quantity so the
      * shortage can be suggested again. Tonight's receipts on
      * file-82 are counted against their approved line before
      * Inventory Processing consumes them, and each vendor invoice
      * line is then three-way matched - approved quantity, received
      * quantity, billed quantity. Clean lines go out on the AP
      * voucher file; short-shipped, over-billed and unordered lines
      * are listed on the exceptions report instead of being paid.
      * A line Replenishment raised for a customer's special order
      * cannot be confirmed below the quantity ordered; cutting it
      * puts the order back to open so the next replenishment run
      * orders it again.
      *
       environment division.
       input-output section.
       file-control.
      *
           select file-80-suggested-po
               assign
                   to
                   '../../../../datafiles/data/file-80-sugg-po.dat'
               organization is line sequential.
      *
      * The buyer's confirm/cut decisions, keyed during the day
      * against the suggested PO listing; consumed once applied.
           select file-113-po-approvals
               assign
                   to
                   '../../../../datafiles/data/file-113-po-approve.dat'
               organization is line sequential.
      *
           select file-114-po-master
               assign
                   to
                   '../../../../datafiles/data/file-114-po-master.dat'
               organization is line sequential.
      *
           select file-82-receipts
               assign
                   to
                   '../../../../datafiles/data/file-82-receipts.dat'
               organization is line sequential.
      *
      * Vendor invoice lines keyed by accounts payable from the
      * paper bills; consumed once matched.
           select file-115-vendor-invoices
               assign
                   to
                   '../../../../datafiles/data/file-115-vendor-inv.dat'
               organization is line sequential.
      *
           select file-79-on-order
               assign
                   to
                   '../../../../datafiles/data/file-79-on-order.dat'
               organization is line sequential.
      *
           select file-116-match-report
               assign
                   to
                   '../../../../datafiles/data/file-116-po-match.out'
               organization is line sequential.
      *
           select file-117-ap-voucher
               assign
                   to
                   '../../../../datafiles/data/file-117-ap-voucher.dat'
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
                   to
                   '../../../../datafiles/data/file-26-batch-id.dat'
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd file-80-suggested-po
           data record is suggested-po-rec.
      *
       01 suggested-po-rec.
         05 po-number           pic 9(9).
         05 po-vendor-num       pic xx.
         05 po-sku-code         pic x(15).
         05 po-store-num        pic xx.
         05 po-qty              pic 9(5).
         05 po-order-date       pic 9(8).
         05 po-expected-date    pic 9(8).
      *
      * Action 'A' confirms the line - at the suggested quantity
      * when pa-approved-qty is zero, otherwise at the quantity
      * keyed - and action 'C' cuts it.
       fd file-113-po-approvals
           data record is po-approval-rec.
      *
       01 po-approval-rec.
         05 pa-po-number        pic 9(9).
         05 pa-action           pic x.
           88 pa-action-approve           value 'A'.
           88 pa-action-cut               value 'C'.
         05 pa-approved-qty     pic 9(5).
         05 pa-buyer-id         pic x(4).
      *
      * One row per PO line from suggestion to final match. Status
      * 'P' awaits the buyer, 'A' is a real order, 'X' was cut and
      * 'M' is received and billed in full; cut and matched lines
      * drop off when the master is saved.
       fd file-114-po-master
           data record is po-master-rec.
      *
       01 po-master-rec.
         05 pm-po-number        pic 9(9).
         05 pm-vendor-num       pic xx.
         05 pm-sku-code         pic x(15).
         05 pm-store-num        pic xx.
         05 pm-suggested-qty    pic 9(5).
         05 pm-approved-qty     pic 9(5).
         05 pm-received-qty     pic 9(5).
         05 pm-billed-qty       pic 9(5).
         05 pm-order-date       pic 9(8).
         05 pm-expected-date    pic 9(8).
         05 pm-status           pic x.
         05 pm-buyer-id         pic x(4).
      *
       fd file-82-receipts
           data record is receipt-rec.
      *
       01 receipt-rec.
         05 rc-store-num        pic xx.
         05 rc-sku-code         pic x(15).
         05 rc-quantity         pic 9(5).
         05 rc-po-number        pic 9(9).
         05 rc-receipt-date     pic 9(8).
         05 rc-unit-cost        pic 9(5)v99.
      *
       fd file-115-vendor-invoices
           data record is vendor-invoice-rec.
      *
       01 vendor-invoice-rec.
         05 vi-vendor-num       pic xx.
         05 vi-invoice-num      pic x(10).
         05 vi-invoice-date     pic 9(8).
         05 vi-po-number        pic 9(9).
         05 vi-sku-code         pic x(15).
         05 vi-billed-qty       pic 9(5).
         05 vi-unit-cost        pic 9(5)v99.
      *
       fd file-79-on-order
           data record is on-order-rec.
      *
       01 on-order-rec.
         05 oo-sku-code         pic x(15).
         05 oo-store-num        pic xx.
         05 oo-qty              pic 9(5).
      *
       fd file-116-match-report
           data record is report-print-line.
      *
       01 report-print-line    pic x(120).
      *
       fd file-117-ap-voucher
           data record is ap-voucher-rec.
      *
       01 ap-voucher-rec.
         05 av-vendor-num       pic xx.
         05 av-invoice-num      pic x(10).
         05 av-invoice-date     pic 9(8).
         05 av-po-number        pic 9(9).
         05 av-sku-code         pic x(15).
         05 av-store-num        pic xx.
         05 av-quantity         pic 9(5).
         05 av-unit-cost        pic 9(5)v99.
         05 av-amount           pic 9(9)v99.
         05 av-run-date         pic 9(8).
         05 av-batch-id         pic 9(6).
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
         05 filler             pic x(42) value
                         "PURCHASE ORDER APPROVAL AND INVOICE MATCH".
      *
       01 ws-run-stamp-line.
         05 filler             pic x(10) value "RUN DATE: ".
         05 ws-rsl-run-date    pic 9(8).
         05 filler             pic x(13) value "   BATCH ID: ".
         05 ws-rsl-batch-id    pic z(5)9.
      *
       01 ws-section-line.
         05 filler             pic x(2) value spaces.
         05 ws-sec-title       pic x(40).
      *
       01 ws-approval-heading.
         05 filler             pic x(11) value "PO NUMBER".
         05 filler             pic x(8)  value "VENDOR".
         05 filler             pic x(16) value "SKU CODE".
         05 filler             pic x(7)  value "STORE".
         05 filler             pic x(10) value "SUGGEST".
         05 filler             pic x(10) value "APPROVED".
         05 filler             pic x(7)  value "BUYER".
         05 filler             pic x(24) value "DECISION".
      *
       01 ws-approval-detail-line.
         05 ws-adl-po-number   pic 9(9).
         05 filler             pic x(2) value spaces.
         05 ws-adl-vendor      pic xx.
         05 filler             pic x(6) value spaces.
         05 ws-adl-sku-code    pic x(15).
         05 filler             pic x(1) value space.
         05 ws-adl-store-num   pic xx.
         05 filler             pic x(5) value spaces.
         05 ws-adl-suggested   pic z(4)9.
         05 filler             pic x(5) value spaces.
         05 ws-adl-approved    pic z(4)9.
         05 filler             pic x(5) value spaces.
         05 ws-adl-buyer       pic x(4).
         05 filler             pic x(3) value spaces.
         05 ws-adl-decision    pic x(24).
      *
       01 ws-match-heading.
         05 filler             pic x(8)  value "VENDOR".
         05 filler             pic x(12) value "INVOICE".
         05 filler             pic x(11) value "PO NUMBER".
         05 filler             pic x(16) value "SKU CODE".
         05 filler             pic x(9)  value "ORDERED".
         05 filler             pic x(10) value "RECEIVED".
         05 filler             pic x(8)  value "BILLED".
         05 filler             pic x(15) value "AMOUNT".
         05 filler             pic x(16) value "RESULT".
      *
       01 ws-match-detail-line.
         05 ws-mdl-vendor      pic xx.
         05 filler             pic x(6) value spaces.
         05 ws-mdl-invoice-num pic x(10).
         05 filler             pic x(2) value spaces.
         05 ws-mdl-po-number   pic 9(9).
         05 filler             pic x(2) value spaces.
         05 ws-mdl-sku-code    pic x(15).
         05 filler             pic x(1) value space.
         05 ws-mdl-ordered     pic z(4)9.
         05 filler             pic x(4) value spaces.
         05 ws-mdl-received    pic z(4)9.
         05 filler             pic x(4) value spaces.
         05 ws-mdl-billed      pic z(4)9.
         05 filler             pic x(2) value spaces.
         05 ws-mdl-amount      pic $z(8)9.99.
         05 filler             pic x(2) value spaces.
         05 ws-mdl-result      pic x(16).
      *
       01 ws-receipt-exc-line.
         05 filler             pic x(2) value spaces.
         05 ws-rel-po-number   pic 9(9).
         05 filler             pic x(2) value spaces.
         05 ws-rel-sku-code    pic x(15).
         05 filler             pic x(1) value space.
         05 ws-rel-store-num   pic xx.
         05 filler             pic x(2) value spaces.
         05 ws-rel-quantity    pic z(4)9.
         05 filler             pic x(32) value
                         " - RECEIVED WITH NO APPROVED PO".
      *
       01 ws-summary-line.
         05 filler             pic x(2) value spaces.
         05 ws-sml-label       pic x(34).
         05 ws-sml-count       pic z(5)9.
      *
       01 ws-summary-amount-line.
         05 filler             pic x(2) value spaces.
         05 ws-sal-label       pic x(34).
         05 ws-sal-count       pic z(5)9.
         05 filler             pic x(4) value spaces.
         05 ws-sal-amount      pic $z(8)9.99.
      *
       01 ws-po-table.
         05 ws-pm-entry          occurs 2000 times
                                  indexed by ws-pm-index
                                  ws-pm-srch-index.
           10 ws-pm-po-number    pic 9(9).
           10 ws-pm-vendor-num   pic xx.
           10 ws-pm-sku-code     pic x(15).
           10 ws-pm-store-num    pic xx.
           10 ws-pm-suggested    pic 9(5).
           10 ws-pm-approved     pic 9(5).
           10 ws-pm-received     pic 9(5).
           10 ws-pm-billed       pic 9(5).
           10 ws-pm-order-date   pic 9(8).
           10 ws-pm-expected     pic 9(8).
           10 ws-pm-status       pic x.
           10 ws-pm-buyer-id     pic x(4).
       77 ws-pm-table-count      pic 9(4) value 0.
       77 ws-pm-mstr-eof         pic x value 'n'.
       77 ws-pm-found-ptr        pic 9(4) value 0.
      *
       01 ws-on-order-table.
         05 ws-oo-entry          occurs 2000 times
                                  indexed by ws-oo-index
                                  ws-oo-srch-index.
           10 ws-oo-sku-code     pic x(15).
           10 ws-oo-store-num    pic xx.
           10 ws-oo-qty          pic 9(5).
       77 ws-oo-table-count      pic 9(4) value 0.
       77 ws-oo-mstr-eof         pic x value 'n'.
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
       77 ws-so-ordered-qty      pic 9(7) value 0.
      *
       77 ws-sugg-eof            pic x value 'n'.
       77 ws-appr-eof            pic x value 'n'.
       77 ws-receipt-eof         pic x value 'n'.
       77 ws-inv-eof             pic x value 'n'.
       77 ws-is-true             pic x value 'y'.
       77 ws-1                   pic 9 value 1.
       77 ws-run-date            pic 9(8) value 0.
       77 ws-batch-id            pic 9(6) value 0.
       77 ws-day-batch-count     pic 9(2) value 0.
      *
       77 ws-work-po-number      pic 9(9) value 0.
       77 ws-work-sku-code       pic x(15) value spaces.
       77 ws-work-store-num      pic xx value spaces.
       77 ws-oo-adjust           pic s9(6) value 0.
       77 ws-new-billed          pic 9(6) value 0.
       77 ws-line-amount         pic 9(9)v99 value 0.
      *
       77 ws-new-pending-count   pic 9(6) value 0.
       77 ws-approved-count      pic 9(6) value 0.
       77 ws-cut-count           pic 9(6) value 0.
       77 ws-so-reopened-count   pic 9(6) value 0.
       77 ws-appr-reject-count   pic 9(6) value 0.
       77 ws-awaiting-count      pic 9(6) value 0.
       77 ws-receipt-match-count pic 9(6) value 0.
       77 ws-receipt-exc-count   pic 9(6) value 0.
       77 ws-voucher-count       pic 9(6) value 0.
       77 ws-voucher-amount      pic 9(9)v99 value 0.
       77 ws-short-count         pic 9(6) value 0.
       77 ws-over-count          pic 9(6) value 0.
       77 ws-unordered-count     pic 9(6) value 0.
       77 ws-exception-amount    pic 9(9)v99 value 0.
      *
       77 ws-array-pointer       pic 9(4) value 1.
      *
       procedure division.
       0000-Main.
      *
           accept ws-run-date from date yyyymmdd.
           perform 1200-get-batch-id.
           perform 1000-open-files.
           perform 1100-load-po-master.
           perform 1150-load-on-order.
           perform 1170-load-special-orders.
           perform 2000-print-report-headings.
           perform 3000-take-new-suggestions.
           perform 3500-apply-approvals.
           perform 4000-count-receipts.
           perform 4500-match-vendor-invoices.
           perform 5000-print-summary.
           perform 6000-save-po-master.
           perform 6100-save-on-order.
           if ws-so-reopened-count > 0 then
               perform 6200-save-special-orders
           end-if.
           perform 7000-close-files.
           goback.
      *
      * The voucher file and the report are day files, started
      * fresh by the first batch of the day and appended to by any
      * later batch.
       1000-open-files.
      *
           open input file-80-suggested-po, file-113-po-approvals,
             file-82-receipts, file-115-vendor-invoices.
           if ws-day-batch-count > 1 then
               open extend file-116-match-report,
                 file-117-ap-voucher
           else
               open output file-116-match-report,
                 file-117-ap-voucher
           end-if.
      *
       1100-load-po-master.
      *
           open input file-114-po-master.
      *
           perform until ws-pm-mstr-eof = ws-is-true
               read file-114-po-master
                   at end
                       move ws-is-true to ws-pm-mstr-eof
                   not at end
                       add ws-1 to ws-pm-table-count
                       set ws-pm-index to ws-pm-table-count
                       move pm-po-number to ws-pm-po-number(
                           ws-pm-index)
                       move pm-vendor-num to ws-pm-vendor-num(
                           ws-pm-index)
                       move pm-sku-code to ws-pm-sku-code(
                           ws-pm-index)
                       move pm-store-num to ws-pm-store-num(
                           ws-pm-index)
                       move pm-suggested-qty to ws-pm-suggested(
                           ws-pm-index)
                       move pm-approved-qty to ws-pm-approved(
                           ws-pm-index)
                       move pm-received-qty to ws-pm-received(
                           ws-pm-index)
                       move pm-billed-qty to ws-pm-billed(
                           ws-pm-index)
                       move pm-order-date to ws-pm-order-date(
                           ws-pm-index)
                       move pm-expected-date to ws-pm-expected(
                           ws-pm-index)
                       move pm-status to ws-pm-status(ws-pm-index)
                       move pm-buyer-id to ws-pm-buyer-id(
                           ws-pm-index)
               end-read
           end-perform.
      *
           close file-114-po-master.
      *
       1150-load-on-order.
      *
           open input file-79-on-order.
      *
           perform until ws-oo-mstr-eof = ws-is-true
               read file-79-on-order
                   at end
                       move ws-is-true to ws-oo-mstr-eof
                   not at end
                       add ws-1 to ws-oo-table-count
                       set ws-oo-index to ws-oo-table-count
                       move oo-sku-code to ws-oo-sku-code(
                           ws-oo-index)
                       move oo-store-num to ws-oo-store-num(
                           ws-oo-index)
                       move oo-qty to ws-oo-qty(ws-oo-index)
               end-read
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
      * The suggested PO file still holds the last replenishment
      * run's lines (this step runs ahead of Replenishment
      * Processing); each line not already on the master is taken
      * on as awaiting the buyer's decision, so a line the buyer has
      * not got to yet is carried forward instead of lost when the
      * suggestion file is rewritten tonight. Replenishment does not
      * run every night, so the file is emptied once taken; a line
      * cut or matched in full drops off the master and would
      * otherwise come back as a new suggestion on the next run.
       3000-take-new-suggestions.
      *
           perform 3010-read-suggested-po.
           perform until ws-sugg-eof = ws-is-true
               move po-number to ws-work-po-number
               perform 3100-find-po-entry
               if ws-pm-found-ptr = 0 then
                   perform 3020-add-pending-po
               end-if
               perform 3010-read-suggested-po
           end-perform.
      *
           close file-80-suggested-po.
           open output file-80-suggested-po.
           close file-80-suggested-po.
      *
       3010-read-suggested-po.
      *
           read file-80-suggested-po
               at end
                   move ws-is-true to ws-sugg-eof.
      *
       3020-add-pending-po.
      *
           add ws-1 to ws-new-pending-count.
           add ws-1 to ws-pm-table-count.
           set ws-pm-index to ws-pm-table-count.
           move po-number to ws-pm-po-number(ws-pm-index).
           move po-vendor-num to ws-pm-vendor-num(ws-pm-index).
           move po-sku-code to ws-pm-sku-code(ws-pm-index).
           move po-store-num to ws-pm-store-num(ws-pm-index).
           move po-qty to ws-pm-suggested(ws-pm-index).
           move 0 to ws-pm-approved(ws-pm-index).
           move 0 to ws-pm-received(ws-pm-index).
           move 0 to ws-pm-billed(ws-pm-index).
           move po-order-date to ws-pm-order-date(ws-pm-index).
           move po-expected-date to ws-pm-expected(ws-pm-index).
           move 'P' to ws-pm-status(ws-pm-index).
           move spaces to ws-pm-buyer-id(ws-pm-index).
      *
       3100-find-po-entry.
      *
           move 0 to ws-pm-found-ptr.
           set ws-pm-srch-index to ws-1.
           search ws-pm-entry varying ws-pm-srch-index
               at end
                   continue
               when ws-pm-srch-index <= ws-pm-table-count and
                 ws-pm-po-number(ws-pm-srch-index) =
                 ws-work-po-number
                   set ws-pm-found-ptr to ws-pm-srch-index
           end-search.
      *
      * Only a line still awaiting approval can be confirmed or cut;
      * a decision against a line already decided, or a PO number
      * that was never suggested, is listed and ignored.
       3500-apply-approvals.
      *
           move "BUYER APPROVALS" to ws-sec-title.
           write report-print-line from ws-section-line.
           write report-print-line from spaces.
           write report-print-line from ws-approval-heading.
           write report-print-line from spaces.
      *
           perform 3510-read-approval.
           perform until ws-appr-eof = ws-is-true
               perform 3520-apply-one-approval
               perform 3510-read-approval
           end-perform.
      *
           close file-113-po-approvals.
           open output file-113-po-approvals.
           close file-113-po-approvals.
      *
           perform 3600-list-awaiting-approval.
      *
       3510-read-approval.
      *
           read file-113-po-approvals
               at end
                   move ws-is-true to ws-appr-eof.
      *
       3520-apply-one-approval.
      *
           move pa-po-number to ws-work-po-number.
           perform 3100-find-po-entry.
      *
           move pa-po-number to ws-adl-po-number.
           move pa-buyer-id to ws-adl-buyer.
           move pa-approved-qty to ws-adl-approved.
      *
           if ws-pm-found-ptr = 0 then
               add ws-1 to ws-appr-reject-count
               move spaces to ws-adl-vendor, ws-adl-sku-code,
                 ws-adl-store-num
               move 0 to ws-adl-suggested
               move "REJECTED - NOT ON FILE" to ws-adl-decision
               write report-print-line from ws-approval-detail-line
               exit paragraph
           end-if.
      *
           move ws-pm-vendor-num(ws-pm-found-ptr) to ws-adl-vendor.
           move ws-pm-sku-code(ws-pm-found-ptr) to ws-adl-sku-code.
           move ws-pm-store-num(ws-pm-found-ptr) to ws-adl-store-num.
           move ws-pm-suggested(ws-pm-found-ptr) to
             ws-adl-suggested.
      *
           if ws-pm-status(ws-pm-found-ptr) not = 'P' then
               add ws-1 to ws-appr-reject-count
               move "REJECTED - ALREADY DONE" to ws-adl-decision
               write report-print-line from ws-approval-detail-line
               exit paragraph
           end-if.
      *
           evaluate true
               when pa-action-approve
                   perform 3530-confirm-po-line
               when pa-action-cut
                   perform 3540-cut-po-line
               when other
                   add ws-1 to ws-appr-reject-count
                   move "REJECTED - BAD ACTION" to ws-adl-decision
           end-evaluate.
      *
           write report-print-line from ws-approval-detail-line.
      *
      * A changed quantity moves the on-order figure by the
      * difference, up or down, so Replenishment Processing sees
      * the cover the buyer actually committed to. A line ordered
      * for special orders cannot be cut back below what the
      * customers are waiting for - the order would never be filled;
      * the buyer cuts the line instead, which reopens the orders.
       3530-confirm-po-line.
      *
           if pa-approved-qty > 0 then
               perform 3560-find-special-order-qty
               if pa-approved-qty < ws-so-ordered-qty then
                   add ws-1 to ws-appr-reject-count
                   move "REJECTED - SPECIAL ORDER" to ws-adl-decision
                   exit paragraph
               end-if
           end-if.
      *
           add ws-1 to ws-approved-count.
           if pa-approved-qty = 0 then
               move ws-pm-suggested(ws-pm-found-ptr) to
                 ws-pm-approved(ws-pm-found-ptr)
           else
               move pa-approved-qty to
                 ws-pm-approved(ws-pm-found-ptr)
           end-if.
           move 'A' to ws-pm-status(ws-pm-found-ptr).
           move pa-buyer-id to ws-pm-buyer-id(ws-pm-found-ptr).
      *
           compute ws-oo-adjust = ws-pm-approved(ws-pm-found-ptr) -
             ws-pm-suggested(ws-pm-found-ptr).
           perform 3700-adjust-on-order.
      *
           move ws-pm-approved(ws-pm-found-ptr) to ws-adl-approved.
           if ws-pm-approved(ws-pm-found-ptr) =
             ws-pm-suggested(ws-pm-found-ptr) then
               move "CONFIRMED" to ws-adl-decision
           else
               move "CONFIRMED - QTY CHANGED" to ws-adl-decision
           end-if.
      *
       3540-cut-po-line.
      *
           add ws-1 to ws-cut-count.
           move 0 to ws-pm-approved(ws-pm-found-ptr).
           move 'X' to ws-pm-status(ws-pm-found-ptr).
           move pa-buyer-id to ws-pm-buyer-id(ws-pm-found-ptr).
      *
           compute ws-oo-adjust = 0 -
             ws-pm-suggested(ws-pm-found-ptr).
           perform 3700-adjust-on-order.
      *
           move 0 to ws-adl-approved.
           move "CUT BY BUYER" to ws-adl-decision.
      *
           perform 3550-reopen-special-orders.
      *
      * A special order waiting on the cut line goes back to open
      * with no PO, so Replenishment orders it again and Special
      * Order Processing carries it as open instead of on order.
       3550-reopen-special-orders.
      *
           perform varying ws-so-ptr from ws-1 by ws-1
             until (ws-so-ptr > ws-so-table-count)
               if ws-so-status(ws-so-ptr) = 'Q' and
                 ws-so-po-number(ws-so-ptr) =
                 ws-pm-po-number(ws-pm-found-ptr) then
                   move 'O' to ws-so-status(ws-so-ptr)
                   move 0 to ws-so-po-number(ws-so-ptr)
                   add ws-1 to ws-so-reopened-count
                   move "CUT - SPECIAL ORDER OPEN" to ws-adl-decision
               end-if
           end-perform.
      *
       3560-find-special-order-qty.
      *
           move 0 to ws-so-ordered-qty.
           perform varying ws-so-ptr from ws-1 by ws-1
             until (ws-so-ptr > ws-so-table-count)
               if ws-so-status(ws-so-ptr) = 'Q' and
                 ws-so-po-number(ws-so-ptr) =
                 ws-pm-po-number(ws-pm-found-ptr) then
                   add ws-so-quantity(ws-so-ptr) to ws-so-ordered-qty
               end-if
           end-perform.
      *
       3600-list-awaiting-approval.
      *
           move ws-1 to ws-array-pointer.
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-pm-table-count)
               if ws-pm-status(ws-array-pointer) = 'P' then
                   add ws-1 to ws-awaiting-count
                   move ws-pm-po-number(ws-array-pointer) to
                     ws-adl-po-number
                   move ws-pm-vendor-num(ws-array-pointer) to
                     ws-adl-vendor
                   move ws-pm-sku-code(ws-array-pointer) to
                     ws-adl-sku-code
                   move ws-pm-store-num(ws-array-pointer) to
                     ws-adl-store-num
                   move ws-pm-suggested(ws-array-pointer) to
                     ws-adl-suggested
                   move 0 to ws-adl-approved
                   move spaces to ws-adl-buyer
                   move "AWAITING APPROVAL" to ws-adl-decision
                   write report-print-line from
                     ws-approval-detail-line
               end-if
           end-perform.
      *
       3700-adjust-on-order.
      *
           set ws-oo-srch-index to ws-1.
           search ws-oo-entry varying ws-oo-srch-index
               at end
                   if ws-oo-adjust > 0 then
                       add ws-1 to ws-oo-table-count
                       set ws-oo-index to ws-oo-table-count
                       move ws-pm-sku-code(ws-pm-found-ptr) to
                         ws-oo-sku-code(ws-oo-index)
                       move ws-pm-store-num(ws-pm-found-ptr) to
                         ws-oo-store-num(ws-oo-index)
                       move ws-oo-adjust to ws-oo-qty(ws-oo-index)
                   end-if
               when ws-oo-srch-index <= ws-oo-table-count and
                 ws-oo-sku-code(ws-oo-srch-index) =
                 ws-pm-sku-code(ws-pm-found-ptr) and
                 ws-oo-store-num(ws-oo-srch-index) =
                 ws-pm-store-num(ws-pm-found-ptr)
                   if ws-oo-qty(ws-oo-srch-index) + ws-oo-adjust > 0
                       compute ws-oo-qty(ws-oo-srch-index) =
                         ws-oo-qty(ws-oo-srch-index) + ws-oo-adjust
                   else
                       move 0 to ws-oo-qty(ws-oo-srch-index)
                   end-if
           end-search.
      *
      * Receipts are counted here ahead of Inventory Processing,
      * which posts them on-hand and consumes the file. A receipt
      * with no approved line behind it still goes on-hand there,
      * but is listed here for the buyer.
       4000-count-receipts.
      *
           perform 4010-read-receipt.
           perform until ws-receipt-eof = ws-is-true
               perform 4020-count-one-receipt
               perform 4010-read-receipt
           end-perform.
      *
       4010-read-receipt.
      *
           read file-82-receipts
               at end
                   move ws-is-true to ws-receipt-eof.
      *
       4020-count-one-receipt.
      *
           move rc-po-number to ws-work-po-number.
           perform 3100-find-po-entry.
      *
           if ws-pm-found-ptr > 0 then
               if ws-pm-status(ws-pm-found-ptr) = 'A' and
                 ws-pm-sku-code(ws-pm-found-ptr) = rc-sku-code and
                 ws-pm-store-num(ws-pm-found-ptr) = rc-store-num
                   add rc-quantity to ws-pm-received(ws-pm-found-ptr)
                   add ws-1 to ws-receipt-match-count
                   exit paragraph
               end-if
           end-if.
      *
           if ws-receipt-exc-count = 0 then
               write report-print-line from spaces
           end-if.
           add ws-1 to ws-receipt-exc-count.
           move rc-po-number to ws-rel-po-number.
           move rc-sku-code to ws-rel-sku-code.
           move rc-store-num to ws-rel-store-num.
           move rc-quantity to ws-rel-quantity.
           write report-print-line from ws-receipt-exc-line.
      *
      * The three-way match. A line is paid only when the PO line
      * is a confirmed order from this vendor for this SKU, the
      * quantity billed to date stays within the approved quantity,
      * and it stays within what has actually been received.
       4500-match-vendor-invoices.
      *
           write report-print-line from spaces.
           move "VENDOR INVOICE MATCH" to ws-sec-title.
           write report-print-line from ws-section-line.
           write report-print-line from spaces.
           write report-print-line from ws-match-heading.
           write report-print-line from spaces.
      *
           perform 4510-read-vendor-invoice.
           perform until ws-inv-eof = ws-is-true
               perform 4520-match-one-line
               perform 4510-read-vendor-invoice
           end-perform.
      *
           close file-115-vendor-invoices.
           open output file-115-vendor-invoices.
           close file-115-vendor-invoices.
      *
       4510-read-vendor-invoice.
      *
           read file-115-vendor-invoices
               at end
                   move ws-is-true to ws-inv-eof.
      *
       4520-match-one-line.
      *
           compute ws-line-amount rounded = vi-billed-qty *
             vi-unit-cost.
      *
           move vi-vendor-num to ws-mdl-vendor.
           move vi-invoice-num to ws-mdl-invoice-num.
           move vi-po-number to ws-mdl-po-number.
           move vi-sku-code to ws-mdl-sku-code.
           move vi-billed-qty to ws-mdl-billed.
           move ws-line-amount to ws-mdl-amount.
           move 0 to ws-mdl-ordered.
           move 0 to ws-mdl-received.
      *
           move vi-po-number to ws-work-po-number.
           perform 3100-find-po-entry.
      *
           if ws-pm-found-ptr = 0 then
               perform 4530-flag-unordered
               exit paragraph
           end-if.
           if ws-pm-status(ws-pm-found-ptr) not = 'A' or
             ws-pm-vendor-num(ws-pm-found-ptr) not = vi-vendor-num
             or ws-pm-sku-code(ws-pm-found-ptr) not = vi-sku-code
               perform 4530-flag-unordered
               exit paragraph
           end-if.
      *
           move ws-pm-approved(ws-pm-found-ptr) to ws-mdl-ordered.
           move ws-pm-received(ws-pm-found-ptr) to ws-mdl-received.
           compute ws-new-billed = ws-pm-billed(ws-pm-found-ptr) +
             vi-billed-qty.
      *
           evaluate true
               when ws-new-billed > ws-pm-approved(ws-pm-found-ptr)
                   add ws-1 to ws-over-count
                   add ws-line-amount to ws-exception-amount
                   move "OVER-BILLED" to ws-mdl-result
               when ws-new-billed > ws-pm-received(ws-pm-found-ptr)
                   add ws-1 to ws-short-count
                   add ws-line-amount to ws-exception-amount
                   move "SHORT-SHIPPED" to ws-mdl-result
               when other
                   perform 4540-write-voucher
                   move "VOUCHERED" to ws-mdl-result
           end-evaluate.
      *
           write report-print-line from ws-match-detail-line.
      *
       4530-flag-unordered.
      *
           add ws-1 to ws-unordered-count.
           add ws-line-amount to ws-exception-amount.
           move "UNORDERED" to ws-mdl-result.
           write report-print-line from ws-match-detail-line.
      *
      * A line billed and received in full to its approved quantity
      * is finished and comes off the master at save time.
       4540-write-voucher.
      *
           add ws-1 to ws-voucher-count.
           add ws-line-amount to ws-voucher-amount.
           move ws-new-billed to ws-pm-billed(ws-pm-found-ptr).
           if ws-pm-billed(ws-pm-found-ptr) >=
             ws-pm-approved(ws-pm-found-ptr) and
             ws-pm-received(ws-pm-found-ptr) >=
             ws-pm-approved(ws-pm-found-ptr) then
               move 'M' to ws-pm-status(ws-pm-found-ptr)
           end-if.
      *
           move vi-vendor-num to av-vendor-num.
           move vi-invoice-num to av-invoice-num.
           move vi-invoice-date to av-invoice-date.
           move vi-po-number to av-po-number.
           move vi-sku-code to av-sku-code.
           move ws-pm-store-num(ws-pm-found-ptr) to av-store-num.
           move vi-billed-qty to av-quantity.
           move vi-unit-cost to av-unit-cost.
           move ws-line-amount to av-amount.
           move ws-run-date to av-run-date.
           move ws-batch-id to av-batch-id.
           write ap-voucher-rec.
      *
       5000-print-summary.
      *
           write report-print-line from spaces.
           move "SUMMARY" to ws-sec-title.
           write report-print-line from ws-section-line.
           write report-print-line from spaces.
      *
           move "NEW LINES AWAITING APPROVAL:" to ws-sml-label.
           move ws-new-pending-count to ws-sml-count.
           write report-print-line from ws-summary-line.
           move "LINES CONFIRMED BY BUYER:" to ws-sml-label.
           move ws-approved-count to ws-sml-count.
           write report-print-line from ws-summary-line.
           move "LINES CUT BY BUYER:" to ws-sml-label.
           move ws-cut-count to ws-sml-count.
           write report-print-line from ws-summary-line.
           move "SPECIAL ORDERS REOPENED BY CUTS:" to ws-sml-label.
           move ws-so-reopened-count to ws-sml-count.
           write report-print-line from ws-summary-line.
           move "APPROVALS REJECTED:" to ws-sml-label.
           move ws-appr-reject-count to ws-sml-count.
           write report-print-line from ws-summary-line.
           move "LINES STILL AWAITING APPROVAL:" to ws-sml-label.
           move ws-awaiting-count to ws-sml-count.
           write report-print-line from ws-summary-line.
           move "RECEIPTS MATCHED TO PO:" to ws-sml-label.
           move ws-receipt-match-count to ws-sml-count.
           write report-print-line from ws-summary-line.
           move "RECEIPTS WITH NO APPROVED PO:" to ws-sml-label.
           move ws-receipt-exc-count to ws-sml-count.
           write report-print-line from ws-summary-line.
      *
           write report-print-line from spaces.
           move "INVOICE LINES VOUCHERED:" to ws-sal-label.
           move ws-voucher-count to ws-sal-count.
           move ws-voucher-amount to ws-sal-amount.
           write report-print-line from ws-summary-amount-line.
           move "SHORT-SHIPPED LINES:" to ws-sml-label.
           move ws-short-count to ws-sml-count.
           write report-print-line from ws-summary-line.
           move "OVER-BILLED LINES:" to ws-sml-label.
           move ws-over-count to ws-sml-count.
           write report-print-line from ws-summary-line.
           move "UNORDERED LINES:" to ws-sml-label.
           move ws-unordered-count to ws-sml-count.
           write report-print-line from ws-summary-line.
           compute ws-sal-count = ws-short-count + ws-over-count +
             ws-unordered-count.
           move "EXCEPTIONS HELD FROM PAYMENT:" to ws-sal-label.
           move ws-exception-amount to ws-sal-amount.
           write report-print-line from ws-summary-amount-line.
      *
      * Cut lines and lines matched in full drop off; everything
      * else - awaiting approval, open, part-received or part-billed
      * - carries forward.
       6000-save-po-master.
      *
           open output file-114-po-master.
      *
           move ws-1 to ws-array-pointer.
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-pm-table-count)
               if ws-pm-status(ws-array-pointer) = 'P' or
                 ws-pm-status(ws-array-pointer) = 'A' then
                   move ws-pm-po-number(ws-array-pointer) to
                     pm-po-number
                   move ws-pm-vendor-num(ws-array-pointer) to
                     pm-vendor-num
                   move ws-pm-sku-code(ws-array-pointer) to
                     pm-sku-code
                   move ws-pm-store-num(ws-array-pointer) to
                     pm-store-num
                   move ws-pm-suggested(ws-array-pointer) to
                     pm-suggested-qty
                   move ws-pm-approved(ws-array-pointer) to
                     pm-approved-qty
                   move ws-pm-received(ws-array-pointer) to
                     pm-received-qty
                   move ws-pm-billed(ws-array-pointer) to
                     pm-billed-qty
                   move ws-pm-order-date(ws-array-pointer) to
                     pm-order-date
                   move ws-pm-expected(ws-array-pointer) to
                     pm-expected-date
                   move ws-pm-status(ws-array-pointer) to pm-status
                   move ws-pm-buyer-id(ws-array-pointer) to
                     pm-buyer-id
                   write po-master-rec
               end-if
           end-perform.
      *
           close file-114-po-master.
      *
       6100-save-on-order.
      *
           open output file-79-on-order.
      *
           move ws-1 to ws-array-pointer.
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-oo-table-count)
               if ws-oo-qty(ws-array-pointer) > 0 then
                   move ws-oo-sku-code(ws-array-pointer) to
                     oo-sku-code
                   move ws-oo-store-num(ws-array-pointer) to
                     oo-store-num
                   move ws-oo-qty(ws-array-pointer) to oo-qty
                   write on-order-rec
               end-if
           end-perform.
      *
           close file-79-on-order.
      *
       6200-save-special-orders.
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
           close file-82-receipts, file-116-match-report,
             file-117-ap-voucher.
      *
       end program PurchaseOrderMatch.
