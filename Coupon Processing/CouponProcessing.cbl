       identification division.
       program-id. CouponProcessing.
       author. Raje Singh.
       date-written. 2026-10-15.
      * Program Description:
      * Turns the manufacturer coupons the stores take into money
      * claimed back from the clearinghouse. Each batch's coupon
      * lines on the sale and void splits are put on the pending
      * redemption file under the coupon's manufacturer; a void
      * takes its sale's coupon back off. When the claim period on
      * the coupon control file has run out, the pending coupons
      * are rolled up by manufacturer and store into the claim file
      * sent to the clearinghouse, and each claim goes onto the
      * coupon receivable register.
      * The clearinghouse's payment file is applied against the
      * register and consumed, the same as the chargeback feed:
      *
      *   payment        DR CASH      amount paid
      *                  CR COUPONAR
      *   short pay on   DR COUPONWO  claim less all payments
      *   final payment  CR COUPONAR
      *
      * The GL extract books the redemptions themselves into
      * COUPONAR store by store; the lines above append to the same
      * journal. The report shows this batch's coupons by
      * manufacturer, any claims cut, payments applied, and every
      * open claim aged from its claim date.
      *
       environment division.
       input-output section.
       file-control.
      *
           select file-147-coupon-master
               assign
                   to
                   '../../../../datafiles/data/file-147-coupon.dat'
               organization is line sequential.
      *
           select file-148-manufacturer
               assign
                   to
                   '../../../../datafiles/data/file-148-mfr.dat'
               organization is line sequential.
      *
           select file-149-coupon-pending
               assign
                   to
                   '../../../../datafiles/data/file-149-cpn-pend.dat'
               organization is line sequential.
      *
           select file-150-coupon-control
               assign
                   to
                   '../../../../datafiles/data/file-150-cpn-ctl.dat'
               organization is line sequential.
      *
           select file-151-coupon-claim
               assign
                   to
                   '../../../../datafiles/data/file-151-cpn-claim.dat'
               organization is line sequential.
      *
           select file-152-coupon-receivable
               assign
                   to
                   '../../../../datafiles/data/file-152-cpn-ar.dat'
               organization is line sequential.
      *
           select file-153-coupon-payment
               assign
                   to
                   '../../../../datafiles/data/file-153-cpn-pay.dat'
               organization is line sequential.
      *
           select file-05-sl-data
               assign
                   to '../../../../datafiles/data/file-05-sl-data.dat'
               organization is line sequential.
      *
           select file-10-void-data
               assign
                   to '../../../../datafiles/data/file-10-void-data.dat'
               organization is line sequential.
      *
           select file-45-gl-journal
               assign
                   to
                   '../../../../datafiles/data/file-45-gl-journal.dat'
               organization is line sequential.
      *
           select file-154-coupon-report
               assign
                   to
                   '../../../../datafiles/data/file-154-cpn-rpt.out'
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
       fd file-147-coupon-master
           data record is coupon-master-rec.
      *
       01 coupon-master-rec.
         05 cpm-coupon-code     pic x(10).
         05 cpm-mfr-id          pic x(6).
         05 cpm-coupon-desc     pic x(20).
         05 cpm-face-value      pic 9(3)v99.
         05 cpm-expiry-date     pic 9(8).
         05 cpm-active          pic x.
         05 cpm-sku-count       pic 99.
         05 cpm-sku-code        pic x(15) occurs 10 times.
      *
       fd file-148-manufacturer
           data record is manufacturer-rec.
      *
       01 manufacturer-rec.
         05 mf-mfr-id           pic x(6).
         05 mf-mfr-name         pic x(20).
      *
      * One row per coupon taken ('R') or voided back off ('V') and
      * not yet claimed.
       fd file-149-coupon-pending
           data record is coupon-pending-rec.
      *
       01 coupon-pending-rec.
         05 pd-mfr-id           pic x(6).
         05 pd-store-num        pic xx.
         05 pd-coupon-code      pic x(10).
         05 pd-invoice-num      pic x(9).
         05 pd-trans-date       pic 9(8).
         05 pd-type             pic x.
         05 pd-coupon-amt       pic 9(5)v99.
         05 pd-batch-id         pic 9(6).
      *
       fd file-150-coupon-control
           data record is coupon-control-rec.
      *
       01 coupon-control-rec.
         05 cc-last-claim-date  pic 9(8).
         05 cc-claim-days       pic 9(3).
         05 cc-next-claim-num   pic 9(6).
      *
      * One 'H' row per claim - a manufacturer at a store - followed
      * by a 'D' row for each coupon code on it.
       fd file-151-coupon-claim
           data record is coupon-claim-rec.
      *
       01 coupon-claim-rec.
         05 cl-rec-type         pic x.
         05 cl-claim-num        pic 9(6).
         05 cl-mfr-id           pic x(6).
         05 cl-store-num        pic xx.
         05 cl-coupon-code      pic x(10).
         05 cl-coupon-count     pic 9(5).
         05 cl-claim-amt        pic 9(7)v99.
         05 cl-claim-date       pic 9(8).
      *
       fd file-152-coupon-receivable
           data record is coupon-ar-rec.
      *
       01 coupon-ar-rec.
         05 ar-claim-num        pic 9(6).
         05 ar-mfr-id           pic x(6).
         05 ar-store-num        pic xx.
         05 ar-claim-date       pic 9(8).
         05 ar-coupon-count     pic 9(5).
         05 ar-claim-amt        pic 9(7)v99.
         05 ar-paid-amt         pic 9(7)v99.
         05 ar-writeoff-amt     pic 9(7)v99.
         05 ar-status           pic x.
           88 ar-open           value 'O'.
           88 ar-closed         value 'C'.
      *
      * A final payment closes the claim; whatever it leaves unpaid
      * was refused by the manufacturer.
       fd file-153-coupon-payment
           data record is coupon-payment-rec.
      *
       01 coupon-payment-rec.
         05 py-claim-num        pic 9(6).
         05 py-pay-date         pic 9(8).
         05 py-paid-amt         pic 9(7)v99.
         05 py-final            pic x.
      *
       fd file-05-sl-data
           data record is in-sale-data.
      *
       01 in-sale-data.
         05 in-sl-trans-code   pic x.
         05 in-sl-trans-amt    pic 9(5)V99.
         05 in-sl-pay-type     pic XX.
         05 in-sl-store-num    pic XX.
         05 in-sl-invoice-num  pic X(9).
         05 in-sl-sku-code     pic X(15).
         05 in-sl-cashier-id   pic X(4).
         05 in-sl-quantity     pic 9(3).
         05 in-sl-card-num     pic X(12).
         05 in-sl-cust-num     pic X(8).
         05 in-sl-trans-date   pic 9(8).
         05 in-sl-batch-id     pic 9(6).
         05 in-sl-disc-reason  pic xx.
         05 in-sl-fx-amt       pic 9(5)V99.
         05 in-sl-coupon-code  pic x(10).
         05 in-sl-coupon-amt   pic 9(3)V99.
      *
       fd file-10-void-data
           data record is in-void-data.
      *
       01 in-void-data.
         05 in-vd-trans-code   pic x.
         05 in-vd-trans-amt    pic 9(5)V99.
         05 in-vd-pay-type     pic XX.
         05 in-vd-store-num    pic XX.
         05 in-vd-invoice-num  pic X(9).
         05 in-vd-sku-code     pic X(15).
         05 in-vd-cashier-id   pic X(4).
         05 in-vd-quantity     pic 9(3).
         05 in-vd-card-num     pic X(12).
         05 in-vd-cust-num     pic X(8).
         05 in-vd-trans-date   pic 9(8).
         05 in-vd-batch-id     pic 9(6).
         05 in-vd-sale-date    pic 9(8).
         05 in-vd-sale-cashier pic x(4).
         05 in-vd-fx-amt       pic 9(5)V99.
         05 in-vd-coupon-code  pic x(10).
         05 in-vd-coupon-amt   pic 9(3)V99.
      *
       fd file-45-gl-journal
           data record is gl-journal-rec.
      *
       01 gl-journal-rec.
         05 gj-run-date         pic 9(8).
         05 gj-batch-id         pic 9(6).
         05 gj-store-num        pic xx.
         05 gj-account          pic x(8).
         05 gj-dr-cr            pic xx.
         05 gj-amount           pic 9(10)v99.
      *
       fd file-154-coupon-report
           data record is report-print-line.
      *
       01 report-print-line    pic x(100).
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
         05 filler             pic x(30) value
                               "MANUFACTURER COUPON REPORT".
      *
       01 ws-run-stamp-line.
         05 filler             pic x(10) value "RUN DATE: ".
         05 ws-rsl-run-date    pic 9(8).
         05 filler             pic x(13) value "   BATCH ID: ".
         05 ws-rsl-batch-id    pic z(5)9.
      *
       01 ws-redeem-heading-line.
         05 filler             pic x(40) value
                               "COUPONS REDEEMED THIS BATCH".
      *
       01 ws-redeem-column-line.
         05 filler             pic x(8)  value "MFR".
         05 filler             pic x(22) value "NAME".
         05 filler             pic x(8)  value "  TAKEN".
         05 filler             pic x(14) value "        AMOUNT".
         05 filler             pic x(8)  value " VOIDED".
         05 filler             pic x(14) value "        AMOUNT".
      *
       01 ws-redeem-detail-line.
         05 ws-rdl-mfr-id      pic x(6).
         05 filler             pic x(2) value spaces.
         05 ws-rdl-mfr-name    pic x(20).
         05 filler             pic x(2) value spaces.
         05 ws-rdl-taken       pic z(6)9.
         05 filler             pic x value space.
         05 ws-rdl-taken-amt   pic $z(8)9.99.
         05 filler             pic x value space.
         05 ws-rdl-voided      pic z(6)9.
         05 filler             pic x value space.
         05 ws-rdl-voided-amt  pic $z(8)9.99.
      *
       01 ws-claim-heading-line.
         05 filler             pic x(40) value
                               "CLAIMS SENT TO THE CLEARINGHOUSE".
      *
       01 ws-claim-column-line.
         05 filler             pic x(8)  value "CLAIM".
         05 filler             pic x(8)  value "MFR".
         05 filler             pic x(22) value "NAME".
         05 filler             pic x(7)  value "STORE".
         05 filler             pic x(8)  value "COUPONS".
         05 filler             pic x(14) value "        AMOUNT".
      *
       01 ws-claim-detail-line.
         05 ws-cdl-claim-num   pic 9(6).
         05 filler             pic x(2) value spaces.
         05 ws-cdl-mfr-id      pic x(6).
         05 filler             pic x(2) value spaces.
         05 ws-cdl-mfr-name    pic x(20).
         05 filler             pic x(2) value spaces.
         05 ws-cdl-store       pic xx.
         05 filler             pic x(3) value spaces.
         05 ws-cdl-count       pic z(6)9.
         05 filler             pic x value space.
         05 ws-cdl-amount      pic $z(8)9.99.
      *
       01 ws-no-claim-line.
         05 filler             pic x(17) value "NEXT CLAIM DATE: ".
         05 ws-ncl-date        pic 9(8).
      *
       01 ws-payment-heading-line.
         05 filler             pic x(40) value
                               "CLEARINGHOUSE PAYMENTS APPLIED".
      *
       01 ws-payment-column-line.
         05 filler             pic x(8)  value "CLAIM".
         05 filler             pic x(8)  value "MFR".
         05 filler             pic x(7)  value "STORE".
         05 filler             pic x(10) value "PAID ON".
         05 filler             pic x(13) value "         PAID".
         05 filler             pic x(14) value "   WRITTEN OFF".
         05 filler             pic x(2)  value spaces.
         05 filler             pic x(12) value "STATUS".
      *
       01 ws-payment-detail-line.
         05 ws-pdl-claim-num   pic 9(6).
         05 filler             pic x(2) value spaces.
         05 ws-pdl-mfr-id      pic x(6).
         05 filler             pic x(2) value spaces.
         05 ws-pdl-store       pic xx.
         05 filler             pic x(5) value spaces.
         05 ws-pdl-pay-date    pic 9(8).
         05 filler             pic x(2) value spaces.
         05 ws-pdl-paid        pic $z(8)9.99.
         05 filler             pic x value space.
         05 ws-pdl-writeoff    pic $z(8)9.99.
         05 filler             pic x(3) value spaces.
         05 ws-pdl-status      pic x(14).
      *
       01 ws-aging-heading-line.
         05 filler             pic x(40) value
                               "OUTSTANDING COUPON RECEIVABLE".
      *
       01 ws-aging-column-line.
         05 filler             pic x(8)  value "CLAIM".
         05 filler             pic x(8)  value "MFR".
         05 filler             pic x(7)  value "STORE".
         05 filler             pic x(10) value "CLAIMED".
         05 filler             pic x(13) value "      CLAIMED".
         05 filler             pic x(14) value "          PAID".
         05 filler             pic x(14) value "   OUTSTANDING".
         05 filler             pic x(6)  value "  DAYS".
      *
       01 ws-aging-detail-line.
         05 ws-adl-claim-num   pic 9(6).
         05 filler             pic x(2) value spaces.
         05 ws-adl-mfr-id      pic x(6).
         05 filler             pic x(2) value spaces.
         05 ws-adl-store       pic xx.
         05 filler             pic x(5) value spaces.
         05 ws-adl-claim-date  pic 9(8).
         05 filler             pic x(2) value spaces.
         05 ws-adl-claim-amt   pic $z(8)9.99.
         05 filler             pic x value space.
         05 ws-adl-paid-amt    pic $z(8)9.99.
         05 filler             pic x value space.
         05 ws-adl-owing       pic $z(8)9.99.
         05 filler             pic x(2) value spaces.
         05 ws-adl-days        pic z(3)9.
      *
       01 ws-bucket-line.
         05 filler             pic x(2) value spaces.
         05 ws-bkl-label       pic x(28).
         05 ws-bkl-amount      pic $z(8)9.99.
      *
       01 ws-total-line.
         05 ws-tl-label        pic x(30).
         05 ws-tl-amount       pic $z(8)9.99.
      *
       01 ws-count-line.
         05 ws-cl-label        pic x(30).
         05 ws-cl-count        pic z(5)9.
      *
       01 ws-unmatched-line.
         05 filler             pic x(30) value
                               "PAYMENT FOR NO OPEN CLAIM:    ".
         05 ws-uml-claim-num   pic 9(6).
         05 filler             pic x(3) value spaces.
         05 ws-uml-amount      pic $z(8)9.99.
      *
       01 ws-coupon-table.
         05 ws-cpn-entry          occurs 500 times
                                   indexed by ws-cpn-index
                                   ws-cpn-srch-index.
           10 ws-cpn-code         pic x(10).
           10 ws-cpn-mfr-id       pic x(6).
       77 ws-cpn-table-count      pic 9(3) value 0.
      *
      * Manufacturers with this batch's coupon counts.
       01 ws-mfr-table.
         05 ws-mf-entry           occurs 200 times
                                   indexed by ws-mf-index
                                   ws-mf-srch-index.
           10 ws-mf-mfr-id        pic x(6).
           10 ws-mf-mfr-name      pic x(20).
           10 ws-mf-taken         pic 9(7).
           10 ws-mf-taken-amt     pic 9(9)v99.
           10 ws-mf-voided        pic 9(7).
           10 ws-mf-voided-amt    pic 9(9)v99.
       77 ws-mf-table-count       pic 9(3) value 0.
       77 ws-mf-found-ptr         pic 9(3) value 0.
       77 ws-mf-lookup-id         pic x(6) value spaces.
      *
       01 ws-pending-table.
         05 ws-pd-entry           occurs 5000 times.
           10 ws-pd-mfr-id        pic x(6).
           10 ws-pd-store-num     pic xx.
           10 ws-pd-coupon-code   pic x(10).
           10 ws-pd-invoice-num   pic x(9).
           10 ws-pd-trans-date    pic 9(8).
           10 ws-pd-type          pic x.
           10 ws-pd-coupon-amt    pic 9(5)v99.
           10 ws-pd-batch-id      pic 9(6).
           10 ws-pd-claimed       pic x.
       77 ws-pd-table-count       pic 9(5) value 0.
       77 ws-pd-ptr               pic 9(5) value 0.
       77 ws-pd-inner-ptr         pic 9(5) value 0.
       77 ws-pd-overflow-cnt      pic 9(5) value 0.
      *
      * The manufacturer/store pairs with coupons waiting, netted.
       01 ws-claim-table.
         05 ws-ck-entry           occurs 1000 times.
           10 ws-ck-mfr-id        pic x(6).
           10 ws-ck-store-num     pic xx.
           10 ws-ck-count         pic s9(5).
           10 ws-ck-amount        pic s9(7)v99.
       77 ws-ck-table-count       pic 9(4) value 0.
       77 ws-ck-ptr               pic 9(4) value 0.
       77 ws-ck-found-ptr         pic 9(4) value 0.
      *
      * Coupon codes on the claim being written.
       01 ws-claim-code-table.
         05 ws-cc-entry           occurs 200 times.
           10 ws-cc-coupon-code   pic x(10).
           10 ws-cc-count         pic s9(5).
           10 ws-cc-amount        pic s9(7)v99.
       77 ws-cc-table-count       pic 9(3) value 0.
       77 ws-cc-ptr               pic 9(3) value 0.
       77 ws-cc-found-ptr         pic 9(3) value 0.
      *
       01 ws-receivable-table.
         05 ws-ar-entry           occurs 2000 times
                                   indexed by ws-ar-index
                                   ws-ar-srch-index.
           10 ws-ar-claim-num     pic 9(6).
           10 ws-ar-mfr-id        pic x(6).
           10 ws-ar-store-num     pic xx.
           10 ws-ar-claim-date    pic 9(8).
           10 ws-ar-coupon-count  pic 9(5).
           10 ws-ar-claim-amt     pic 9(7)v99.
           10 ws-ar-paid-amt      pic 9(7)v99.
           10 ws-ar-writeoff-amt  pic 9(7)v99.
           10 ws-ar-status        pic x.
       77 ws-ar-table-count       pic 9(4) value 0.
       77 ws-ar-found-ptr         pic 9(4) value 0.
       77 ws-ar-ptr               pic 9(4) value 0.
       77 ws-ar-overflow-cnt      pic 9(5) value 0.
      *
       77 ws-cpn-mstr-eof         pic x value 'n'.
       77 ws-mf-mstr-eof          pic x value 'n'.
       77 ws-pd-mstr-eof          pic x value 'n'.
       77 ws-ar-mstr-eof          pic x value 'n'.
       77 ws-pay-eof              pic x value 'n'.
       77 ws-sl-eof               pic x value 'n'.
       77 ws-void-eof             pic x value 'n'.
       77 ws-is-true              pic x value 'y'.
       77 ws-is-false             pic x value 'n'.
       77 ws-1                    pic 9 value 1.
       77 ws-run-date             pic 9(8) value 0.
       77 ws-batch-id             pic 9(6) value 0.
       77 ws-day-batch-count      pic 9(2) value 0.
      *
       77 ws-last-claim-date      pic 9(8) value 0.
       77 ws-claim-days           pic 9(3) value 0.
       77 ws-next-claim-num       pic 9(6) value 1.
       77 ws-next-claim-date      pic 9(8) value 0.
       77 ws-claim-due            pic x value 'n'.
       77 ws-claims-cut           pic 9(5) value 0.
       77 ws-claimed-amt          pic 9(9)v99 value 0.
       77 ws-run-int              pic s9(8) comp value 0.
       77 ws-date-int             pic s9(8) comp value 0.
       77 ws-days-old             pic 9(5) value 0.
      *
       77 ws-cur-mfr-id           pic x(6) value spaces.
       77 ws-cur-store-num        pic xx value spaces.
       77 ws-cur-coupon-code      pic x(10) value spaces.
       77 ws-cur-type             pic x value space.
       77 ws-cur-amt              pic 9(5)v99 value 0.
       77 ws-cur-invoice-num      pic x(9) value spaces.
       77 ws-cur-trans-date       pic 9(8) value 0.
      *
       77 ws-owing-amt            pic 9(7)v99 value 0.
       77 ws-writeoff-amt         pic 9(7)v99 value 0.
       77 ws-paid-total           pic 9(9)v99 value 0.
       77 ws-writeoff-total       pic 9(9)v99 value 0.
       77 ws-pending-total        pic s9(9)v99 value 0.
       77 ws-owing-total          pic 9(9)v99 value 0.
       77 ws-bucket-30            pic 9(9)v99 value 0.
       77 ws-bucket-60            pic 9(9)v99 value 0.
       77 ws-bucket-90            pic 9(9)v99 value 0.
       77 ws-bucket-over          pic 9(9)v99 value 0.
      *
       procedure division.
       0000-Main.
      *
           accept ws-run-date from date yyyymmdd.
           perform 1200-get-batch-id.
           perform 1000-open-files.
           perform 1100-load-coupon-master.
           perform 1150-load-manufacturers.
           perform 1300-load-coupon-control.
           perform 1400-load-pending.
           perform 1500-load-receivable.
           perform 2000-print-report-headings.
           perform 3000-post-sale-coupons.
           perform 3500-post-void-coupons.
           perform 3900-print-redemptions.
           perform 4000-cut-claims.
           perform 5000-apply-payments.
           perform 5500-print-receivable-aging.
           perform 6000-save-pending.
           perform 6100-save-receivable.
           perform 6200-save-coupon-control.
           perform 7000-close-files.
           goback.
      *
      * The coupon lines append to the day's journal after the GL
      * extract step's lines, like the chargeback lines do.
       1000-open-files.
      *
           open input file-05-sl-data, file-10-void-data.
           open extend file-45-gl-journal.
           if ws-day-batch-count > 1 then
               open extend file-154-coupon-report
           else
               open output file-154-coupon-report
           end-if.
      *
      * Every coupon ever put on the master is loaded, active or
      * not, so a void of one since retired still finds its
      * manufacturer.
       1100-load-coupon-master.
      *
           open input file-147-coupon-master.
      *
           perform until ws-cpn-mstr-eof = ws-is-true
               read file-147-coupon-master
                   at end
                       move ws-is-true to ws-cpn-mstr-eof
                   not at end
                       if ws-cpn-table-count < 500 then
                           add ws-1 to ws-cpn-table-count
                           set ws-cpn-index to ws-cpn-table-count
                           move cpm-coupon-code to ws-cpn-code(
                               ws-cpn-index)
                           move cpm-mfr-id to ws-cpn-mfr-id(
                               ws-cpn-index)
                       end-if
               end-read
           end-perform.
      *
           close file-147-coupon-master.
      *
       1150-load-manufacturers.
      *
           open input file-148-manufacturer.
      *
           perform until ws-mf-mstr-eof = ws-is-true
               read file-148-manufacturer
                   at end
                       move ws-is-true to ws-mf-mstr-eof
                   not at end
                       if ws-mf-table-count < 200 then
                           add ws-1 to ws-mf-table-count
                           set ws-mf-index to ws-mf-table-count
                           move mf-mfr-id to ws-mf-mfr-id(ws-mf-index)
                           move mf-mfr-name to ws-mf-mfr-name(
                               ws-mf-index)
                           move 0 to ws-mf-taken(ws-mf-index)
                           move 0 to ws-mf-taken-amt(ws-mf-index)
                           move 0 to ws-mf-voided(ws-mf-index)
                           move 0 to ws-mf-voided-amt(ws-mf-index)
                       end-if
               end-read
           end-perform.
      *
           close file-148-manufacturer.
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
      * A claim is due once the claim period has passed since the
      * last one was cut. A control file never set up claims every
      * seven days from today.
       1300-load-coupon-control.
      *
           move ws-run-date to ws-last-claim-date.
           move 7 to ws-claim-days.
           move 1 to ws-next-claim-num.
      *
           open input file-150-coupon-control.
           read file-150-coupon-control
               at end
                   continue
               not at end
                   move cc-last-claim-date to ws-last-claim-date
                   move cc-claim-days to ws-claim-days
                   move cc-next-claim-num to ws-next-claim-num
           end-read.
           close file-150-coupon-control.
      *
           compute ws-date-int =
             function integer-of-date(ws-last-claim-date)
             + ws-claim-days.
           compute ws-next-claim-date =
             function date-of-integer(ws-date-int).
           if ws-run-date not < ws-next-claim-date then
               move ws-is-true to ws-claim-due
           end-if.
      *
       1400-load-pending.
      *
           open input file-149-coupon-pending.
      *
           perform until ws-pd-mstr-eof = ws-is-true
               read file-149-coupon-pending
                   at end
                       move ws-is-true to ws-pd-mstr-eof
                   not at end
                       if ws-pd-table-count < 5000 then
                           add ws-1 to ws-pd-table-count
                           move pd-mfr-id to ws-pd-mfr-id(
                               ws-pd-table-count)
                           move pd-store-num to ws-pd-store-num(
                               ws-pd-table-count)
                           move pd-coupon-code to ws-pd-coupon-code(
                               ws-pd-table-count)
                           move pd-invoice-num to ws-pd-invoice-num(
                               ws-pd-table-count)
                           move pd-trans-date to ws-pd-trans-date(
                               ws-pd-table-count)
                           move pd-type to ws-pd-type(
                               ws-pd-table-count)
                           move pd-coupon-amt to ws-pd-coupon-amt(
                               ws-pd-table-count)
                           move pd-batch-id to ws-pd-batch-id(
                               ws-pd-table-count)
                           move ws-is-false to ws-pd-claimed(
                               ws-pd-table-count)
                       else
                           add ws-1 to ws-pd-overflow-cnt
                       end-if
               end-read
           end-perform.
      *
           close file-149-coupon-pending.
      *
       1500-load-receivable.
      *
           open input file-152-coupon-receivable.
      *
           perform until ws-ar-mstr-eof = ws-is-true
               read file-152-coupon-receivable
                   at end
                       move ws-is-true to ws-ar-mstr-eof
                   not at end
                       if ws-ar-table-count < 2000 then
                           add ws-1 to ws-ar-table-count
                           set ws-ar-index to ws-ar-table-count
                           move coupon-ar-rec to ws-ar-entry(
                               ws-ar-index)
                       else
                           add ws-1 to ws-ar-overflow-cnt
                       end-if
               end-read
           end-perform.
      *
           close file-152-coupon-receivable.
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
       3000-post-sale-coupons.
      *
           perform 3010-read-sl-record.
           perform until ws-sl-eof = ws-is-true
               if in-sl-batch-id = ws-batch-id and
                 in-sl-trans-code = 'S' and
                 in-sl-coupon-code not = spaces and
                 in-sl-coupon-amt is numeric then
                   move in-sl-store-num to ws-cur-store-num
                   move in-sl-coupon-code to ws-cur-coupon-code
                   move in-sl-invoice-num to ws-cur-invoice-num
                   move in-sl-trans-date to ws-cur-trans-date
                   move in-sl-coupon-amt to ws-cur-amt
                   move 'R' to ws-cur-type
                   perform 3100-add-pending-coupon
               end-if
               perform 3010-read-sl-record
           end-perform.
      *
       3010-read-sl-record.
      *
           read file-05-sl-data
               at end
                   move ws-is-true to ws-sl-eof.
      *
      * A voided sale's coupon was never really taken; its 'V' row
      * nets it back out of the next claim whether or not the
      * redemption has already been claimed.
       3500-post-void-coupons.
      *
           perform 3510-read-void-record.
           perform until ws-void-eof = ws-is-true
               if in-vd-batch-id = ws-batch-id and
                 in-vd-coupon-code not = spaces and
                 in-vd-coupon-amt is numeric then
                   move in-vd-store-num to ws-cur-store-num
                   move in-vd-coupon-code to ws-cur-coupon-code
                   move in-vd-invoice-num to ws-cur-invoice-num
                   move in-vd-trans-date to ws-cur-trans-date
                   move in-vd-coupon-amt to ws-cur-amt
                   move 'V' to ws-cur-type
                   perform 3100-add-pending-coupon
               end-if
               perform 3510-read-void-record
           end-perform.
      *
       3510-read-void-record.
      *
           read file-10-void-data
               at end
                   move ws-is-true to ws-void-eof.
      *
       3100-add-pending-coupon.
      *
           move spaces to ws-cur-mfr-id.
           set ws-cpn-srch-index to ws-1.
           search ws-cpn-entry varying ws-cpn-srch-index
               at end
                   continue
               when ws-cpn-srch-index <= ws-cpn-table-count and
                 ws-cpn-code(ws-cpn-srch-index) = ws-cur-coupon-code
                   move ws-cpn-mfr-id(ws-cpn-srch-index) to
                     ws-cur-mfr-id
           end-search.
      *
           move ws-cur-mfr-id to ws-mf-lookup-id.
           perform 8000-find-manufacturer.
           if ws-mf-found-ptr > 0 then
               if ws-cur-type = 'R' then
                   add ws-1 to ws-mf-taken(ws-mf-found-ptr)
                   add ws-cur-amt to ws-mf-taken-amt(ws-mf-found-ptr)
               else
                   add ws-1 to ws-mf-voided(ws-mf-found-ptr)
                   add ws-cur-amt to ws-mf-voided-amt(
                       ws-mf-found-ptr)
               end-if
           end-if.
      *
           if ws-pd-table-count >= 5000 then
               add ws-1 to ws-pd-overflow-cnt
               exit paragraph
           end-if.
      *
           add ws-1 to ws-pd-table-count.
           move ws-cur-mfr-id to ws-pd-mfr-id(ws-pd-table-count).
           move ws-cur-store-num to ws-pd-store-num(ws-pd-table-count).
           move ws-cur-coupon-code to ws-pd-coupon-code(
               ws-pd-table-count).
           move ws-cur-invoice-num to ws-pd-invoice-num(
               ws-pd-table-count).
           move ws-cur-trans-date to ws-pd-trans-date(
               ws-pd-table-count).
           move ws-cur-type to ws-pd-type(ws-pd-table-count).
           move ws-cur-amt to ws-pd-coupon-amt(ws-pd-table-count).
           move ws-batch-id to ws-pd-batch-id(ws-pd-table-count).
           move ws-is-false to ws-pd-claimed(ws-pd-table-count).
      *
       3900-print-redemptions.
      *
           write report-print-line from ws-redeem-heading-line.
           write report-print-line from ws-redeem-column-line.
      *
           perform varying ws-mf-found-ptr from ws-1 by ws-1
             until (ws-mf-found-ptr > ws-mf-table-count)
               if ws-mf-taken(ws-mf-found-ptr) > 0 or
                 ws-mf-voided(ws-mf-found-ptr) > 0 then
                   move ws-mf-mfr-id(ws-mf-found-ptr) to
                     ws-rdl-mfr-id
                   move ws-mf-mfr-name(ws-mf-found-ptr) to
                     ws-rdl-mfr-name
                   move ws-mf-taken(ws-mf-found-ptr) to ws-rdl-taken
                   move ws-mf-taken-amt(ws-mf-found-ptr) to
                     ws-rdl-taken-amt
                   move ws-mf-voided(ws-mf-found-ptr) to
                     ws-rdl-voided
                   move ws-mf-voided-amt(ws-mf-found-ptr) to
                     ws-rdl-voided-amt
                   write report-print-line from ws-redeem-detail-line
               end-if
           end-perform.
      *
           write report-print-line from spaces.
      *
      * The pending coupons are netted by manufacturer and store.
      * A pair whose voids outweigh its redemptions is held back for
      * a later claim rather than claimed negative; a coupon whose
      * manufacturer is not on file cannot be claimed and waits
      * until the manufacturer is set up.
       4000-cut-claims.
      *
           write report-print-line from ws-claim-heading-line.
      *
           if ws-claim-due = ws-is-false then
               move ws-next-claim-date to ws-ncl-date
               write report-print-line from ws-no-claim-line
               write report-print-line from spaces
               exit paragraph
           end-if.
      *
           write report-print-line from ws-claim-column-line.
           move 0 to ws-ck-table-count.
           perform varying ws-pd-ptr from ws-1 by ws-1
             until (ws-pd-ptr > ws-pd-table-count)
               perform 4010-net-pending-coupon
           end-perform.
      *
           open output file-151-coupon-claim.
           perform varying ws-ck-ptr from ws-1 by ws-1
             until (ws-ck-ptr > ws-ck-table-count)
               if ws-ck-amount(ws-ck-ptr) > 0 then
                   move ws-ck-mfr-id(ws-ck-ptr) to ws-mf-lookup-id
                   perform 8000-find-manufacturer
                   if ws-mf-found-ptr > 0 then
                       perform 4100-write-one-claim
                   end-if
               end-if
           end-perform.
           close file-151-coupon-claim.
      *
           move ws-run-date to ws-last-claim-date.
           write report-print-line from spaces.
           move "CLAIMS CUT THIS RUN:" to ws-tl-label.
           move ws-claimed-amt to ws-tl-amount.
           write report-print-line from ws-total-line.
           write report-print-line from spaces.
      *
       4010-net-pending-coupon.
      *
           move 0 to ws-ck-found-ptr.
           perform varying ws-ck-ptr from ws-1 by ws-1
             until (ws-ck-ptr > ws-ck-table-count) or
             (ws-ck-found-ptr > 0)
               if ws-ck-mfr-id(ws-ck-ptr) = ws-pd-mfr-id(ws-pd-ptr)
                 and ws-ck-store-num(ws-ck-ptr) =
                 ws-pd-store-num(ws-pd-ptr) then
                   move ws-ck-ptr to ws-ck-found-ptr
               end-if
           end-perform.
      *
           if ws-ck-found-ptr = 0 then
               if ws-ck-table-count >= 1000 then
                   exit paragraph
               end-if
               add ws-1 to ws-ck-table-count
               move ws-ck-table-count to ws-ck-found-ptr
               move ws-pd-mfr-id(ws-pd-ptr) to ws-ck-mfr-id(
                   ws-ck-found-ptr)
               move ws-pd-store-num(ws-pd-ptr) to ws-ck-store-num(
                   ws-ck-found-ptr)
               move 0 to ws-ck-count(ws-ck-found-ptr)
               move 0 to ws-ck-amount(ws-ck-found-ptr)
           end-if.
      *
           if ws-pd-type(ws-pd-ptr) = 'V' then
               subtract ws-1 from ws-ck-count(ws-ck-found-ptr)
               subtract ws-pd-coupon-amt(ws-pd-ptr) from
                 ws-ck-amount(ws-ck-found-ptr)
           else
               add ws-1 to ws-ck-count(ws-ck-found-ptr)
               add ws-pd-coupon-amt(ws-pd-ptr) to
                 ws-ck-amount(ws-ck-found-ptr)
           end-if.
      *
      * One claim: its header, a line per coupon code, the pending
      * rows marked claimed and the claim put on the register.
       4100-write-one-claim.
      *
           move 0 to ws-cc-table-count.
           perform varying ws-pd-ptr from ws-1 by ws-1
             until (ws-pd-ptr > ws-pd-table-count)
               if ws-pd-mfr-id(ws-pd-ptr) = ws-ck-mfr-id(ws-ck-ptr)
                 and ws-pd-store-num(ws-pd-ptr) =
                 ws-ck-store-num(ws-ck-ptr) then
                   move ws-is-true to ws-pd-claimed(ws-pd-ptr)
                   perform 4110-net-claim-code
               end-if
           end-perform.
      *
           move 'H' to cl-rec-type.
           move ws-next-claim-num to cl-claim-num.
           move ws-ck-mfr-id(ws-ck-ptr) to cl-mfr-id.
           move ws-ck-store-num(ws-ck-ptr) to cl-store-num.
           move spaces to cl-coupon-code.
           move ws-ck-count(ws-ck-ptr) to cl-coupon-count.
           move ws-ck-amount(ws-ck-ptr) to cl-claim-amt.
           move ws-run-date to cl-claim-date.
           write coupon-claim-rec.
      *
           perform varying ws-cc-ptr from ws-1 by ws-1
             until (ws-cc-ptr > ws-cc-table-count)
               if ws-cc-count(ws-cc-ptr) > 0 and
                 ws-cc-amount(ws-cc-ptr) > 0 then
                   move 'D' to cl-rec-type
                   move ws-cc-coupon-code(ws-cc-ptr) to cl-coupon-code
                   move ws-cc-count(ws-cc-ptr) to cl-coupon-count
                   move ws-cc-amount(ws-cc-ptr) to cl-claim-amt
                   write coupon-claim-rec
               end-if
           end-perform.
      *
           move ws-next-claim-num to ws-cdl-claim-num.
           move ws-ck-mfr-id(ws-ck-ptr) to ws-cdl-mfr-id.
           move ws-mf-mfr-name(ws-mf-found-ptr) to ws-cdl-mfr-name.
           move ws-ck-store-num(ws-ck-ptr) to ws-cdl-store.
           move ws-ck-count(ws-ck-ptr) to ws-cdl-count.
           move ws-ck-amount(ws-ck-ptr) to ws-cdl-amount.
           write report-print-line from ws-claim-detail-line.
      *
           if ws-ar-table-count < 2000 then
               add ws-1 to ws-ar-table-count
               set ws-ar-index to ws-ar-table-count
               move ws-next-claim-num to ws-ar-claim-num(ws-ar-index)
               move ws-ck-mfr-id(ws-ck-ptr) to ws-ar-mfr-id(
                   ws-ar-index)
               move ws-ck-store-num(ws-ck-ptr) to ws-ar-store-num(
                   ws-ar-index)
               move ws-run-date to ws-ar-claim-date(ws-ar-index)
               move ws-ck-count(ws-ck-ptr) to ws-ar-coupon-count(
                   ws-ar-index)
               move ws-ck-amount(ws-ck-ptr) to ws-ar-claim-amt(
                   ws-ar-index)
               move 0 to ws-ar-paid-amt(ws-ar-index)
               move 0 to ws-ar-writeoff-amt(ws-ar-index)
               move 'O' to ws-ar-status(ws-ar-index)
           else
               add ws-1 to ws-ar-overflow-cnt
           end-if.
      *
           add ws-ck-amount(ws-ck-ptr) to ws-claimed-amt.
           add ws-1 to ws-claims-cut.
           add ws-1 to ws-next-claim-num.
      *
       4110-net-claim-code.
      *
           move 0 to ws-cc-found-ptr.
           perform varying ws-cc-ptr from ws-1 by ws-1
             until (ws-cc-ptr > ws-cc-table-count) or
             (ws-cc-found-ptr > 0)
               if ws-cc-coupon-code(ws-cc-ptr) =
                 ws-pd-coupon-code(ws-pd-ptr) then
                   move ws-cc-ptr to ws-cc-found-ptr
               end-if
           end-perform.
      *
           if ws-cc-found-ptr = 0 then
               if ws-cc-table-count >= 200 then
                   exit paragraph
               end-if
               add ws-1 to ws-cc-table-count
               move ws-cc-table-count to ws-cc-found-ptr
               move ws-pd-coupon-code(ws-pd-ptr) to
                 ws-cc-coupon-code(ws-cc-found-ptr)
               move 0 to ws-cc-count(ws-cc-found-ptr)
               move 0 to ws-cc-amount(ws-cc-found-ptr)
           end-if.
      *
           if ws-pd-type(ws-pd-ptr) = 'V' then
               subtract ws-1 from ws-cc-count(ws-cc-found-ptr)
               subtract ws-pd-coupon-amt(ws-pd-ptr) from
                 ws-cc-amount(ws-cc-found-ptr)
           else
               add ws-1 to ws-cc-count(ws-cc-found-ptr)
               add ws-pd-coupon-amt(ws-pd-ptr) to
                 ws-cc-amount(ws-cc-found-ptr)
           end-if.
      *
      * The payment file is consumed once worked, like the other
      * inbound feeds.
       5000-apply-payments.
      *
           write report-print-line from ws-payment-heading-line.
           write report-print-line from ws-payment-column-line.
      *
           open input file-153-coupon-payment.
           perform 5010-read-payment.
           perform until ws-pay-eof = ws-is-true
               perform 5100-apply-one-payment
               perform 5010-read-payment
           end-perform.
           close file-153-coupon-payment.
           open output file-153-coupon-payment.
           close file-153-coupon-payment.
      *
           write report-print-line from spaces.
           move "PAID THIS RUN:" to ws-tl-label.
           move ws-paid-total to ws-tl-amount.
           write report-print-line from ws-total-line.
           move "WRITTEN OFF THIS RUN:" to ws-tl-label.
           move ws-writeoff-total to ws-tl-amount.
           write report-print-line from ws-total-line.
           write report-print-line from spaces.
      *
       5010-read-payment.
      *
           read file-153-coupon-payment
               at end
                   move ws-is-true to ws-pay-eof.
      *
       5100-apply-one-payment.
      *
           move 0 to ws-ar-found-ptr.
           set ws-ar-srch-index to ws-1.
           search ws-ar-entry varying ws-ar-srch-index
               at end
                   continue
               when ws-ar-srch-index <= ws-ar-table-count and
                 ws-ar-claim-num(ws-ar-srch-index) = py-claim-num and
                 ws-ar-status(ws-ar-srch-index) = 'O'
                   set ws-ar-found-ptr to ws-ar-srch-index
           end-search.
      *
           if ws-ar-found-ptr = 0 then
               move py-claim-num to ws-uml-claim-num
               move py-paid-amt to ws-uml-amount
               write report-print-line from ws-unmatched-line
               exit paragraph
           end-if.
      *
           add py-paid-amt to ws-ar-paid-amt(ws-ar-found-ptr).
           add py-paid-amt to ws-paid-total.
           move 0 to ws-writeoff-amt.
      *
           if py-paid-amt > 0 then
               move ws-run-date to gj-run-date
               move ws-batch-id to gj-batch-id
               move ws-ar-store-num(ws-ar-found-ptr) to gj-store-num
               move "CASH" to gj-account
               move "DR" to gj-dr-cr
               move py-paid-amt to gj-amount
               write gl-journal-rec
               move "COUPONAR" to gj-account
               move "CR" to gj-dr-cr
               write gl-journal-rec
           end-if.
      *
           if ws-ar-paid-amt(ws-ar-found-ptr) not <
             ws-ar-claim-amt(ws-ar-found-ptr) or py-final = 'Y' then
               move 'C' to ws-ar-status(ws-ar-found-ptr)
               if ws-ar-paid-amt(ws-ar-found-ptr) <
                 ws-ar-claim-amt(ws-ar-found-ptr) then
                   compute ws-writeoff-amt =
                     ws-ar-claim-amt(ws-ar-found-ptr) -
                     ws-ar-paid-amt(ws-ar-found-ptr)
                   move ws-writeoff-amt to ws-ar-writeoff-amt(
                       ws-ar-found-ptr)
                   add ws-writeoff-amt to ws-writeoff-total
                   move ws-run-date to gj-run-date
                   move ws-batch-id to gj-batch-id
                   move ws-ar-store-num(ws-ar-found-ptr) to
                     gj-store-num
                   move "COUPONWO" to gj-account
                   move "DR" to gj-dr-cr
                   move ws-writeoff-amt to gj-amount
                   write gl-journal-rec
                   move "COUPONAR" to gj-account
                   move "CR" to gj-dr-cr
                   write gl-journal-rec
               end-if
           end-if.
      *
           move py-claim-num to ws-pdl-claim-num.
           move ws-ar-mfr-id(ws-ar-found-ptr) to ws-pdl-mfr-id.
           move ws-ar-store-num(ws-ar-found-ptr) to ws-pdl-store.
           move py-pay-date to ws-pdl-pay-date.
           move py-paid-amt to ws-pdl-paid.
           move ws-writeoff-amt to ws-pdl-writeoff.
           if ws-ar-status(ws-ar-found-ptr) = 'C' then
               move "CLOSED" to ws-pdl-status
           else
               move "PARTIAL" to ws-pdl-status
           end-if.
           write report-print-line from ws-payment-detail-line.
      *
      * Every claim still open, aged from the day it was cut, and
      * what has been taken but not yet claimed.
       5500-print-receivable-aging.
      *
           write report-print-line from ws-aging-heading-line.
           write report-print-line from ws-aging-column-line.
      *
           compute ws-run-int = function integer-of-date(ws-run-date).
           perform varying ws-ar-ptr from ws-1 by ws-1
             until (ws-ar-ptr > ws-ar-table-count)
               if ws-ar-status(ws-ar-ptr) = 'O' then
                   perform 5510-print-one-claim
               end-if
           end-perform.
      *
           write report-print-line from spaces.
           move "0 - 30 DAYS" to ws-bkl-label.
           move ws-bucket-30 to ws-bkl-amount.
           write report-print-line from ws-bucket-line.
           move "31 - 60 DAYS" to ws-bkl-label.
           move ws-bucket-60 to ws-bkl-amount.
           write report-print-line from ws-bucket-line.
           move "61 - 90 DAYS" to ws-bkl-label.
           move ws-bucket-90 to ws-bkl-amount.
           write report-print-line from ws-bucket-line.
           move "OVER 90 DAYS" to ws-bkl-label.
           move ws-bucket-over to ws-bkl-amount.
           write report-print-line from ws-bucket-line.
           move "TOTAL OUTSTANDING CLAIMED:" to ws-tl-label.
           move ws-owing-total to ws-tl-amount.
           write report-print-line from ws-total-line.
      *
           move 0 to ws-pending-total.
           perform varying ws-pd-ptr from ws-1 by ws-1
             until (ws-pd-ptr > ws-pd-table-count)
               if ws-pd-claimed(ws-pd-ptr) = ws-is-false then
                   if ws-pd-type(ws-pd-ptr) = 'V' then
                       subtract ws-pd-coupon-amt(ws-pd-ptr) from
                         ws-pending-total
                   else
                       add ws-pd-coupon-amt(ws-pd-ptr) to
                         ws-pending-total
                   end-if
               end-if
           end-perform.
           if ws-pending-total < 0 then
               move 0 to ws-pending-total
           end-if.
           move "TAKEN, NOT YET CLAIMED:" to ws-tl-label.
           move ws-pending-total to ws-tl-amount.
           write report-print-line from ws-total-line.
      *
           if ws-pd-overflow-cnt > 0 then
               move "PENDING FILE FULL - DROPPED:" to ws-cl-label
               move ws-pd-overflow-cnt to ws-cl-count
               write report-print-line from ws-count-line
           end-if.
           if ws-ar-overflow-cnt > 0 then
               move "REGISTER FULL - DROPPED:" to ws-cl-label
               move ws-ar-overflow-cnt to ws-cl-count
               write report-print-line from ws-count-line
           end-if.
      *
       5510-print-one-claim.
      *
           compute ws-owing-amt = ws-ar-claim-amt(ws-ar-ptr) -
             ws-ar-paid-amt(ws-ar-ptr).
           compute ws-date-int =
             function integer-of-date(ws-ar-claim-date(ws-ar-ptr)).
           compute ws-days-old = ws-run-int - ws-date-int.
      *
           evaluate true
               when ws-days-old <= 30
                   add ws-owing-amt to ws-bucket-30
               when ws-days-old <= 60
                   add ws-owing-amt to ws-bucket-60
               when ws-days-old <= 90
                   add ws-owing-amt to ws-bucket-90
               when other
                   add ws-owing-amt to ws-bucket-over
           end-evaluate.
           add ws-owing-amt to ws-owing-total.
      *
           move ws-ar-claim-num(ws-ar-ptr) to ws-adl-claim-num.
           move ws-ar-mfr-id(ws-ar-ptr) to ws-adl-mfr-id.
           move ws-ar-store-num(ws-ar-ptr) to ws-adl-store.
           move ws-ar-claim-date(ws-ar-ptr) to ws-adl-claim-date.
           move ws-ar-claim-amt(ws-ar-ptr) to ws-adl-claim-amt.
           move ws-ar-paid-amt(ws-ar-ptr) to ws-adl-paid-amt.
           move ws-owing-amt to ws-adl-owing.
           move ws-days-old to ws-adl-days.
           write report-print-line from ws-aging-detail-line.
      *
       6000-save-pending.
      *
           open output file-149-coupon-pending.
      *
           perform varying ws-pd-ptr from ws-1 by ws-1
             until (ws-pd-ptr > ws-pd-table-count)
               if ws-pd-claimed(ws-pd-ptr) = ws-is-false then
                   move ws-pd-mfr-id(ws-pd-ptr) to pd-mfr-id
                   move ws-pd-store-num(ws-pd-ptr) to pd-store-num
                   move ws-pd-coupon-code(ws-pd-ptr) to
                     pd-coupon-code
                   move ws-pd-invoice-num(ws-pd-ptr) to
                     pd-invoice-num
                   move ws-pd-trans-date(ws-pd-ptr) to pd-trans-date
                   move ws-pd-type(ws-pd-ptr) to pd-type
                   move ws-pd-coupon-amt(ws-pd-ptr) to pd-coupon-amt
                   move ws-pd-batch-id(ws-pd-ptr) to pd-batch-id
                   write coupon-pending-rec
               end-if
           end-perform.
      *
           close file-149-coupon-pending.
      *
      * A claim closed by this run's payments was reported above; it
      * drops off the register.
       6100-save-receivable.
      *
           open output file-152-coupon-receivable.
      *
           perform varying ws-ar-ptr from ws-1 by ws-1
             until (ws-ar-ptr > ws-ar-table-count)
               if ws-ar-status(ws-ar-ptr) = 'O' then
                   move ws-ar-entry(ws-ar-ptr) to coupon-ar-rec
                   write coupon-ar-rec
               end-if
           end-perform.
      *
           close file-152-coupon-receivable.
      *
       6200-save-coupon-control.
      *
           move ws-last-claim-date to cc-last-claim-date.
           move ws-claim-days to cc-claim-days.
           move ws-next-claim-num to cc-next-claim-num.
      *
           open output file-150-coupon-control.
           write coupon-control-rec.
           close file-150-coupon-control.
      *
       7000-close-files.
      *
           close file-05-sl-data, file-10-void-data,
             file-45-gl-journal, file-154-coupon-report.
      *
       8000-find-manufacturer.
      *
           move 0 to ws-mf-found-ptr.
           set ws-mf-srch-index to ws-1.
           search ws-mf-entry varying ws-mf-srch-index
               at end
                   continue
               when ws-mf-srch-index <= ws-mf-table-count and
                 ws-mf-mfr-id(ws-mf-srch-index) = ws-mf-lookup-id
                   set ws-mf-found-ptr to ws-mf-srch-index
           end-search.
      *
       end program CouponProcessing.
