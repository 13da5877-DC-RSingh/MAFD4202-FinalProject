       identification division.
       program-id. LossPrevention.
       author. Raje Singh.
       date-written. 2026-10-15.
      * Program Description:
      * Nightly loss-prevention exception run. Each posting program
      * flags its own piece (chronic returners, void patterns,
      * drawer over/short); this one looks across the batch's sales,
      * returns and voids for the combinations that point to
      * internal theft:
      *   - a return refunded to a card other than the card the
      *     original sale was tendered on;
      *   - a return or a price override rung for a customer number
      *     that belongs to a clerk (file-33), the cashier's own or
      *     another clerk's;
      *   - one card number used under more than one customer
      *     number, kept across days on the card cross-reference;
      *   - a void rung by the same clerk who rang the sale.
      * Every exception carries its invoice numbers so the
      * investigator can go straight to Invoice Trace.
      *
       environment division.
       input-output section.
       file-control.
      *
           select file-05-sl-data
               assign
                   to '../../../../datafiles/data/file-05-sl-data.dat'
               organization is line sequential.
      *
           select file-64-posted-returns
               assign
                   to
                   '../../../../datafiles/data/file-64-posted-ret.dat'
               organization is line sequential.
      *
           select file-10-void-data
               assign
                   to '../../../../datafiles/data/file-10-void-data.dat'
               organization is line sequential.
      *
           select optional file-32-sale-history
               assign
                   to
                   '../../../../datafiles/data/file-32-sale-hist.dat'
               organization is indexed
               access is dynamic
               record key is shr-invoice-num.
      *
           select file-33-clerk-master
               assign
                   to
                   '../../../../datafiles/data/file-33-clerk-master.dat'
               organization is line sequential.
      *
      * Every card/customer pairing seen, carried across days.
           select file-137-card-xref
               assign
                   to
                   '../../../../datafiles/data/file-137-card-xref.dat'
               organization is line sequential.
      *
           select file-138-lp-report
               assign
                   to
                   '../../../../datafiles/data/file-138-lp-exc.out'
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
      *
       fd file-64-posted-returns
           data record is in-returns-data.
      *
       01 in-returns-data.
         05 in-ret-trans-code  pic x.
         05 in-ret-trans-amt   pic 9(5)V99.
         05 in-ret-pay-type    pic XX.
         05 in-ret-store-num   pic XX.
         05 in-ret-invoice-num pic X(9).
         05 in-ret-sku-code    pic X(15).
         05 in-ret-cashier-id  pic X(4).
         05 in-ret-quantity    pic 9(3).
         05 in-ret-card-num    pic X(12).
         05 in-ret-cust-num    pic X(8).
         05 in-ret-trans-date  pic 9(8).
         05 in-ret-batch-id    pic 9(6).
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
      *
       fd file-32-sale-history
           data record is sale-history-rec.
      *
       01 sale-history-rec.
         05 shr-invoice-num    pic x(9).
         05 shr-trans-amt      pic 9(5)V99.
         05 shr-sale-date      pic 9(8).
         05 shr-returned       pic x.
         05 shr-card-num       pic x(12).
         05 shr-cashier-id     pic x(4).
         05 shr-cust-num       pic x(8).
         05 shr-sale-store     pic xx.
      *
       fd file-33-clerk-master
           data record is clerk-master-rec.
      *
       01 clerk-master-rec.
         05 ckm-clerk-id        pic x(4).
         05 ckm-clerk-name      pic x(20).
         05 ckm-clerk-active    pic x.
         05 ckm-cust-num        pic x(8).
      *
       fd file-137-card-xref
           data record is card-xref-rec.
      *
       01 card-xref-rec.
         05 cx-card-num         pic x(12).
         05 cx-cust-num         pic x(8).
         05 cx-first-date       pic 9(8).
         05 cx-last-date        pic 9(8).
         05 cx-last-invoice     pic x(9).
      *
       fd file-138-lp-report
           data record is report-print-line.
      *
       01 report-print-line    pic x(120).
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
                               "LOSS PREVENTION EXCEPTIONS".
      *
       01 ws-run-stamp-line.
         05 filler             pic x(10) value "RUN DATE: ".
         05 ws-rsl-run-date    pic 9(8).
         05 filler             pic x(13) value "   BATCH ID: ".
         05 ws-rsl-batch-id    pic z(5)9.
      *
       01 ws-section-line.
         05 ws-sec-title       pic x(40).
      *
       01 ws-card-heading.
         05 filler             pic x(11) value "INVOICE".
         05 filler             pic x(7)  value "STORE".
         05 filler             pic x(7)  value "CLERK".
         05 filler             pic x(10) value "CUSTOMER".
         05 filler             pic x(14) value "SALE CARD".
         05 filler             pic x(14) value "REFUND CARD".
         05 filler             pic x(12) value "    AMOUNT".
      *
       01 ws-card-detail-line.
         05 ws-cdl-invoice     pic x(9).
         05 filler             pic x(2) value spaces.
         05 ws-cdl-store       pic xx.
         05 filler             pic x(5) value spaces.
         05 ws-cdl-clerk       pic x(4).
         05 filler             pic x(3) value spaces.
         05 ws-cdl-cust        pic x(8).
         05 filler             pic x(2) value spaces.
         05 ws-cdl-sale-card   pic x(12).
         05 filler             pic x(2) value spaces.
         05 ws-cdl-ret-card    pic x(12).
         05 filler             pic x(2) value spaces.
         05 ws-cdl-amount      pic $z(4)9.99.
      *
       01 ws-staff-heading.
         05 filler             pic x(11) value "INVOICE".
         05 filler             pic x(7)  value "STORE".
         05 filler             pic x(7)  value "CLERK".
         05 filler             pic x(10) value "CUSTOMER".
         05 filler             pic x(10) value "ACTIVITY".
         05 filler             pic x(22) value "CUSTOMER BELONGS TO".
         05 filler             pic x(12) value "    AMOUNT".
      *
       01 ws-staff-detail-line.
         05 ws-sdl-invoice     pic x(9).
         05 filler             pic x(2) value spaces.
         05 ws-sdl-store       pic xx.
         05 filler             pic x(5) value spaces.
         05 ws-sdl-clerk       pic x(4).
         05 filler             pic x(3) value spaces.
         05 ws-sdl-cust        pic x(8).
         05 filler             pic x(2) value spaces.
         05 ws-sdl-activity    pic x(8).
         05 filler             pic x(2) value spaces.
         05 ws-sdl-owner       pic x(20).
         05 filler             pic x(2) value spaces.
         05 ws-sdl-amount      pic $z(4)9.99.
      *
       01 ws-xref-heading.
         05 filler             pic x(14) value "CARD".
         05 filler             pic x(10) value "CUSTOMER".
         05 filler             pic x(14) value "LAST INVOICE".
         05 filler             pic x(12) value "FIRST SEEN".
         05 filler             pic x(12) value "LAST SEEN".
      *
       01 ws-xref-detail-line.
         05 ws-xdl-card        pic x(12).
         05 filler             pic x(2) value spaces.
         05 ws-xdl-cust        pic x(8).
         05 filler             pic x(2) value spaces.
         05 ws-xdl-invoice     pic x(9).
         05 filler             pic x(5) value spaces.
         05 ws-xdl-first       pic 9(8).
         05 filler             pic x(4) value spaces.
         05 ws-xdl-last        pic 9(8).
      *
       01 ws-void-heading.
         05 filler             pic x(11) value "INVOICE".
         05 filler             pic x(7)  value "STORE".
         05 filler             pic x(7)  value "CLERK".
         05 filler             pic x(12) value "SALE DATE".
         05 filler             pic x(12) value "VOID DATE".
         05 filler             pic x(12) value "    AMOUNT".
      *
       01 ws-void-detail-line.
         05 ws-vdl-invoice     pic x(9).
         05 filler             pic x(2) value spaces.
         05 ws-vdl-store       pic xx.
         05 filler             pic x(5) value spaces.
         05 ws-vdl-clerk       pic x(4).
         05 filler             pic x(3) value spaces.
         05 ws-vdl-sale-date   pic 9(8).
         05 filler             pic x(4) value spaces.
         05 ws-vdl-void-date   pic 9(8).
         05 filler             pic x(4) value spaces.
         05 ws-vdl-amount      pic $z(4)9.99.
      *
       01 ws-summary-line.
         05 filler             pic x(2) value spaces.
         05 ws-sml-label       pic x(34).
         05 ws-sml-count       pic z(5)9.
      *
       01 ws-clerk-table.
         05 ws-clerk-entry       occurs 100 times
                                  indexed by ws-clerk-index
                                  ws-clerk-srch-index.
           10 ws-clerk-id        pic x(4).
           10 ws-clerk-cust-num  pic x(8).
       77 ws-clerk-table-count   pic 9(3) value 0.
       77 ws-clerk-mstr-eof      pic x value 'n'.
       77 ws-clerk-found-ptr     pic 9(3) value 0.
      *
       01 ws-xref-table.
         05 ws-xref-entry        occurs 5000 times
                                  indexed by ws-xref-index
                                  ws-xref-srch-index.
           10 ws-xref-card       pic x(12).
           10 ws-xref-cust       pic x(8).
           10 ws-xref-first      pic 9(8).
           10 ws-xref-last       pic 9(8).
           10 ws-xref-invoice    pic x(9).
           10 ws-xref-new        pic x.
           10 ws-xref-printed    pic x.
       77 ws-xref-table-count    pic 9(4) value 0.
       77 ws-xref-mstr-eof       pic x value 'n'.
       77 ws-xref-found-ptr      pic 9(4) value 0.
      *
      * A pairing not seen again within this many days drops off
      * the cross-reference.
       77 ws-xref-keep-days      pic 9(3) value 365.
      *
       77 ws-sl-eof              pic x value 'n'.
       77 ws-ret-eof             pic x value 'n'.
       77 ws-void-eof            pic x value 'n'.
       77 ws-is-true             pic x value 'y'.
       77 ws-is-false            pic x value 'n'.
       77 ws-1                   pic 9 value 1.
       77 ws-run-date            pic 9(8) value 0.
       77 ws-batch-id            pic 9(6) value 0.
       77 ws-day-batch-count     pic 9(2) value 0.
       77 ws-run-int             pic s9(8) comp value 0.
       77 ws-last-int            pic s9(8) comp value 0.
      *
       77 ws-work-card           pic x(12) value spaces.
       77 ws-work-cust           pic x(8) value spaces.
       77 ws-work-invoice        pic x(9) value spaces.
       77 ws-work-cashier        pic x(4) value spaces.
       77 ws-customers-on-card   pic 9(4) value 0.
      *
       77 ws-card-exc-count      pic 9(6) value 0.
       77 ws-staff-exc-count     pic 9(6) value 0.
       77 ws-xref-exc-count      pic 9(6) value 0.
       77 ws-void-exc-count      pic 9(6) value 0.
      *
       77 ws-array-pointer       pic 9(4) value 1.
       77 ws-line-pointer        pic 9(4) value 1.
      *
       procedure division.
       0000-Main.
      *
           accept ws-run-date from date yyyymmdd.
           compute ws-run-int = function integer-of-date(ws-run-date).
           perform 1200-get-batch-id.
           perform 1000-open-files.
           perform 1100-load-clerk-master.
           perform 1150-load-card-xref.
           perform 2000-print-report-headings.
           perform 3000-check-returns.
           perform 4000-check-sales.
           perform 5000-check-card-xref.
           perform 5500-check-voids.
           perform 5900-print-summary.
           perform 6000-save-card-xref.
           perform 7000-close-files.
           goback.
      *
       1000-open-files.
      *
           open input file-05-sl-data, file-64-posted-returns,
             file-10-void-data, file-32-sale-history.
           if ws-day-batch-count > 1 then
               open extend file-138-lp-report
           else
               open output file-138-lp-report
           end-if.
      *
      * Only clerks who shop under a customer number matter here.
       1100-load-clerk-master.
      *
           open input file-33-clerk-master.
      *
           perform until ws-clerk-mstr-eof = ws-is-true
               read file-33-clerk-master
                   at end
                       move ws-is-true to ws-clerk-mstr-eof
                   not at end
                       if ckm-cust-num not = spaces then
                           add ws-1 to ws-clerk-table-count
                           set ws-clerk-index to ws-clerk-table-count
                           move ckm-clerk-id to ws-clerk-id(
                               ws-clerk-index)
                           move ckm-cust-num to ws-clerk-cust-num(
                               ws-clerk-index)
                       end-if
               end-read
           end-perform.
      *
           close file-33-clerk-master.
      *
       1150-load-card-xref.
      *
           open input file-137-card-xref.
      *
           perform until ws-xref-mstr-eof = ws-is-true
               read file-137-card-xref
                   at end
                       move ws-is-true to ws-xref-mstr-eof
                   not at end
                       compute ws-last-int =
                         function integer-of-date(cx-last-date)
                       if ws-run-int - ws-last-int not >
                         ws-xref-keep-days then
                           perform 1155-keep-xref-row
                       end-if
               end-read
           end-perform.
      *
           close file-137-card-xref.
      *
       1155-keep-xref-row.
      *
           add ws-1 to ws-xref-table-count.
           set ws-xref-index to ws-xref-table-count.
           move cx-card-num to ws-xref-card(ws-xref-index).
           move cx-cust-num to ws-xref-cust(ws-xref-index).
           move cx-first-date to ws-xref-first(ws-xref-index).
           move cx-last-date to ws-xref-last(ws-xref-index).
           move cx-last-invoice to ws-xref-invoice(ws-xref-index).
           move ws-is-false to ws-xref-new(ws-xref-index).
           move ws-is-false to ws-xref-printed(ws-xref-index).
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
      *
      * Returns: a refund to a card is checked against the card the
      * sale was tendered on; cash, store credit, on-account and
      * points refunds go back the way policy sends them and are
      * not compared. Every return is also checked against the
      * staff customer numbers.
       3000-check-returns.
      *
           write report-print-line from spaces.
           move "REFUNDED TO A DIFFERENT CARD" to ws-sec-title.
           write report-print-line from ws-section-line.
           write report-print-line from ws-card-heading.
      *
           perform 3010-read-return-record.
           perform until ws-ret-eof = ws-is-true
               if in-ret-batch-id = ws-batch-id and
                 in-ret-pay-type not = 'CA' and
                 in-ret-pay-type not = 'GC' and
                 in-ret-pay-type not = 'OA' and
                 in-ret-pay-type not = 'LP' then
                   perform 3100-check-refund-card
               end-if
               perform 3010-read-return-record
           end-perform.
      *
           close file-64-posted-returns.
           open input file-64-posted-returns.
           move ws-is-false to ws-ret-eof.
      *
           write report-print-line from spaces.
           move "ACTIVITY ON STAFF CUSTOMER NUMBERS" to ws-sec-title.
           write report-print-line from ws-section-line.
           write report-print-line from ws-staff-heading.
      *
           perform 3010-read-return-record.
           perform until ws-ret-eof = ws-is-true
               if in-ret-batch-id = ws-batch-id and
                 in-ret-cust-num not = spaces then
                   move in-ret-cust-num to ws-work-cust
                   perform 8000-find-staff-customer
                   if ws-clerk-found-ptr > 0 then
                       move in-ret-invoice-num to ws-sdl-invoice
                       move in-ret-store-num to ws-sdl-store
                       move in-ret-cashier-id to ws-sdl-clerk
                       move in-ret-cust-num to ws-sdl-cust
                       move "RETURN" to ws-sdl-activity
                       move in-ret-trans-amt to ws-sdl-amount
                       move in-ret-cashier-id to ws-work-cashier
                       perform 3200-write-staff-line
                   end-if
               end-if
               perform 3010-read-return-record
           end-perform.
      *
       3010-read-return-record.
      *
           read file-64-posted-returns
               at end
                   move ws-is-true to ws-ret-eof.
      *
      * A sale with no card on history was paid cash, so a refund
      * of it to any card is an exception too.
       3100-check-refund-card.
      *
           move in-ret-invoice-num to shr-invoice-num.
           read file-32-sale-history
               invalid key
                   exit paragraph
           end-read.
      *
           if shr-card-num not = in-ret-card-num then
               move in-ret-invoice-num to ws-cdl-invoice
               move in-ret-store-num to ws-cdl-store
               move in-ret-cashier-id to ws-cdl-clerk
               move in-ret-cust-num to ws-cdl-cust
               move shr-card-num to ws-cdl-sale-card
               move in-ret-card-num to ws-cdl-ret-card
               if ws-cdl-sale-card not = spaces then
                   move "********" to ws-cdl-sale-card(1:8)
               end-if
               if ws-cdl-ret-card not = spaces then
                   move "********" to ws-cdl-ret-card(1:8)
               end-if
               move in-ret-trans-amt to ws-cdl-amount
               write report-print-line from ws-card-detail-line
               add ws-1 to ws-card-exc-count
           end-if.
      *
      * The owner column says whether the customer number is the
      * cashier's own or another clerk's.
       3200-write-staff-line.
      *
           if ws-clerk-id(ws-clerk-found-ptr) = ws-work-cashier then
               move "CASHIER'S OWN" to ws-sdl-owner
           else
               move spaces to ws-sdl-owner
               string "CLERK " delimited by size
                 ws-clerk-id(ws-clerk-found-ptr) delimited by size
                 into ws-sdl-owner
           end-if.
           write report-print-line from ws-staff-detail-line.
           add ws-1 to ws-staff-exc-count.
      *
      * Sales: a price override (a sale keyed with a discount
      * reason) for a staff customer number is an exception, and
      * every card/customer pairing feeds the cross-reference. Gift
      * cards change hands legitimately and are left out of it.
       4000-check-sales.
      *
           perform 4010-read-sl-record.
           perform until ws-sl-eof = ws-is-true
               if in-sl-batch-id = ws-batch-id then
                   perform 4100-check-one-sale
               end-if
               perform 4010-read-sl-record
           end-perform.
      *
           close file-64-posted-returns.
           open input file-64-posted-returns.
           move ws-is-false to ws-ret-eof.
           perform 3010-read-return-record.
           perform until ws-ret-eof = ws-is-true
               if in-ret-batch-id = ws-batch-id and
                 in-ret-card-num not = spaces and
                 in-ret-cust-num not = spaces and
                 in-ret-pay-type not = 'GC' then
                   move in-ret-card-num to ws-work-card
                   move in-ret-cust-num to ws-work-cust
                   move in-ret-invoice-num to ws-work-invoice
                   perform 4200-note-card-customer
               end-if
               perform 3010-read-return-record
           end-perform.
      *
       4010-read-sl-record.
      *
           read file-05-sl-data
               at end
                   move ws-is-true to ws-sl-eof.
      *
       4100-check-one-sale.
      *
           if in-sl-disc-reason not = spaces and
             in-sl-cust-num not = spaces then
               move in-sl-cust-num to ws-work-cust
               perform 8000-find-staff-customer
               if ws-clerk-found-ptr > 0 then
                   move in-sl-invoice-num to ws-sdl-invoice
                   move in-sl-store-num to ws-sdl-store
                   move in-sl-cashier-id to ws-sdl-clerk
                   move in-sl-cust-num to ws-sdl-cust
                   move "OVERRIDE" to ws-sdl-activity
                   move in-sl-trans-amt to ws-sdl-amount
                   move in-sl-cashier-id to ws-work-cashier
                   perform 3200-write-staff-line
               end-if
           end-if.
      *
           if in-sl-card-num not = spaces and
             in-sl-cust-num not = spaces and
             in-sl-pay-type not = 'GC' then
               move in-sl-card-num to ws-work-card
               move in-sl-cust-num to ws-work-cust
               move in-sl-invoice-num to ws-work-invoice
               perform 4200-note-card-customer
           end-if.
      *
       4200-note-card-customer.
      *
           move 0 to ws-xref-found-ptr.
           set ws-xref-srch-index to ws-1.
           search ws-xref-entry varying ws-xref-srch-index
               at end
                   continue
               when ws-xref-srch-index <= ws-xref-table-count and
                 ws-xref-card(ws-xref-srch-index) = ws-work-card and
                 ws-xref-cust(ws-xref-srch-index) = ws-work-cust
                   set ws-xref-found-ptr to ws-xref-srch-index
           end-search.
      *
           if ws-xref-found-ptr = 0 then
               add ws-1 to ws-xref-table-count
               move ws-xref-table-count to ws-xref-found-ptr
               move ws-work-card to ws-xref-card(ws-xref-found-ptr)
               move ws-work-cust to ws-xref-cust(ws-xref-found-ptr)
               move ws-run-date to ws-xref-first(ws-xref-found-ptr)
               move ws-is-true to ws-xref-new(ws-xref-found-ptr)
               move ws-is-false to ws-xref-printed(ws-xref-found-ptr)
           end-if.
           move ws-run-date to ws-xref-last(ws-xref-found-ptr).
           move ws-work-invoice to ws-xref-invoice(ws-xref-found-ptr).
      *
      * A card is reported on the night a new customer number turns
      * up on it, listing every customer number it has been used
      * under and the last invoice for each.
       5000-check-card-xref.
      *
           write report-print-line from spaces.
           move "CARD USED UNDER SEVERAL CUSTOMERS" to ws-sec-title.
           write report-print-line from ws-section-line.
           write report-print-line from ws-xref-heading.
      *
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-xref-table-count)
               if ws-xref-new(ws-array-pointer) = ws-is-true and
                 ws-xref-printed(ws-array-pointer) = ws-is-false then
                   perform 5010-count-card-customers
                   if ws-customers-on-card > 1 then
                       perform 5020-print-card-customers
                   end-if
               end-if
           end-perform.
      *
       5010-count-card-customers.
      *
           move 0 to ws-customers-on-card.
           perform
             varying ws-line-pointer
             from ws-1 by ws-1
             until (ws-line-pointer > ws-xref-table-count)
               if ws-xref-card(ws-line-pointer) =
                 ws-xref-card(ws-array-pointer) then
                   add ws-1 to ws-customers-on-card
               end-if
           end-perform.
      *
       5020-print-card-customers.
      *
           add ws-1 to ws-xref-exc-count.
           perform
             varying ws-line-pointer
             from ws-1 by ws-1
             until (ws-line-pointer > ws-xref-table-count)
               if ws-xref-card(ws-line-pointer) =
                 ws-xref-card(ws-array-pointer) then
                   move ws-xref-card(ws-line-pointer) to ws-xdl-card
                   move "********" to ws-xdl-card(1:8)
                   move ws-xref-cust(ws-line-pointer) to ws-xdl-cust
                   move ws-xref-invoice(ws-line-pointer) to
                     ws-xdl-invoice
                   move ws-xref-first(ws-line-pointer) to
                     ws-xdl-first
                   move ws-xref-last(ws-line-pointer) to ws-xdl-last
                   write report-print-line from ws-xref-detail-line
                   move ws-is-true to ws-xref-printed(
                       ws-line-pointer)
               end-if
           end-perform.
           write report-print-line from spaces.
      *
      * Data Split stamps each void with the clerk who rang the
      * sale it reverses.
       5500-check-voids.
      *
           write report-print-line from spaces.
           move "VOID OF THE CLERK'S OWN SALE" to ws-sec-title.
           write report-print-line from ws-section-line.
           write report-print-line from ws-void-heading.
      *
           perform 5510-read-void-record.
           perform until ws-void-eof = ws-is-true
               if in-vd-batch-id = ws-batch-id and
                 in-vd-sale-cashier = in-vd-cashier-id then
                   move in-vd-invoice-num to ws-vdl-invoice
                   move in-vd-store-num to ws-vdl-store
                   move in-vd-cashier-id to ws-vdl-clerk
                   move in-vd-sale-date to ws-vdl-sale-date
                   move in-vd-trans-date to ws-vdl-void-date
                   move in-vd-trans-amt to ws-vdl-amount
                   write report-print-line from ws-void-detail-line
                   add ws-1 to ws-void-exc-count
               end-if
               perform 5510-read-void-record
           end-perform.
      *
       5510-read-void-record.
      *
           read file-10-void-data
               at end
                   move ws-is-true to ws-void-eof.
      *
       5900-print-summary.
      *
           write report-print-line from spaces.
           move "REFUNDS TO A DIFFERENT CARD:" to ws-sml-label.
           move ws-card-exc-count to ws-sml-count.
           write report-print-line from ws-summary-line.
           move "STAFF CUSTOMER RETURNS/OVERRIDES:" to ws-sml-label.
           move ws-staff-exc-count to ws-sml-count.
           write report-print-line from ws-summary-line.
           move "CARDS UNDER SEVERAL CUSTOMERS:" to ws-sml-label.
           move ws-xref-exc-count to ws-sml-count.
           write report-print-line from ws-summary-line.
           move "VOIDS OF OWN SALES:" to ws-sml-label.
           move ws-void-exc-count to ws-sml-count.
           write report-print-line from ws-summary-line.
      *
       6000-save-card-xref.
      *
           open output file-137-card-xref.
      *
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-xref-table-count)
               move ws-xref-card(ws-array-pointer) to cx-card-num
               move ws-xref-cust(ws-array-pointer) to cx-cust-num
               move ws-xref-first(ws-array-pointer) to cx-first-date
               move ws-xref-last(ws-array-pointer) to cx-last-date
               move ws-xref-invoice(ws-array-pointer) to
                 cx-last-invoice
               write card-xref-rec
           end-perform.
      *
           close file-137-card-xref.
      *
       7000-close-files.
      *
           close file-05-sl-data, file-64-posted-returns,
             file-10-void-data, file-32-sale-history,
             file-138-lp-report.
      *
       8000-find-staff-customer.
      *
           move 0 to ws-clerk-found-ptr.
           set ws-clerk-srch-index to ws-1.
           search ws-clerk-entry varying ws-clerk-srch-index
               at end
                   continue
               when ws-clerk-srch-index <= ws-clerk-table-count and
                 ws-clerk-cust-num(ws-clerk-srch-index) = ws-work-cust
                   set ws-clerk-found-ptr to ws-clerk-srch-index
           end-search.
      *
       end program LossPrevention.
