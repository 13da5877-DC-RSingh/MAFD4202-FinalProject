       identification division.
       program-id. ReturnToVendor.
       author. Raje Singh.
       date-written. 2026-10-15.
      * Program Description:
      * Sends defective and damaged returned goods back to the
      * vendor and follows the vendor's credit until it arrives.
      * Inventory Processing holds every unit returned as defective
      * or damaged in transit on the RTV hold file instead of putting
      * it back on the shelf. Tonight's held units are batched by
      * vendor (from the SKU's vendor on file-78) and store into one
      * return-to-vendor authorization each, carrying the credit
      * expected back at the units' average cost. Vendor credits
      * keyed by accounts payable are applied against their
      * authorization, and every authorization still waiting on its
      * credit is listed with its age. A held SKU with no vendor on
      * file stays on hold until the vendor master is fixed.
      *
       environment division.
       input-output section.
       file-control.
      *
           select file-121-rtv-hold
               assign
                   to
                   '../../../../datafiles/data/file-121-rtv-hold.dat'
               organization is line sequential.
      *
           select file-78-vendor-master
               assign
                   to '../../../../datafiles/data/file-78-vendor.dat'
               organization is line sequential.
      *
      * One row per authorization still waiting on its credit;
      * carried night to night.
           select file-122-rtv-auth
               assign
                   to
                   '../../../../datafiles/data/file-122-rtv-auth.dat'
               organization is line sequential.
      *
      * Vendor credit memos keyed by accounts payable against the
      * RTV number; consumed once applied.
           select file-123-vendor-credits
               assign
                   to
                   '../../../../datafiles/data/file-123-vendor-cred.dat'
               organization is line sequential.
      *
           select file-124-rtv-report
               assign
                   to
                   '../../../../datafiles/data/file-124-rtv-rpt.out'
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
       fd file-78-vendor-master
           data record is vendor-master-rec.
      *
       01 vendor-master-rec.
         05 vn-sku-code         pic x(15).
         05 vn-vendor-num       pic xx.
         05 vn-vendor-name      pic x(20).
         05 vn-lead-days        pic 9(3).
         05 vn-pack-size        pic 9(3).
      *
      * Status 'O' open - goods authorized back, credit not yet
      * received; 'C' credited (drops off when saved).
       fd file-122-rtv-auth
           data record is rtv-auth-rec.
      *
       01 rtv-auth-rec.
         05 ra-rtv-number       pic 9(9).
         05 ra-vendor-num       pic xx.
         05 ra-store-num        pic xx.
         05 ra-units            pic 9(5).
         05 ra-expected-credit  pic 9(7)v99.
         05 ra-auth-date        pic 9(8).
         05 ra-status           pic x.
         05 ra-credit-amt       pic 9(7)v99.
         05 ra-credit-date      pic 9(8).
         05 ra-credit-num       pic x(10).
      *
       fd file-123-vendor-credits
           data record is vendor-credit-rec.
      *
       01 vendor-credit-rec.
         05 vc-vendor-num       pic xx.
         05 vc-rtv-number       pic 9(9).
         05 vc-credit-num       pic x(10).
         05 vc-credit-date      pic 9(8).
         05 vc-credit-amt       pic 9(7)v99.
      *
       fd file-124-rtv-report
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
         05 filler             pic x(40) value
                               "RETURN TO VENDOR AUTHORIZATION REPORT".
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
       01 ws-auth-heading.
         05 filler             pic x(12) value "RTV NUMBER".
         05 filler             pic x(8)  value "VENDOR".
         05 filler             pic x(22) value "VENDOR NAME".
         05 filler             pic x(7)  value "STORE".
         05 filler             pic x(8)  value "UNITS".
         05 filler             pic x(16) value "EXPECTED CREDIT".
      *
       01 ws-auth-detail-line.
         05 ws-adl-rtv-number  pic 9(9).
         05 filler             pic x(3) value spaces.
         05 ws-adl-vendor      pic xx.
         05 filler             pic x(6) value spaces.
         05 ws-adl-vendor-name pic x(20).
         05 filler             pic x(2) value spaces.
         05 ws-adl-store-num   pic xx.
         05 filler             pic x(4) value spaces.
         05 ws-adl-units       pic z(4)9.
         05 filler             pic x(3) value spaces.
         05 ws-adl-expected    pic $z(6)9.99.
      *
       01 ws-line-detail-line.
         05 filler             pic x(6) value spaces.
         05 ws-ldl-sku-code    pic x(15).
         05 filler             pic x(2) value spaces.
         05 ws-ldl-reason      pic x(20).
         05 filler             pic x(2) value spaces.
         05 ws-ldl-invoice     pic x(9).
         05 filler             pic x(2) value spaces.
         05 ws-ldl-quantity    pic z(4)9.
         05 filler             pic x(2) value spaces.
         05 ws-ldl-unit-cost   pic $z(4)9.99.
         05 filler             pic x(2) value spaces.
         05 ws-ldl-amount      pic $z(6)9.99.
      *
       01 ws-no-vendor-line.
         05 filler             pic x(2) value spaces.
         05 ws-nvl-sku-code    pic x(15).
         05 filler             pic x(2) value spaces.
         05 ws-nvl-store-num   pic xx.
         05 filler             pic x(2) value spaces.
         05 ws-nvl-quantity    pic z(4)9.
         05 filler             pic x(2) value spaces.
         05 ws-nvl-invoice     pic x(9).
         05 filler             pic x(34) value
                         " - NO VENDOR ON FILE, STILL HELD".
      *
       01 ws-credit-heading.
         05 filler             pic x(12) value "RTV NUMBER".
         05 filler             pic x(8)  value "VENDOR".
         05 filler             pic x(12) value "CREDIT MEMO".
         05 filler             pic x(14) value "EXPECTED".
         05 filler             pic x(14) value "CREDITED".
         05 filler             pic x(15) value "VARIANCE".
         05 filler             pic x(20) value "RESULT".
      *
       01 ws-credit-detail-line.
         05 ws-cdl-rtv-number  pic 9(9).
         05 filler             pic x(3) value spaces.
         05 ws-cdl-vendor      pic xx.
         05 filler             pic x(6) value spaces.
         05 ws-cdl-credit-num  pic x(10).
         05 filler             pic x(2) value spaces.
         05 ws-cdl-expected    pic $z(6)9.99.
         05 filler             pic x(2) value spaces.
         05 ws-cdl-credited    pic $z(6)9.99.
         05 filler             pic x(2) value spaces.
         05 ws-cdl-variance    pic $z(6)9.99-.
         05 filler             pic x(2) value spaces.
         05 ws-cdl-result      pic x(20).
      *
       01 ws-open-heading.
         05 filler             pic x(12) value "RTV NUMBER".
         05 filler             pic x(8)  value "VENDOR".
         05 filler             pic x(7)  value "STORE".
         05 filler             pic x(8)  value "UNITS".
         05 filler             pic x(12) value "AUTH DATE".
         05 filler             pic x(10) value "DAYS OUT".
         05 filler             pic x(16) value "EXPECTED CREDIT".
      *
       01 ws-open-detail-line.
         05 ws-odl-rtv-number  pic 9(9).
         05 filler             pic x(3) value spaces.
         05 ws-odl-vendor      pic xx.
         05 filler             pic x(6) value spaces.
         05 ws-odl-store-num   pic xx.
         05 filler             pic x(4) value spaces.
         05 ws-odl-units       pic z(4)9.
         05 filler             pic x(3) value spaces.
         05 ws-odl-auth-date   pic 9(8).
         05 filler             pic x(4) value spaces.
         05 ws-odl-days-out    pic z(4)9.
         05 filler             pic x(3) value spaces.
         05 ws-odl-expected    pic $z(6)9.99.
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
         05 ws-sal-amount      pic $z(8)9.99-.
      *
       01 ws-reason-names.
         05 filler             pic x(22) value
                               "DFDEFECTIVE           ".
         05 filler             pic x(22) value
                               "DTDAMAGED IN TRANSIT  ".
       01 ws-reason-table redefines ws-reason-names.
         05 ws-reason-entry    occurs 2 times
                                indexed by ws-reason-index.
           10 ws-reason-code   pic xx.
           10 ws-reason-name   pic x(20).
      *
       01 ws-vendor-table.
         05 ws-vn-entry          occurs 500 times
                                  indexed by ws-vn-index
                                  ws-vn-srch-index.
           10 ws-vn-sku-code     pic x(15).
           10 ws-vn-vendor-num   pic xx.
           10 ws-vn-vendor-name  pic x(20).
       77 ws-vn-table-count      pic 9(3) value 0.
       77 ws-vn-mstr-eof         pic x value 'n'.
       77 ws-vn-found-ptr        pic 9(3) value 0.
      *
       01 ws-auth-table.
         05 ws-ra-entry          occurs 2000 times
                                  indexed by ws-ra-index
                                  ws-ra-srch-index.
           10 ws-ra-rtv-number   pic 9(9).
           10 ws-ra-vendor-num   pic xx.
           10 ws-ra-vendor-name  pic x(20).
           10 ws-ra-store-num    pic xx.
           10 ws-ra-units        pic 9(5).
           10 ws-ra-expected     pic 9(7)v99.
           10 ws-ra-auth-date    pic 9(8).
           10 ws-ra-status       pic x.
           10 ws-ra-credit-amt   pic 9(7)v99.
           10 ws-ra-credit-date  pic 9(8).
           10 ws-ra-credit-num   pic x(10).
       77 ws-ra-table-count      pic 9(4) value 0.
       77 ws-ra-loaded-count     pic 9(4) value 0.
       77 ws-ra-mstr-eof         pic x value 'n'.
       77 ws-ra-found-ptr        pic 9(4) value 0.
      *
      * Tonight's held units; each is tied to the authorization it
      * was batched into, or left at zero to stay on hold.
       01 ws-hold-table.
         05 ws-hl-entry          occurs 2000 times.
           10 ws-hl-store-num    pic xx.
           10 ws-hl-sku-code     pic x(15).
           10 ws-hl-quantity     pic 9(5).
           10 ws-hl-ret-reason   pic xx.
           10 ws-hl-invoice-num  pic x(9).
           10 ws-hl-hold-date    pic 9(8).
           10 ws-hl-unit-cost    pic 9(5)v99.
           10 ws-hl-batch-id     pic 9(6).
           10 ws-hl-auth-ptr     pic 9(4).
       77 ws-hl-table-count      pic 9(4) value 0.
       77 ws-hold-eof            pic x value 'n'.
      *
       77 ws-credit-eof          pic x value 'n'.
       77 ws-is-true             pic x value 'y'.
       77 ws-1                   pic 9 value 1.
       77 ws-run-date            pic 9(8) value 0.
       77 ws-batch-id            pic 9(6) value 0.
       77 ws-day-batch-count     pic 9(2) value 0.
      *
       77 ws-next-rtv-seq        pic 9(3) value 0.
       77 ws-line-amount         pic 9(7)v99 value 0.
       77 ws-credit-variance     pic s9(7)v99 value 0.
       77 ws-run-int             pic s9(8) comp value 0.
       77 ws-auth-int            pic s9(8) comp value 0.
       77 ws-days-out            pic s9(5) value 0.
      *
       77 ws-new-auth-count      pic 9(6) value 0.
       77 ws-new-auth-amount     pic 9(9)v99 value 0.
       77 ws-still-held-count    pic 9(6) value 0.
       77 ws-credit-count        pic 9(6) value 0.
       77 ws-credit-amount       pic 9(9)v99 value 0.
       77 ws-variance-amount     pic s9(9)v99 value 0.
       77 ws-credit-exc-count    pic 9(6) value 0.
       77 ws-open-count          pic 9(6) value 0.
       77 ws-open-amount         pic 9(9)v99 value 0.
      *
       77 ws-array-pointer       pic 9(4) value 1.
       77 ws-line-pointer        pic 9(4) value 1.
      *
       procedure division.
       0000-Main.
      *
           accept ws-run-date from date yyyymmdd.
           perform 1200-get-batch-id.
           perform 1000-open-files.
           perform 1100-load-vendor-master.
           perform 1150-load-rtv-auth.
           perform 1170-load-rtv-hold.
           perform 2000-print-report-headings.
           perform 3000-batch-held-units.
           perform 3500-print-new-authorizations.
           perform 4000-apply-vendor-credits.
           perform 4500-list-open-authorizations.
           perform 5000-print-summary.
           perform 6000-save-rtv-auth.
           perform 6100-save-rtv-hold.
           perform 7000-close-files.
           goback.
      *
       1000-open-files.
      *
           open input file-123-vendor-credits.
           if ws-day-batch-count > 1 then
               open extend file-124-rtv-report
           else
               open output file-124-rtv-report
           end-if.
      *
       1100-load-vendor-master.
      *
           open input file-78-vendor-master.
      *
           perform until ws-vn-mstr-eof = ws-is-true
               read file-78-vendor-master
                   at end
                       move ws-is-true to ws-vn-mstr-eof
                   not at end
                       add ws-1 to ws-vn-table-count
                       set ws-vn-index to ws-vn-table-count
                       move vn-sku-code to ws-vn-sku-code(
                           ws-vn-index)
                       move vn-vendor-num to ws-vn-vendor-num(
                           ws-vn-index)
                       move vn-vendor-name to ws-vn-vendor-name(
                           ws-vn-index)
               end-read
           end-perform.
      *
           close file-78-vendor-master.
      *
       1150-load-rtv-auth.
      *
           open input file-122-rtv-auth.
      *
           perform until ws-ra-mstr-eof = ws-is-true
               read file-122-rtv-auth
                   at end
                       move ws-is-true to ws-ra-mstr-eof
                   not at end
                       add ws-1 to ws-ra-table-count
                       set ws-ra-index to ws-ra-table-count
                       move ra-rtv-number to ws-ra-rtv-number(
                           ws-ra-index)
                       move ra-vendor-num to ws-ra-vendor-num(
                           ws-ra-index)
                       move spaces to ws-ra-vendor-name(ws-ra-index)
                       move ra-store-num to ws-ra-store-num(
                           ws-ra-index)
                       move ra-units to ws-ra-units(ws-ra-index)
                       move ra-expected-credit to ws-ra-expected(
                           ws-ra-index)
                       move ra-auth-date to ws-ra-auth-date(
                           ws-ra-index)
                       move ra-status to ws-ra-status(ws-ra-index)
                       move ra-credit-amt to ws-ra-credit-amt(
                           ws-ra-index)
                       move ra-credit-date to ws-ra-credit-date(
                           ws-ra-index)
                       move ra-credit-num to ws-ra-credit-num(
                           ws-ra-index)
               end-read
           end-perform.
      *
           close file-122-rtv-auth.
           move ws-ra-table-count to ws-ra-loaded-count.
      *
       1170-load-rtv-hold.
      *
           open input file-121-rtv-hold.
      *
           perform until ws-hold-eof = ws-is-true
               read file-121-rtv-hold
                   at end
                       move ws-is-true to ws-hold-eof
                   not at end
                       add ws-1 to ws-hl-table-count
                       move rh-store-num to ws-hl-store-num(
                           ws-hl-table-count)
                       move rh-sku-code to ws-hl-sku-code(
                           ws-hl-table-count)
                       move rh-quantity to ws-hl-quantity(
                           ws-hl-table-count)
                       move rh-ret-reason to ws-hl-ret-reason(
                           ws-hl-table-count)
                       move rh-invoice-num to ws-hl-invoice-num(
                           ws-hl-table-count)
                       move rh-hold-date to ws-hl-hold-date(
                           ws-hl-table-count)
                       move rh-unit-cost to ws-hl-unit-cost(
                           ws-hl-table-count)
                       move rh-batch-id to ws-hl-batch-id(
                           ws-hl-table-count)
                       move 0 to ws-hl-auth-ptr(ws-hl-table-count)
               end-read
           end-perform.
      *
           close file-121-rtv-hold.
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
      * Every held unit whose SKU has a vendor joins that vendor's
      * authorization for its store, opened on the first unit seen
      * tonight. The RTV number is the batch id followed by a
      * three-digit sequence, so it is unique across runs.
       3000-batch-held-units.
      *
           perform
             varying ws-line-pointer
             from ws-1 by ws-1
             until (ws-line-pointer > ws-hl-table-count)
               perform 3100-find-vendor
               if ws-vn-found-ptr = 0 then
                   add ws-1 to ws-still-held-count
               else
                   perform 3200-find-new-auth
                   move ws-ra-found-ptr to ws-hl-auth-ptr(
                       ws-line-pointer)
                   compute ws-line-amount rounded =
                     ws-hl-quantity(ws-line-pointer) *
                     ws-hl-unit-cost(ws-line-pointer)
                   add ws-hl-quantity(ws-line-pointer) to
                     ws-ra-units(ws-ra-found-ptr)
                   add ws-line-amount to ws-ra-expected(
                       ws-ra-found-ptr)
                   add ws-line-amount to ws-new-auth-amount
               end-if
           end-perform.
      *
       3100-find-vendor.
      *
           move 0 to ws-vn-found-ptr.
           set ws-vn-srch-index to ws-1.
           search ws-vn-entry varying ws-vn-srch-index
               at end
                   continue
               when ws-vn-srch-index <= ws-vn-table-count and
                 ws-vn-sku-code(ws-vn-srch-index) =
                 ws-hl-sku-code(ws-line-pointer)
                   set ws-vn-found-ptr to ws-vn-srch-index
           end-search.
      *
      * Only tonight's authorizations (those past the loaded count)
      * take new units; an authorization already sent stays as it
      * went out.
       3200-find-new-auth.
      *
           move 0 to ws-ra-found-ptr.
           move ws-ra-loaded-count to ws-array-pointer.
           add ws-1 to ws-array-pointer.
           perform
             varying ws-array-pointer
             from ws-array-pointer by ws-1
             until (ws-array-pointer > ws-ra-table-count or
             ws-ra-found-ptr > 0)
               if ws-ra-vendor-num(ws-array-pointer) =
                 ws-vn-vendor-num(ws-vn-found-ptr) and
                 ws-ra-store-num(ws-array-pointer) =
                 ws-hl-store-num(ws-line-pointer) then
                   move ws-array-pointer to ws-ra-found-ptr
               end-if
           end-perform.
      *
           if ws-ra-found-ptr = 0 then
               add ws-1 to ws-ra-table-count
               add ws-1 to ws-next-rtv-seq
               add ws-1 to ws-new-auth-count
               set ws-ra-index to ws-ra-table-count
               compute ws-ra-rtv-number(ws-ra-index) =
                 (ws-batch-id * 1000) + ws-next-rtv-seq
               move ws-vn-vendor-num(ws-vn-found-ptr) to
                 ws-ra-vendor-num(ws-ra-index)
               move ws-vn-vendor-name(ws-vn-found-ptr) to
                 ws-ra-vendor-name(ws-ra-index)
               move ws-hl-store-num(ws-line-pointer) to
                 ws-ra-store-num(ws-ra-index)
               move 0 to ws-ra-units(ws-ra-index)
               move 0 to ws-ra-expected(ws-ra-index)
               move ws-run-date to ws-ra-auth-date(ws-ra-index)
               move 'O' to ws-ra-status(ws-ra-index)
               move 0 to ws-ra-credit-amt(ws-ra-index)
               move 0 to ws-ra-credit-date(ws-ra-index)
               move spaces to ws-ra-credit-num(ws-ra-index)
               move ws-ra-table-count to ws-ra-found-ptr
           end-if.
      *
      * Each new authorization is printed with the held units that
      * make it up - the pick list for the store shipping the goods
      * back - followed by the units still held for want of a
      * vendor.
       3500-print-new-authorizations.
      *
           move "NEW RETURN-TO-VENDOR AUTHORIZATIONS" to ws-sec-title.
           write report-print-line from ws-section-line.
           write report-print-line from spaces.
           write report-print-line from ws-auth-heading.
           write report-print-line from spaces.
      *
           move ws-ra-loaded-count to ws-array-pointer.
           add ws-1 to ws-array-pointer.
           perform
             varying ws-array-pointer
             from ws-array-pointer by ws-1
             until (ws-array-pointer > ws-ra-table-count)
               move ws-ra-rtv-number(ws-array-pointer) to
                 ws-adl-rtv-number
               move ws-ra-vendor-num(ws-array-pointer) to
                 ws-adl-vendor
               move ws-ra-vendor-name(ws-array-pointer) to
                 ws-adl-vendor-name
               move ws-ra-store-num(ws-array-pointer) to
                 ws-adl-store-num
               move ws-ra-units(ws-array-pointer) to ws-adl-units
               move ws-ra-expected(ws-array-pointer) to
                 ws-adl-expected
               write report-print-line from ws-auth-detail-line
               perform 3510-print-auth-lines
               write report-print-line from spaces
           end-perform.
      *
           if ws-still-held-count > 0 then
               perform
                 varying ws-line-pointer
                 from ws-1 by ws-1
                 until (ws-line-pointer > ws-hl-table-count)
                   if ws-hl-auth-ptr(ws-line-pointer) = 0 then
                       move ws-hl-sku-code(ws-line-pointer) to
                         ws-nvl-sku-code
                       move ws-hl-store-num(ws-line-pointer) to
                         ws-nvl-store-num
                       move ws-hl-quantity(ws-line-pointer) to
                         ws-nvl-quantity
                       move ws-hl-invoice-num(ws-line-pointer) to
                         ws-nvl-invoice
                       write report-print-line from ws-no-vendor-line
                   end-if
               end-perform
               write report-print-line from spaces
           end-if.
      *
       3510-print-auth-lines.
      *
           perform
             varying ws-line-pointer
             from ws-1 by ws-1
             until (ws-line-pointer > ws-hl-table-count)
               if ws-hl-auth-ptr(ws-line-pointer) = ws-array-pointer
                 then
                   move ws-hl-sku-code(ws-line-pointer) to
                     ws-ldl-sku-code
                   move ws-hl-ret-reason(ws-line-pointer) to
                     ws-ldl-reason
                   set ws-reason-index to ws-1
                   search ws-reason-entry
                       when ws-reason-code(ws-reason-index) =
                         ws-hl-ret-reason(ws-line-pointer)
                           move ws-reason-name(ws-reason-index) to
                             ws-ldl-reason
                   end-search
                   move ws-hl-invoice-num(ws-line-pointer) to
                     ws-ldl-invoice
                   move ws-hl-quantity(ws-line-pointer) to
                     ws-ldl-quantity
                   move ws-hl-unit-cost(ws-line-pointer) to
                     ws-ldl-unit-cost
                   compute ws-ldl-amount rounded =
                     ws-hl-quantity(ws-line-pointer) *
                     ws-hl-unit-cost(ws-line-pointer)
                   write report-print-line from ws-line-detail-line
               end-if
           end-perform.
      *
      * A credit closes its authorization whatever the amount; the
      * variance against the expected credit is shown so a short
      * credit can be taken up with the vendor. A credit naming an
      * RTV number that is not open for that vendor is listed and
      * not applied.
       4000-apply-vendor-credits.
      *
           move "VENDOR CREDITS RECEIVED" to ws-sec-title.
           write report-print-line from ws-section-line.
           write report-print-line from spaces.
           write report-print-line from ws-credit-heading.
           write report-print-line from spaces.
      *
           perform 4010-read-vendor-credit.
           perform until ws-credit-eof = ws-is-true
               perform 4020-apply-one-credit
               perform 4010-read-vendor-credit
           end-perform.
           write report-print-line from spaces.
      *
       4010-read-vendor-credit.
      *
           read file-123-vendor-credits
               at end
                   move ws-is-true to ws-credit-eof.
      *
       4020-apply-one-credit.
      *
           move vc-rtv-number to ws-cdl-rtv-number.
           move vc-vendor-num to ws-cdl-vendor.
           move vc-credit-num to ws-cdl-credit-num.
           move vc-credit-amt to ws-cdl-credited.
      *
           move 0 to ws-ra-found-ptr.
           set ws-ra-srch-index to ws-1.
           search ws-ra-entry varying ws-ra-srch-index
               at end
                   continue
               when ws-ra-srch-index <= ws-ra-table-count and
                 ws-ra-rtv-number(ws-ra-srch-index) = vc-rtv-number
                   set ws-ra-found-ptr to ws-ra-srch-index
           end-search.
      *
           evaluate true
               when ws-ra-found-ptr = 0
                   move 0 to ws-cdl-expected
                   move 0 to ws-cdl-variance
                   move "NO SUCH RTV" to ws-cdl-result
                   add ws-1 to ws-credit-exc-count
               when ws-ra-vendor-num(ws-ra-found-ptr) not =
                 vc-vendor-num
                   move ws-ra-expected(ws-ra-found-ptr) to
                     ws-cdl-expected
                   move 0 to ws-cdl-variance
                   move "WRONG VENDOR" to ws-cdl-result
                   add ws-1 to ws-credit-exc-count
               when ws-ra-status(ws-ra-found-ptr) not = 'O'
                   move ws-ra-expected(ws-ra-found-ptr) to
                     ws-cdl-expected
                   move 0 to ws-cdl-variance
                   move "ALREADY CREDITED" to ws-cdl-result
                   add ws-1 to ws-credit-exc-count
               when other
                   move 'C' to ws-ra-status(ws-ra-found-ptr)
                   move vc-credit-amt to ws-ra-credit-amt(
                       ws-ra-found-ptr)
                   move vc-credit-date to ws-ra-credit-date(
                       ws-ra-found-ptr)
                   move vc-credit-num to ws-ra-credit-num(
                       ws-ra-found-ptr)
                   compute ws-credit-variance = vc-credit-amt -
                     ws-ra-expected(ws-ra-found-ptr)
                   move ws-ra-expected(ws-ra-found-ptr) to
                     ws-cdl-expected
                   move ws-credit-variance to ws-cdl-variance
                   if ws-credit-variance < 0 then
                       move "CREDITED SHORT" to ws-cdl-result
                   else
                       move "CREDITED" to ws-cdl-result
                   end-if
                   add ws-1 to ws-credit-count
                   add vc-credit-amt to ws-credit-amount
                   add ws-credit-variance to ws-variance-amount
           end-evaluate.
      *
           write report-print-line from ws-credit-detail-line.
      *
      * Everything still open after tonight's credits, aged from
      * the authorization date.
       4500-list-open-authorizations.
      *
           move "AUTHORIZATIONS AWAITING CREDIT" to ws-sec-title.
           write report-print-line from ws-section-line.
           write report-print-line from spaces.
           write report-print-line from ws-open-heading.
           write report-print-line from spaces.
      *
           compute ws-run-int = function integer-of-date(ws-run-date).
      *
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-ra-table-count)
               if ws-ra-status(ws-array-pointer) = 'O' then
                   if ws-ra-auth-date(ws-array-pointer) > 0 then
                       compute ws-auth-int = function integer-of-date(
                         ws-ra-auth-date(ws-array-pointer))
                       compute ws-days-out = ws-run-int - ws-auth-int
                   else
                       move 0 to ws-days-out
                   end-if
                   move ws-ra-rtv-number(ws-array-pointer) to
                     ws-odl-rtv-number
                   move ws-ra-vendor-num(ws-array-pointer) to
                     ws-odl-vendor
                   move ws-ra-store-num(ws-array-pointer) to
                     ws-odl-store-num
                   move ws-ra-units(ws-array-pointer) to ws-odl-units
                   move ws-ra-auth-date(ws-array-pointer) to
                     ws-odl-auth-date
                   move ws-days-out to ws-odl-days-out
                   move ws-ra-expected(ws-array-pointer) to
                     ws-odl-expected
                   write report-print-line from ws-open-detail-line
                   add ws-1 to ws-open-count
                   add ws-ra-expected(ws-array-pointer) to
                     ws-open-amount
               end-if
           end-perform.
      *
       5000-print-summary.
      *
           write report-print-line from spaces.
           move "SUMMARY" to ws-sec-title.
           write report-print-line from ws-section-line.
           write report-print-line from spaces.
      *
           move "NEW AUTHORIZATIONS:" to ws-sal-label.
           move ws-new-auth-count to ws-sal-count.
           move ws-new-auth-amount to ws-sal-amount.
           write report-print-line from ws-summary-amount-line.
           move "HELD UNITS WITH NO VENDOR:" to ws-sml-label.
           move ws-still-held-count to ws-sml-count.
           write report-print-line from ws-summary-line.
           move "VENDOR CREDITS APPLIED:" to ws-sal-label.
           move ws-credit-count to ws-sal-count.
           move ws-credit-amount to ws-sal-amount.
           write report-print-line from ws-summary-amount-line.
           move "CREDIT VARIANCE TO EXPECTED:" to ws-sal-label.
           move ws-credit-count to ws-sal-count.
           move ws-variance-amount to ws-sal-amount.
           write report-print-line from ws-summary-amount-line.
           move "CREDITS NOT APPLIED:" to ws-sml-label.
           move ws-credit-exc-count to ws-sml-count.
           write report-print-line from ws-summary-line.
           move "OUTSTANDING VENDOR CREDITS:" to ws-sal-label.
           move ws-open-count to ws-sal-count.
           move ws-open-amount to ws-sal-amount.
           write report-print-line from ws-summary-amount-line.
      *
      * Credited authorizations drop off; open ones carry forward.
       6000-save-rtv-auth.
      *
           open output file-122-rtv-auth.
      *
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-ra-table-count)
               if ws-ra-status(ws-array-pointer) = 'O' then
                   move ws-ra-rtv-number(ws-array-pointer) to
                     ra-rtv-number
                   move ws-ra-vendor-num(ws-array-pointer) to
                     ra-vendor-num
                   move ws-ra-store-num(ws-array-pointer) to
                     ra-store-num
                   move ws-ra-units(ws-array-pointer) to ra-units
                   move ws-ra-expected(ws-array-pointer) to
                     ra-expected-credit
                   move ws-ra-auth-date(ws-array-pointer) to
                     ra-auth-date
                   move ws-ra-status(ws-array-pointer) to ra-status
                   move ws-ra-credit-amt(ws-array-pointer) to
                     ra-credit-amt
                   move ws-ra-credit-date(ws-array-pointer) to
                     ra-credit-date
                   move ws-ra-credit-num(ws-array-pointer) to
                     ra-credit-num
                   write rtv-auth-rec
               end-if
           end-perform.
      *
           close file-122-rtv-auth.
      *
      * Units batched into an authorization come off hold; only the
      * ones with no vendor are written back.
       6100-save-rtv-hold.
      *
           open output file-121-rtv-hold.
      *
           perform
             varying ws-line-pointer
             from ws-1 by ws-1
             until (ws-line-pointer > ws-hl-table-count)
               if ws-hl-auth-ptr(ws-line-pointer) = 0 then
                   move ws-hl-store-num(ws-line-pointer) to
                     rh-store-num
                   move ws-hl-sku-code(ws-line-pointer) to
                     rh-sku-code
                   move ws-hl-quantity(ws-line-pointer) to
                     rh-quantity
                   move ws-hl-ret-reason(ws-line-pointer) to
                     rh-ret-reason
                   move ws-hl-invoice-num(ws-line-pointer) to
                     rh-invoice-num
                   move ws-hl-hold-date(ws-line-pointer) to
                     rh-hold-date
                   move ws-hl-unit-cost(ws-line-pointer) to
                     rh-unit-cost
                   move ws-hl-batch-id(ws-line-pointer) to
                     rh-batch-id
                   write rtv-hold-rec
               end-if
           end-perform.
      *
           close file-121-rtv-hold.
      *
       7000-close-files.
      *
           close file-123-vendor-credits, file-124-rtv-report.
      *
      * Credits are keyed once; the file is emptied after applying.
           open output file-123-vendor-credits.
           close file-123-vendor-credits.
      *
       end program ReturnToVendor.
