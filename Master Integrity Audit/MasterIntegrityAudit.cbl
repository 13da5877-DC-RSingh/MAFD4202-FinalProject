       identification division.
       program-id. MasterIntegrityAudit.
       author. Raje Singh.
       date-written. 2026-10-15.
      * Program Description:
      * Cross-checks the master and control files against one
      * another. Each program loads its own copy of the masters and
      * only looks up what it needs, so a row left pointing at a SKU,
      * store, customer or clerk that has gone (or gone inactive) is
      * never reported anywhere - it just sits there until a posting
      * trips over it. This audit reads every one of them and lists
      * each break with its offending key, graded:
      *
      *   SEVERE  - a key that is duplicated on its master, or that
      *             points at a row not on its master at all; a
      *             posting against it tonight would go wrong;
      *   WARNING - a row that points at something inactive, or a
      *             quantity or history row nothing accounts for;
      *   NOTICE  - harmless leftovers worth tidying.
      *
      * The summary counts the breaks by check within severity. Run
      * as the first step of the job stream it sets condition code
      * 16 on any severe break, stopping the chain before a posting
      * step runs against the bad data, unless the control file says
      * the audit is to report only.
      *
       environment division.
       input-output section.
       file-control.
      *
           select file-13-store-master
               assign
                   to
                   '../../../../datafiles/data/file-13-store-master.dat'
               organization is line sequential.
      *
           select file-16-product-master
               assign
                   to
                   '../../../../datafiles/data/file-16-product.dat'
               organization is line sequential.
      *
           select file-33-clerk-master
               assign
                   to
                   '../../../../datafiles/data/file-33-clerk-master.dat'
               organization is line sequential.
      *
           select file-42-customer-master
               assign
                   to
                   '../../../../datafiles/data/file-42-cust-master.dat'
               organization is line sequential.
      *
           select file-36-inventory-master
               assign
                   to
                   '../../../../datafiles/data/file-36-inventory.dat'
               organization is line sequential.
      *
           select optional file-78-vendor-master
               assign
                   to '../../../../datafiles/data/file-78-vendor.dat'
               organization is line sequential.
      *
           select optional file-79-on-order
               assign
                   to
                   '../../../../datafiles/data/file-79-on-order.dat'
               organization is line sequential.
      *
           select optional file-80-suggested-po
               assign
                   to
                   '../../../../datafiles/data/file-80-sugg-po.dat'
               organization is line sequential.
      *
           select optional file-114-po-master
               assign
                   to
                   '../../../../datafiles/data/file-114-po-master.dat'
               organization is line sequential.
      *
           select optional file-19-layaway-master
               assign
                   to '../../../../datafiles/data/file-19-layaway.dat'
               organization is line sequential.
      *
           select optional file-103-overshort-hist
               assign
                   to
                   '../../../../datafiles/data/file-103-ovrshort.dat'
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
           select optional file-179-audit-ctl
               assign
                   to
                   '../../../../datafiles/data/file-179-audit-ctl.dat'
               organization is line sequential.
      *
           select file-180-audit-report
               assign
                   to
                   '../../../../datafiles/data/file-180-audit-rpt.out'
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
       fd file-13-store-master
           data record is store-master-rec.
      *
       01 store-master-rec.
         05 smr-store-num      pic xx.
         05 smr-store-name     pic x(20).
         05 smr-store-active   pic x.
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
       fd file-33-clerk-master
           data record is clerk-master-rec.
      *
       01 clerk-master-rec.
         05 ckm-clerk-id        pic x(4).
         05 ckm-clerk-name      pic x(20).
         05 ckm-clerk-active    pic x.
         05 ckm-cust-num        pic x(8).
      *
       fd file-42-customer-master
           data record is customer-master-rec.
      *
       01 customer-master-rec.
         05 cm-cust-num         pic x(8).
         05 cm-cust-name        pic x(20).
         05 cm-cust-active      pic x.
         05 cm-charge-balance   pic 9(7)v99.
         05 cm-credit-limit     pic 9(7)v99.
      *
       fd file-36-inventory-master
           data record is inventory-master-rec.
      *
       01 inventory-master-rec.
         05 imr-sku-code        pic x(15).
         05 imr-store-num       pic xx.
         05 imr-on-hand         pic s9(7)
                                 sign is leading separate.
         05 imr-reorder-point   pic 9(5).
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
       fd file-79-on-order
           data record is on-order-rec.
      *
       01 on-order-rec.
         05 oo-sku-code         pic x(15).
         05 oo-store-num        pic xx.
         05 oo-qty              pic 9(5).
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
           88 pm-is-open        value 'P', 'A'.
         05 pm-buyer-id         pic x(4).
      *
       fd file-19-layaway-master
           data record is layaway-master-rec.
      *
       01 layaway-master-rec.
         05 lm-invoice-num     pic x(9).
         05 lm-store-num       pic xx.
         05 lm-open-date       pic 9(8).
         05 lm-original-amt    pic 9(7)v99.
         05 lm-paid-amt        pic 9(7)v99.
         05 lm-balance         pic 9(7)v99.
         05 lm-last-date       pic 9(8).
         05 lm-days-open       pic 9(4).
         05 lm-cust-num        pic x(8).
      *
       fd file-103-overshort-hist
           data record is overshort-hist-rec.
      *
       01 overshort-hist-rec.
         05 oh-run-date         pic 9(8).
         05 oh-store-num        pic xx.
         05 oh-cashier-id       pic x(4).
         05 oh-over-short       pic s9(5)v99
                                 sign is leading separate.
         05 oh-us-over-short    pic s9(5)v99
                                 sign is leading separate.
      *
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
           88 sm-is-collected  value 'C'.
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
      * ac-stop-on-severe: Y (or no control record) stops the job
      * stream on a severe break; N reports it and lets the chain run.
       fd file-179-audit-ctl
           data record is audit-ctl-rec.
      *
       01 audit-ctl-rec.
         05 ac-stop-on-severe  pic x.
      *
       fd file-180-audit-report
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
         05 filler             pic x(37) value
                               "MASTER FILE INTEGRITY AUDIT".
      *
       01 ws-run-stamp-line.
         05 filler             pic x(10) value "RUN DATE: ".
         05 ws-rsl-run-date    pic 9(8).
         05 filler             pic x(13) value "   BATCH ID: ".
         05 ws-rsl-batch-id    pic z(5)9.
      *
       01 ws-break-title-line.
         05 filler             pic x(20) value
                               "BREAKS FOUND".
      *
       01 ws-break-heading.
         05 filler             pic x(9)  value "GRADE".
         05 filler             pic x(7)  value "CHECK".
         05 filler             pic x(46) value "DESCRIPTION".
         05 filler             pic x(30) value "OFFENDING KEY".
      *
       01 ws-break-detail-line.
         05 ws-bdl-grade       pic x(7).
         05 filler             pic x(2) value spaces.
         05 ws-bdl-check       pic z9.
         05 filler             pic x(5) value spaces.
         05 ws-bdl-desc        pic x(44).
         05 filler             pic x(2) value spaces.
         05 ws-bdl-key         pic x(30).
      *
       01 ws-no-break-line.
         05 filler             pic x(30) value
                               "NO BREAKS FOUND".
      *
       01 ws-grade-title-line.
         05 ws-gtl-grade       pic x(7).
         05 filler             pic x(30) value
                               " BREAKS BY CHECK".
      *
       01 ws-grade-detail-line.
         05 filler             pic x(9) value spaces.
         05 ws-gdl-check       pic z9.
         05 filler             pic x(5) value spaces.
         05 ws-gdl-desc        pic x(44).
         05 filler             pic x(2) value spaces.
         05 ws-gdl-count       pic z(5)9.
      *
       01 ws-grade-total-line.
         05 filler             pic x(9) value spaces.
         05 filler             pic x(7) value "TOTAL ".
         05 ws-gtt-grade       pic x(7).
         05 filler             pic x(39) value
                               " BREAKS".
         05 ws-gtt-count       pic z(5)9.
      *
       01 ws-count-line.
         05 ws-cl-label        pic x(34).
         05 ws-cl-count        pic z(5)9.
      *
       01 ws-disposition-line.
         05 ws-dl-text         pic x(60).
      *
      * One entry per check: its grade (S severe, W warning, N
      * notice) and description. The table is printed in this order
      * within each grade on the summary.
       01 ws-check-values.
         05 filler pic x(45) value
            "SDUPLICATE STORE ON STORE MASTER (FILE-13)".
         05 filler pic x(45) value
            "SDUPLICATE SKU ON PRODUCT MASTER (FILE-16)".
         05 filler pic x(45) value
            "SDUPLICATE CLERK ON CLERK MASTER (FILE-33)".
         05 filler pic x(45) value
            "SDUPLICATE CUSTOMER ON CUST MASTER (FILE-42)".
         05 filler pic x(45) value
            "SBATCH ID CONTROL NOT NUMERIC (FILE-26)".
         05 filler pic x(45) value
            "SINVENTORY SKU NOT ON PRODUCT MAST (FILE-36)".
         05 filler pic x(45) value
            "SINVENTORY STORE NOT ON STORE MAST (FILE-36)".
         05 filler pic x(45) value
            "SDUPLICATE SKU/STORE ON INVENTORY (FILE-36)".
         05 filler pic x(45) value
            "WINVENTORY ROW FOR INACTIVE SKU (FILE-36)".
         05 filler pic x(45) value
            "WINVENTORY ROW FOR INACTIVE STORE (FILE-36)".
         05 filler pic x(45) value
            "WVENDOR ROW SKU NOT ON PRODUCT MAST (FILE-78)".
         05 filler pic x(45) value
            "NVENDOR ROW FOR INACTIVE SKU (FILE-78)".
         05 filler pic x(45) value
            "SON-ORDER SKU/STORE NOT ON MASTER (FILE-79)".
         05 filler pic x(45) value
            "WON-ORDER QUANTITY WITH NO OPEN PO (FILE-79)".
         05 filler pic x(45) value
            "SOPEN PO SKU/STORE NOT ON MASTER (FILE-114)".
         05 filler pic x(45) value
            "SLAYAWAY CUSTOMER NOT ON MASTER (FILE-19)".
         05 filler pic x(45) value
            "WLAYAWAY FOR INACTIVE CUSTOMER (FILE-19)".
         05 filler pic x(45) value
            "SLAYAWAY STORE NOT ON STORE MASTER (FILE-19)".
         05 filler pic x(45) value
            "WDRAWER HIST CLERK NOT ON MASTER (FILE-103)".
         05 filler pic x(45) value
            "WCLERK SHOPPER NO. NOT ON CUST MAST (FILE-33)".
         05 filler pic x(45) value
            "SSPECIAL ORDER KEY NOT ON MASTER (FILE-175)".
         05 filler pic x(45) value
            "WSPECIAL ORDER INACTIVE CUSTOMER (FILE-175)".
         05 filler pic x(45) value
            "WSPEC ORD HOLD DAYS NOT NUMERIC (FILE-177)".
         05 filler pic x(45) value
            "NMASTER ROWS PAST AUDIT TABLE CAPACITY".
       01 ws-check-table redefines ws-check-values.
         05 ws-check-entry       occurs 24 times.
           10 ws-check-grade     pic x.
           10 ws-check-desc      pic x(44).
       77 ws-check-table-count   pic 99 value 24.
       77 ws-check-counts        pic 9(5) value 0 occurs 24 times.
      *
       01 ws-grade-values.
         05 filler             pic x(8) value "SSEVERE".
         05 filler             pic x(8) value "WWARNING".
         05 filler             pic x(8) value "NNOTICE".
       01 ws-grade-table redefines ws-grade-values.
         05 ws-grade-entry       occurs 3 times.
           10 ws-grade-code      pic x.
           10 ws-grade-name      pic x(7).
       77 ws-grade-ptr           pic 9 value 0.
       77 ws-grade-total         pic 9(6) value 0.
      *
       01 ws-constants.
         05 ws-store-table      occurs 20 times
                                 indexed by ws-store-index
                                 ws-store-srch-index.
           10 ws-store-literals pic xx.
           10 ws-store-active   pic x.
       77 ws-store-table-count  pic 99 value 0.
       77 ws-store-mstr-eof     pic x value 'n'.
      *
       01 ws-product-table.
         05 ws-prod-entry          occurs 500 times
                                    indexed by ws-prod-index
                                    ws-prod-srch-index.
           10 ws-prod-sku-code     pic x(15).
           10 ws-prod-active       pic x.
       77 ws-prod-table-count      pic 9(5) value 0.
       77 ws-prod-mstr-eof         pic x value 'n'.
      *
       01 ws-clerk-table.
         05 ws-clerk-entry        occurs 100 times
                                   indexed by ws-clerk-index
                                   ws-clerk-srch-index.
           10 ws-clerk-id         pic x(4).
           10 ws-clerk-cust-num   pic x(8).
       77 ws-clerk-table-count    pic 999 value 0.
       77 ws-clerk-mstr-eof       pic x value 'n'.
      *
       01 ws-customer-table.
         05 ws-cust-entry         occurs 2000 times
                                   indexed by ws-cust-index
                                   ws-cust-srch-index.
           10 ws-cust-num         pic x(8).
           10 ws-cust-active      pic x.
       77 ws-cust-table-count     pic 9(5) value 0.
       77 ws-cust-mstr-eof        pic x value 'n'.
      *
      * SKU/store keys already seen on the inventory master, for the
      * duplicate check.
       01 ws-inv-key-table.
         05 ws-ik-entry           occurs 2000 times
                                   indexed by ws-ik-index
                                   ws-ik-srch-index.
           10 ws-ik-key           pic x(17).
       77 ws-ik-table-count       pic 9(5) value 0.
      *
      * SKU/store keys with an open purchase order line: awaiting
      * approval or approved on the PO master, or suggested on
      * file-80 and not yet loaded onto the master.
       01 ws-open-po-table.
         05 ws-op-entry           occurs 2000 times
                                   indexed by ws-op-index
                                   ws-op-srch-index.
           10 ws-op-key           pic x(17).
       77 ws-op-table-count       pic 9(5) value 0.
      *
      * Clerk ids already reported off the drawer history, so a
      * clerk with a year of history is listed once.
       01 ws-hist-clerk-table.
         05 ws-hc-entry           occurs 100 times
                                   indexed by ws-hc-index
                                   ws-hc-srch-index.
           10 ws-hc-clerk-id      pic x(4).
       77 ws-hc-table-count       pic 999 value 0.
      *
       01 ws-work-key.
         05 ws-wk-sku-code       pic x(15).
         05 ws-wk-store-num      pic xx.
      *
       77 ws-is-true             pic x value 'y'.
       77 ws-1                   pic 9 value 1.
       77 ws-run-date            pic 9(8) value 0.
       77 ws-batch-id            pic 9(6) value 0.
       77 ws-batch-ctl-ok        pic x value 'y'.
       77 ws-stop-on-severe      pic x value 'Y'.
      *
       77 ws-inv-eof             pic x value 'n'.
       77 ws-vendor-eof          pic x value 'n'.
       77 ws-on-order-eof        pic x value 'n'.
       77 ws-sugg-eof            pic x value 'n'.
       77 ws-po-mstr-eof         pic x value 'n'.
       77 ws-lay-eof             pic x value 'n'.
       77 ws-hist-eof            pic x value 'n'.
       77 ws-so-eof              pic x value 'n'.
      *
       77 ws-check-num           pic 99 value 0.
       77 ws-break-key           pic x(30) value spaces.
       77 ws-break-count         pic 9(6) value 0.
       77 ws-severe-count        pic 9(6) value 0.
       77 ws-rows-read           pic 9(7) value 0.
      *
       77 ws-store-found         pic x value 'n'.
       77 ws-store-found-active  pic x value 'n'.
       77 ws-sku-found           pic x value 'n'.
       77 ws-sku-found-active    pic x value 'n'.
       77 ws-cust-found          pic x value 'n'.
       77 ws-cust-found-active   pic x value 'n'.
       77 ws-key-found           pic x value 'n'.
       77 ws-work-store          pic xx value spaces.
       77 ws-work-sku            pic x(15) value spaces.
       77 ws-work-cust           pic x(8) value spaces.
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
           perform 2000-print-report-headings.
           perform 1100-load-store-master.
           perform 1150-load-product-master.
           perform 1250-load-clerk-master.
           perform 1300-load-customer-master.
           perform 3000-check-control-files.
           perform 3100-check-clerk-shoppers.
           perform 3200-check-inventory.
           perform 3300-check-vendors.
           perform 3400-load-open-po-keys.
           perform 3450-check-on-order.
           perform 3500-check-layaways.
           perform 3600-check-drawer-history.
           perform 3700-check-special-orders.
           perform 5000-print-summary.
           perform 7000-close-files.
      *
      * A severe break stops the job stream: the step's condition
      * code is what the chain tests before running the next step.
           if ws-severe-count > 0 and ws-stop-on-severe = 'Y' then
               move 16 to return-code
           end-if.
           goback.
      *
      * The audit runs ahead of Edit, so one report per run; it is
      * not a day file.
       1000-open-files.
      *
           open output file-180-audit-report.
      *
       1050-load-control.
      *
           open input file-179-audit-ctl.
           read file-179-audit-ctl
               at end
                   continue
               not at end
                   if ac-stop-on-severe = 'N' then
                       move 'N' to ws-stop-on-severe
                   end-if
           end-read.
           close file-179-audit-ctl.
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
                       move smr-store-num to ws-work-store
                       perform 4100-find-store
                       if ws-store-found = ws-is-true then
                           move 1 to ws-check-num
                           move smr-store-num to ws-break-key
                           perform 4000-record-break
                       else
                           perform 1110-add-store
                       end-if
               end-read
           end-perform.
      *
           close file-13-store-master.
      *
       1110-add-store.
      *
           if ws-store-table-count < 20 then
               add ws-1 to ws-store-table-count
               set ws-store-index to ws-store-table-count
               move smr-store-num to ws-store-literals(ws-store-index)
               move smr-store-active to ws-store-active(
                   ws-store-index)
           else
               move 24 to ws-check-num
               move "FILE-13" to ws-break-key
               perform 4000-record-break
           end-if.
      *
       1150-load-product-master.
      *
           open input file-16-product-master.
      *
           perform until ws-prod-mstr-eof = ws-is-true
               read file-16-product-master
                   at end
                       move ws-is-true to ws-prod-mstr-eof
                   not at end
                       move pmr-sku-code to ws-work-sku
                       perform 4200-find-sku
                       if ws-sku-found = ws-is-true then
                           move 2 to ws-check-num
                           move pmr-sku-code to ws-break-key
                           perform 4000-record-break
                       else
                           perform 1160-add-product
                       end-if
               end-read
           end-perform.
      *
           close file-16-product-master.
      *
       1160-add-product.
      *
           if ws-prod-table-count < 500 then
               add ws-1 to ws-prod-table-count
               set ws-prod-index to ws-prod-table-count
               move pmr-sku-code to ws-prod-sku-code(ws-prod-index)
               move pmr-sku-active to ws-prod-active(ws-prod-index)
           else
               move 24 to ws-check-num
               move "FILE-16" to ws-break-key
               perform 4000-record-break
           end-if.
      *
      * Edit runs after this step and hands out tonight's batch id,
      * so the id stamped on the report is the last batch run.
       1200-get-batch-id.
      *
           move 0 to ws-batch-id.
      *
           open input file-26-batch-id-ctl.
           read file-26-batch-id-ctl
               at end
                   continue
               not at end
                   if bic-last-batch is numeric and
                     bic-last-run-date is numeric and
                     bic-day-batch-count is numeric then
                       move bic-last-batch to ws-batch-id
                   else
                       move 'n' to ws-batch-ctl-ok
                   end-if
           end-read.
           close file-26-batch-id-ctl.
      *
       1250-load-clerk-master.
      *
           open input file-33-clerk-master.
      *
           perform until ws-clerk-mstr-eof = ws-is-true
               read file-33-clerk-master
                   at end
                       move ws-is-true to ws-clerk-mstr-eof
                   not at end
                       perform 1260-add-clerk
               end-read
           end-perform.
      *
           close file-33-clerk-master.
      *
       1260-add-clerk.
      *
           move 'n' to ws-key-found.
           set ws-clerk-srch-index to ws-1.
           search ws-clerk-entry varying ws-clerk-srch-index
               at end
                   continue
               when ws-clerk-srch-index <= ws-clerk-table-count and
                 ws-clerk-id(ws-clerk-srch-index) = ckm-clerk-id
                   move ws-is-true to ws-key-found
           end-search.
      *
           if ws-key-found = ws-is-true then
               move 3 to ws-check-num
               move ckm-clerk-id to ws-break-key
               perform 4000-record-break
           else
               if ws-clerk-table-count < 100 then
                   add ws-1 to ws-clerk-table-count
                   set ws-clerk-index to ws-clerk-table-count
                   move ckm-clerk-id to ws-clerk-id(ws-clerk-index)
                   move ckm-cust-num to ws-clerk-cust-num(
                       ws-clerk-index)
               else
                   move 24 to ws-check-num
                   move "FILE-33" to ws-break-key
                   perform 4000-record-break
               end-if
           end-if.
      *
       1300-load-customer-master.
      *
           open input file-42-customer-master.
      *
           perform until ws-cust-mstr-eof = ws-is-true
               read file-42-customer-master
                   at end
                       move ws-is-true to ws-cust-mstr-eof
                   not at end
                       move cm-cust-num to ws-work-cust
                       perform 4300-find-customer
                       if ws-cust-found = ws-is-true then
                           move 4 to ws-check-num
                           move cm-cust-num to ws-break-key
                           perform 4000-record-break
                       else
                           perform 1310-add-customer
                       end-if
               end-read
           end-perform.
      *
           close file-42-customer-master.
      *
       1310-add-customer.
      *
           if ws-cust-table-count < 2000 then
               add ws-1 to ws-cust-table-count
               set ws-cust-index to ws-cust-table-count
               move cm-cust-num to ws-cust-num(ws-cust-index)
               move cm-cust-active to ws-cust-active(ws-cust-index)
           else
               move 24 to ws-check-num
               move "FILE-42" to ws-break-key
               perform 4000-record-break
           end-if.
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
           write report-print-line from ws-break-title-line.
           write report-print-line from ws-break-heading.
           write report-print-line from spaces.
      *
       3000-check-control-files.
      *
           if ws-batch-ctl-ok not = ws-is-true then
               move 5 to ws-check-num
               move "FILE-26" to ws-break-key
               perform 4000-record-break
           end-if.
      *
           open input file-177-spec-ord-ctl.
           read file-177-spec-ord-ctl
               at end
                   continue
               not at end
                   if sc-hold-days is not numeric then
                       move 23 to ws-check-num
                       move "FILE-177" to ws-break-key
                       perform 4000-record-break
                   end-if
           end-read.
           close file-177-spec-ord-ctl.
      *
      * A clerk's shopper number links staff purchases to the
      * customer master for the employee-discount checks.
       3100-check-clerk-shoppers.
      *
           perform varying ws-array-pointer from 1 by 1
             until ws-array-pointer > ws-clerk-table-count
               if ws-clerk-cust-num(ws-array-pointer) not = spaces
                 then
                   move ws-clerk-cust-num(ws-array-pointer) to
                     ws-work-cust
                   perform 4300-find-customer
                   if ws-cust-found not = ws-is-true then
                       move 20 to ws-check-num
                       move spaces to ws-break-key
                       string ws-clerk-id(ws-array-pointer) " "
                         ws-work-cust delimited by size
                         into ws-break-key
                       perform 4000-record-break
                   end-if
               end-if
           end-perform.
      *
       3200-check-inventory.
      *
           open input file-36-inventory-master.
      *
           perform until ws-inv-eof = ws-is-true
               read file-36-inventory-master
                   at end
                       move ws-is-true to ws-inv-eof
                   not at end
                       perform 3210-check-inventory-row
               end-read
           end-perform.
      *
           close file-36-inventory-master.
      *
       3210-check-inventory-row.
      *
           move imr-sku-code to ws-wk-sku-code.
           move imr-store-num to ws-wk-store-num.
           move spaces to ws-break-key.
           string imr-sku-code " " imr-store-num delimited by size
             into ws-break-key.
      *
           move imr-sku-code to ws-work-sku.
           perform 4200-find-sku.
           if ws-sku-found not = ws-is-true then
               move 6 to ws-check-num
               perform 4000-record-break
           else
               if ws-sku-found-active not = ws-is-true then
                   move 9 to ws-check-num
                   perform 4000-record-break
               end-if
           end-if.
      *
           move imr-store-num to ws-work-store.
           perform 4100-find-store.
           if ws-store-found not = ws-is-true then
               move 7 to ws-check-num
               perform 4000-record-break
           else
               if ws-store-found-active not = ws-is-true then
                   move 10 to ws-check-num
                   perform 4000-record-break
               end-if
           end-if.
      *
           move 'n' to ws-key-found.
           set ws-ik-srch-index to ws-1.
           search ws-ik-entry varying ws-ik-srch-index
               at end
                   continue
               when ws-ik-srch-index <= ws-ik-table-count and
                 ws-ik-key(ws-ik-srch-index) = ws-work-key
                   move ws-is-true to ws-key-found
           end-search.
      *
           if ws-key-found = ws-is-true then
               move 8 to ws-check-num
               perform 4000-record-break
           else
               if ws-ik-table-count < 2000 then
                   add ws-1 to ws-ik-table-count
                   set ws-ik-index to ws-ik-table-count
                   move ws-work-key to ws-ik-key(ws-ik-index)
               end-if
           end-if.
      *
       3300-check-vendors.
      *
           open input file-78-vendor-master.
      *
           perform until ws-vendor-eof = ws-is-true
               read file-78-vendor-master
                   at end
                       move ws-is-true to ws-vendor-eof
                   not at end
                       move vn-sku-code to ws-work-sku
                       perform 4200-find-sku
                       move spaces to ws-break-key
                       string vn-sku-code " " vn-vendor-num
                         delimited by size into ws-break-key
                       if ws-sku-found not = ws-is-true then
                           move 11 to ws-check-num
                           perform 4000-record-break
                       else
                           if ws-sku-found-active not = ws-is-true
                             then
                               move 12 to ws-check-num
                               perform 4000-record-break
                           end-if
                       end-if
               end-read
           end-perform.
      *
           close file-78-vendor-master.
      *
      * An open PO line is one still awaiting approval or approved
      * and not yet matched, plus any suggestion still waiting on
      * file-80 to be loaded onto the PO master. A PO line for a key
      * that is not on the masters is a break in its own right.
       3400-load-open-po-keys.
      *
           open input file-114-po-master.
      *
           perform until ws-po-mstr-eof = ws-is-true
               read file-114-po-master
                   at end
                       move ws-is-true to ws-po-mstr-eof
                   not at end
                       if pm-is-open then
                           move pm-sku-code to ws-wk-sku-code
                           move pm-store-num to ws-wk-store-num
                           perform 3410-add-open-po-key
                           perform 3420-check-po-key
                       end-if
               end-read
           end-perform.
      *
           close file-114-po-master.
      *
           open input file-80-suggested-po.
      *
           perform until ws-sugg-eof = ws-is-true
               read file-80-suggested-po
                   at end
                       move ws-is-true to ws-sugg-eof
                   not at end
                       move po-sku-code to ws-wk-sku-code
                       move po-store-num to ws-wk-store-num
                       perform 3410-add-open-po-key
               end-read
           end-perform.
      *
           close file-80-suggested-po.
      *
       3410-add-open-po-key.
      *
           if ws-op-table-count < 2000 then
               add ws-1 to ws-op-table-count
               set ws-op-index to ws-op-table-count
               move ws-work-key to ws-op-key(ws-op-index)
           end-if.
      *
       3420-check-po-key.
      *
           move pm-sku-code to ws-work-sku.
           perform 4200-find-sku.
           move pm-store-num to ws-work-store.
           perform 4100-find-store.
           if ws-sku-found not = ws-is-true or
             ws-store-found not = ws-is-true then
               move 15 to ws-check-num
               move spaces to ws-break-key
               string pm-po-number " " pm-sku-code " " pm-store-num
                 delimited by size into ws-break-key
               perform 4000-record-break
           end-if.
      *
       3450-check-on-order.
      *
           open input file-79-on-order.
      *
           perform until ws-on-order-eof = ws-is-true
               read file-79-on-order
                   at end
                       move ws-is-true to ws-on-order-eof
                   not at end
                       perform 3460-check-on-order-row
               end-read
           end-perform.
      *
           close file-79-on-order.
      *
       3460-check-on-order-row.
      *
           move spaces to ws-break-key.
           string oo-sku-code " " oo-store-num delimited by size
             into ws-break-key.
      *
           move oo-sku-code to ws-work-sku.
           perform 4200-find-sku.
           move oo-store-num to ws-work-store.
           perform 4100-find-store.
           if ws-sku-found not = ws-is-true or
             ws-store-found not = ws-is-true then
               move 13 to ws-check-num
               perform 4000-record-break
           end-if.
      *
           if oo-qty > 0 then
               move oo-sku-code to ws-wk-sku-code
               move oo-store-num to ws-wk-store-num
               move 'n' to ws-key-found
               set ws-op-srch-index to ws-1
               search ws-op-entry varying ws-op-srch-index
                   at end
                       continue
                   when ws-op-srch-index <= ws-op-table-count and
                     ws-op-key(ws-op-srch-index) = ws-work-key
                       move ws-is-true to ws-key-found
               end-search
               if ws-key-found not = ws-is-true then
                   move 14 to ws-check-num
                   perform 4000-record-break
               end-if
           end-if.
      *
       3500-check-layaways.
      *
           open input file-19-layaway-master.
      *
           perform until ws-lay-eof = ws-is-true
               read file-19-layaway-master
                   at end
                       move ws-is-true to ws-lay-eof
                   not at end
                       perform 3510-check-layaway-row
               end-read
           end-perform.
      *
           close file-19-layaway-master.
      *
       3510-check-layaway-row.
      *
           if lm-cust-num not = spaces then
               move lm-cust-num to ws-work-cust
               perform 4300-find-customer
               move spaces to ws-break-key
               string lm-invoice-num " " lm-cust-num
                 delimited by size into ws-break-key
               if ws-cust-found not = ws-is-true then
                   move 16 to ws-check-num
                   perform 4000-record-break
               else
                   if ws-cust-found-active not = ws-is-true then
                       move 17 to ws-check-num
                       perform 4000-record-break
                   end-if
               end-if
           end-if.
      *
           move lm-store-num to ws-work-store.
           perform 4100-find-store.
           if ws-store-found not = ws-is-true then
               move 18 to ws-check-num
               move spaces to ws-break-key
               string lm-invoice-num " " lm-store-num
                 delimited by size into ws-break-key
               perform 4000-record-break
           end-if.
      *
       3600-check-drawer-history.
      *
           open input file-103-overshort-hist.
      *
           perform until ws-hist-eof = ws-is-true
               read file-103-overshort-hist
                   at end
                       move ws-is-true to ws-hist-eof
                   not at end
                       perform 3610-check-history-clerk
               end-read
           end-perform.
      *
           close file-103-overshort-hist.
      *
       3610-check-history-clerk.
      *
           move 'n' to ws-key-found.
           set ws-clerk-srch-index to ws-1.
           search ws-clerk-entry varying ws-clerk-srch-index
               at end
                   continue
               when ws-clerk-srch-index <= ws-clerk-table-count and
                 ws-clerk-id(ws-clerk-srch-index) = oh-cashier-id
                   move ws-is-true to ws-key-found
           end-search.
           if ws-key-found = ws-is-true then
               exit paragraph
           end-if.
      *
           set ws-hc-srch-index to ws-1.
           search ws-hc-entry varying ws-hc-srch-index
               at end
                   continue
               when ws-hc-srch-index <= ws-hc-table-count and
                 ws-hc-clerk-id(ws-hc-srch-index) = oh-cashier-id
                   move ws-is-true to ws-key-found
           end-search.
      *
           if ws-key-found not = ws-is-true then
               move 19 to ws-check-num
               move spaces to ws-break-key
               string oh-cashier-id " " oh-store-num
                 delimited by size into ws-break-key
               perform 4000-record-break
               if ws-hc-table-count < 100 then
                   add ws-1 to ws-hc-table-count
                   set ws-hc-index to ws-hc-table-count
                   move oh-cashier-id to ws-hc-clerk-id(ws-hc-index)
               end-if
           end-if.
      *
      * A collected order is finished with; only orders still open,
      * on order or waiting for pickup are checked.
       3700-check-special-orders.
      *
           open input file-175-spec-ord-master.
      *
           perform until ws-so-eof = ws-is-true
               read file-175-spec-ord-master
                   at end
                       move ws-is-true to ws-so-eof
                   not at end
                       if not sm-is-collected then
                           perform 3710-check-special-order
                       end-if
               end-read
           end-perform.
      *
           close file-175-spec-ord-master.
      *
       3710-check-special-order.
      *
           move sm-cust-num to ws-work-cust.
           perform 4300-find-customer.
           move sm-sku-code to ws-work-sku.
           perform 4200-find-sku.
           move sm-store-num to ws-work-store.
           perform 4100-find-store.
      *
           move spaces to ws-break-key.
           string sm-order-num " " sm-cust-num delimited by size
             into ws-break-key.
      *
           if ws-cust-found not = ws-is-true or
             ws-sku-found not = ws-is-true or
             ws-store-found not = ws-is-true then
               move 21 to ws-check-num
               perform 4000-record-break
           else
               if ws-cust-found-active not = ws-is-true then
                   move 22 to ws-check-num
                   perform 4000-record-break
               end-if
           end-if.
      *
      * Counts the break against its check and lists it with its
      * offending key.
       4000-record-break.
      *
           add ws-1 to ws-check-counts(ws-check-num).
           add ws-1 to ws-break-count.
           if ws-check-grade(ws-check-num) = 'S' then
               add ws-1 to ws-severe-count
           end-if.
      *
           move ws-check-grade(ws-check-num) to ws-bdl-grade.
           perform varying ws-grade-ptr from 1 by 1
             until ws-grade-ptr > 3
               if ws-grade-code(ws-grade-ptr) =
                 ws-check-grade(ws-check-num) then
                   move ws-grade-name(ws-grade-ptr) to ws-bdl-grade
               end-if
           end-perform.
           move ws-check-num to ws-bdl-check.
           move ws-check-desc(ws-check-num) to ws-bdl-desc.
           move ws-break-key to ws-bdl-key.
           write report-print-line from ws-break-detail-line.
      *
       4100-find-store.
      *
           move 'n' to ws-store-found.
           move 'n' to ws-store-found-active.
           set ws-store-srch-index to ws-1.
           search ws-store-table varying ws-store-srch-index
               at end
                   continue
               when ws-store-srch-index <= ws-store-table-count and
                 ws-store-literals(ws-store-srch-index) =
                 ws-work-store
                   move ws-is-true to ws-store-found
                   if ws-store-active(ws-store-srch-index) = 'Y' then
                       move ws-is-true to ws-store-found-active
                   end-if
           end-search.
      *
       4200-find-sku.
      *
           move 'n' to ws-sku-found.
           move 'n' to ws-sku-found-active.
           set ws-prod-srch-index to ws-1.
           search ws-prod-entry varying ws-prod-srch-index
               at end
                   continue
               when ws-prod-srch-index <= ws-prod-table-count and
                 ws-prod-sku-code(ws-prod-srch-index) = ws-work-sku
                   move ws-is-true to ws-sku-found
                   if ws-prod-active(ws-prod-srch-index) = 'Y' then
                       move ws-is-true to ws-sku-found-active
                   end-if
           end-search.
      *
       4300-find-customer.
      *
           move 'n' to ws-cust-found.
           move 'n' to ws-cust-found-active.
           set ws-cust-srch-index to ws-1.
           search ws-cust-entry varying ws-cust-srch-index
               at end
                   continue
               when ws-cust-srch-index <= ws-cust-table-count and
                 ws-cust-num(ws-cust-srch-index) = ws-work-cust
                   move ws-is-true to ws-cust-found
                   if ws-cust-active(ws-cust-srch-index) = 'Y' then
                       move ws-is-true to ws-cust-found-active
                   end-if
           end-search.
      *
      * Severe checks first, then warnings, then notices; a check
      * with no breaks is left off.
       5000-print-summary.
      *
           if ws-break-count = 0 then
               write report-print-line from ws-no-break-line
           end-if.
      *
           perform varying ws-grade-ptr from 1 by 1
             until ws-grade-ptr > 3
               perform 5100-print-grade
           end-perform.
      *
           write report-print-line from spaces.
           move "MASTER ROWS - STORES:" to ws-cl-label.
           move ws-store-table-count to ws-cl-count.
           write report-print-line from ws-count-line.
           move "MASTER ROWS - PRODUCTS:" to ws-cl-label.
           move ws-prod-table-count to ws-cl-count.
           write report-print-line from ws-count-line.
           move "MASTER ROWS - CLERKS:" to ws-cl-label.
           move ws-clerk-table-count to ws-cl-count.
           write report-print-line from ws-count-line.
           move "MASTER ROWS - CUSTOMERS:" to ws-cl-label.
           move ws-cust-table-count to ws-cl-count.
           write report-print-line from ws-count-line.
           move "TOTAL BREAKS:" to ws-cl-label.
           move ws-break-count to ws-cl-count.
           write report-print-line from ws-count-line.
      *
           write report-print-line from spaces.
           if ws-severe-count = 0 then
               move "NO SEVERE BREAKS - JOB STREAM MAY PROCEED"
                 to ws-dl-text
           else
               if ws-stop-on-severe = 'Y' then
                   move "SEVERE BREAKS FOUND - JOB STREAM STOPPED"
                     to ws-dl-text
               else
                   move
                     "SEVERE BREAKS FOUND - REPORTED ONLY PER CONTROL"
                     to ws-dl-text
               end-if
           end-if.
           write report-print-line from ws-disposition-line.
      *
       5100-print-grade.
      *
           move 0 to ws-grade-total.
           perform varying ws-array-pointer from 1 by 1
             until ws-array-pointer > ws-check-table-count
               if ws-check-grade(ws-array-pointer) =
                 ws-grade-code(ws-grade-ptr) then
                   add ws-check-counts(ws-array-pointer) to
                     ws-grade-total
               end-if
           end-perform.
      *
           write report-print-line from spaces.
           move ws-grade-name(ws-grade-ptr) to ws-gtl-grade.
           write report-print-line from ws-grade-title-line.
      *
           perform varying ws-array-pointer from 1 by 1
             until ws-array-pointer > ws-check-table-count
               if ws-check-grade(ws-array-pointer) =
                 ws-grade-code(ws-grade-ptr) and
                 ws-check-counts(ws-array-pointer) > 0 then
                   move ws-array-pointer to ws-gdl-check
                   move ws-check-desc(ws-array-pointer) to
                     ws-gdl-desc
                   move ws-check-counts(ws-array-pointer) to
                     ws-gdl-count
                   write report-print-line from ws-grade-detail-line
               end-if
           end-perform.
      *
           move ws-grade-name(ws-grade-ptr) to ws-gtt-grade.
           move ws-grade-total to ws-gtt-count.
           write report-print-line from ws-grade-total-line.
      *
       7000-close-files.
      *
           close file-180-audit-report.
      *
       end program MasterIntegrityAudit.
