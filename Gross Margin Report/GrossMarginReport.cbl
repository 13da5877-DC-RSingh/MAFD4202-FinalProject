       identification division.
       program-id. GrossMarginReport.
       author. Raje Singh.
       date-written. 2026-10-15.
      * Program Description:
      * Reports what each store made on what it sold in the batch.
      * The costed movement Inventory Processing writes is sorted
      * by store and SKU and netted per SKU - sales, exchange
      * replacements and layaway payments less returns, voids and
      * items taken back on exchange for retail, units laid away or
      * sold less units returned, voided or cancelled for cost at
      * the weighted-average cost - and each line shows retail,
      * cost, margin dollars and margin percent, with a subtotal per
      * store and a chain total.
      *
       environment division.
       input-output section.
       file-control.
      *
           select file-119-cost-of-sales
               assign
                   to
                   '../../../../datafiles/data/file-119-cost-sales.dat'
               organization is line sequential.
      *
           select file-16-product-master
               assign
                   to
                   '../../../../datafiles/data/file-16-product.dat'
               organization is line sequential.
      *
           select sort-work-file
               assign to 'SORTWK'.
      *
           select file-120-margin-report
               assign
                   to
                   '../../../../datafiles/data/file-120-margin-rpt.out'
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
       fd file-119-cost-of-sales
           data record is cost-of-sales-rec.
      *
       01 cost-of-sales-rec.
         05 cs-store-num        pic xx.
         05 cs-sku-code         pic x(15).
         05 cs-move-type        pic x.
         05 cs-quantity         pic 9(5).
         05 cs-retail-amt       pic 9(7)v99.
         05 cs-cost-amt         pic 9(7)v99.
         05 cs-run-date         pic 9(8).
         05 cs-batch-id         pic 9(6).
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
      *
       sd sort-work-file
           data record is sort-cost-rec.
      *
       01 sort-cost-rec.
         05 s-store-num         pic xx.
         05 s-sku-code          pic x(15).
         05 s-move-type         pic x.
         05 s-quantity          pic 9(5).
         05 s-retail-amt        pic 9(7)v99.
         05 s-cost-amt          pic 9(7)v99.
         05 s-run-date          pic 9(8).
         05 s-batch-id          pic 9(6).
      *
       fd file-120-margin-report
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
         05 filler             pic x(31) value
                               "GROSS MARGIN BY STORE AND SKU".
      *
       01 ws-run-stamp-line.
         05 filler             pic x(10) value "RUN DATE: ".
         05 ws-rsl-run-date    pic 9(8).
         05 filler             pic x(13) value "   BATCH ID: ".
         05 ws-rsl-batch-id    pic z(5)9.
      *
       01 ws-margin-heading.
         05 filler             pic x(7)  value "STORE".
         05 filler             pic x(16) value "SKU CODE".
         05 filler             pic x(21) value "DESCRIPTION".
         05 filler             pic x(8)  value "UNITS".
         05 filler             pic x(15) value "RETAIL".
         05 filler             pic x(15) value "COST".
         05 filler             pic x(15) value "MARGIN".
         05 filler             pic x(9)  value "MARGIN %".
      *
       01 ws-margin-detail-line.
         05 ws-mdl-store-num   pic xx.
         05 filler             pic x(5) value spaces.
         05 ws-mdl-sku-code    pic x(15).
         05 filler             pic x(1) value space.
         05 ws-mdl-sku-desc    pic x(20).
         05 filler             pic x(1) value space.
         05 ws-mdl-units       pic z(4)9-.
         05 filler             pic x(1) value space.
         05 ws-mdl-retail      pic z(8)9.99-.
         05 filler             pic x(1) value space.
         05 ws-mdl-cost        pic z(8)9.99-.
         05 filler             pic x(1) value space.
         05 ws-mdl-margin      pic z(8)9.99-.
         05 filler             pic x(2) value spaces.
         05 ws-mdl-margin-pct  pic zz9.9-.
      *
       01 ws-margin-total-line.
         05 filler             pic x(2) value spaces.
         05 ws-mtl-label       pic x(42).
         05 ws-mtl-units       pic z(4)9-.
         05 filler             pic x(1) value space.
         05 ws-mtl-retail      pic z(8)9.99-.
         05 filler             pic x(1) value space.
         05 ws-mtl-cost        pic z(8)9.99-.
         05 filler             pic x(1) value space.
         05 ws-mtl-margin      pic z(8)9.99-.
         05 filler             pic x(2) value spaces.
         05 ws-mtl-margin-pct  pic zz9.9-.
      *
       01 ws-product-table.
         05 ws-prod-entry          occurs 500 times
                                    indexed by ws-prod-index
                                    ws-prod-srch-index.
           10 ws-prod-sku-code     pic x(15).
           10 ws-prod-sku-desc     pic x(20).
       77 ws-prod-table-count      pic 9(5) value 0.
       77 ws-prod-mstr-eof         pic x value 'n'.
      *
      * Running figures for the SKU, the store and the chain; each
      * level is printed and cleared at its control break.
       01 ws-margin-accums.
         05 ws-sku-units         pic s9(7) value 0.
         05 ws-sku-retail        pic s9(9)v99 value 0.
         05 ws-sku-cost          pic s9(9)v99 value 0.
         05 ws-store-units       pic s9(7) value 0.
         05 ws-store-retail      pic s9(9)v99 value 0.
         05 ws-store-cost        pic s9(9)v99 value 0.
         05 ws-chain-units       pic s9(7) value 0.
         05 ws-chain-retail      pic s9(9)v99 value 0.
         05 ws-chain-cost        pic s9(9)v99 value 0.
      *
       77 ws-cost-raw-eof        pic x value 'n'.
       77 ws-eof-flag            pic x value 'n'.
       77 ws-is-true             pic x value 'y'.
       77 ws-1                   pic 9 value 1.
       77 ws-run-date            pic 9(8) value 0.
       77 ws-batch-id            pic 9(6) value 0.
       77 ws-day-batch-count     pic 9(2) value 0.
      *
       77 ws-cur-store-num       pic xx value spaces.
       77 ws-cur-sku-code        pic x(15) value spaces.
       77 ws-margin-amt          pic s9(9)v99 value 0.
       77 ws-margin-pct          pic s9(3)v9 value 0.
       77 ws-line-count          pic 9(5) value 0.
      *
       procedure division.
       0000-Main.
      *
           accept ws-run-date from date yyyymmdd.
           perform 1200-get-batch-id.
           perform 1000-open-files.
           perform 1100-load-product-master.
           perform 2000-print-report-headings.
           sort sort-work-file
             on ascending key s-store-num s-sku-code
             input procedure is 1150-release-cost-records
               thru 1159-exit
             output procedure is 3900-process-sorted-records
               thru 3909-exit.
           perform 5000-print-chain-total.
           perform 7000-close-files.
           goback.
      *
      * A second or later batch of the day appends its section
      * after the earlier batches' instead of destroying them.
       1000-open-files.
      *
           open input file-119-cost-of-sales.
           if ws-day-batch-count > 1 then
               open extend file-120-margin-report
           else
               open output file-120-margin-report
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
                       move pmr-sku-desc to ws-prod-sku-desc(
                           ws-prod-index)
               end-read
           end-perform.
      *
           close file-16-product-master.
      *
       1150-release-cost-records.
      *
           perform 1160-read-raw-cost-record.
           perform until ws-cost-raw-eof = ws-is-true
               if cs-batch-id = ws-batch-id then
                   move cost-of-sales-rec to sort-cost-rec
                   release sort-cost-rec
               end-if
               perform 1160-read-raw-cost-record
           end-perform.
      *
           close file-119-cost-of-sales.
      *
       1159-exit.
           exit.
      *
       1160-read-raw-cost-record.
      *
           read file-119-cost-of-sales
               at end
                   move ws-is-true to ws-cost-raw-eof.
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
           write report-print-line from ws-margin-heading.
           write report-print-line from spaces.
      *
       3000-read-file.
      *
           return sort-work-file
               at end
                   move ws-is-true to ws-eof-flag
           end-return.
      *
       3900-process-sorted-records.
      *
           perform 3000-read-file.
           if ws-eof-flag not = ws-is-true then
               move s-store-num to ws-cur-store-num
               move s-sku-code to ws-cur-sku-code
           end-if.
      *
           perform until ws-eof-flag = ws-is-true
               if s-store-num not = ws-cur-store-num then
                   perform 4100-print-sku-line
                   perform 4200-print-store-subtotal
                   move s-store-num to ws-cur-store-num
                   move s-sku-code to ws-cur-sku-code
               end-if
               if s-sku-code not = ws-cur-sku-code then
                   perform 4100-print-sku-line
                   move s-sku-code to ws-cur-sku-code
               end-if
               perform 4000-accumulate-movement
               perform 3000-read-file
           end-perform.
      *
           if ws-cur-store-num not = spaces then
               perform 4100-print-sku-line
               perform 4200-print-store-subtotal
           end-if.
      *
       3909-exit.
           exit.
      *
      * Units and cost leave on a sale, exchange replacement or
      * layaway opening and come back on a return, void, exchange
      * or layaway cancellation; retail is earned on a sale,
      * exchange replacement or layaway payment and given back on a
      * return, void or item taken back on exchange.
       4000-accumulate-movement.
      *
           evaluate s-move-type
               when 'S'
               when 'E'
                   add s-quantity to ws-sku-units
                   add s-retail-amt to ws-sku-retail
                   add s-cost-amt to ws-sku-cost
               when 'P'
                   add s-retail-amt to ws-sku-retail
               when 'L'
                   add s-quantity to ws-sku-units
                   add s-cost-amt to ws-sku-cost
               when 'C'
                   subtract s-quantity from ws-sku-units
                   subtract s-cost-amt from ws-sku-cost
               when 'R'
               when 'V'
               when 'X'
                   subtract s-quantity from ws-sku-units
                   subtract s-retail-amt from ws-sku-retail
                   subtract s-cost-amt from ws-sku-cost
           end-evaluate.
      *
       4100-print-sku-line.
      *
           add ws-1 to ws-line-count.
           move ws-cur-store-num to ws-mdl-store-num.
           move ws-cur-sku-code to ws-mdl-sku-code.
           move spaces to ws-mdl-sku-desc.
           set ws-prod-srch-index to ws-1.
           search ws-prod-entry varying ws-prod-srch-index
               at end
                   continue
               when ws-prod-srch-index <= ws-prod-table-count and
                 ws-prod-sku-code(ws-prod-srch-index) =
                 ws-cur-sku-code
                   move ws-prod-sku-desc(ws-prod-srch-index) to
                     ws-mdl-sku-desc
           end-search.
      *
           compute ws-margin-amt = ws-sku-retail - ws-sku-cost.
           perform 4300-compute-margin-pct-sku.
           move ws-sku-units to ws-mdl-units.
           move ws-sku-retail to ws-mdl-retail.
           move ws-sku-cost to ws-mdl-cost.
           move ws-margin-amt to ws-mdl-margin.
           move ws-margin-pct to ws-mdl-margin-pct.
           write report-print-line from ws-margin-detail-line.
      *
           add ws-sku-units to ws-store-units.
           add ws-sku-retail to ws-store-retail.
           add ws-sku-cost to ws-store-cost.
           move 0 to ws-sku-units.
           move 0 to ws-sku-retail.
           move 0 to ws-sku-cost.
      *
       4200-print-store-subtotal.
      *
           compute ws-margin-amt = ws-store-retail - ws-store-cost.
           move 0 to ws-margin-pct.
           if ws-store-retail not = 0 then
               compute ws-margin-pct rounded =
                 (ws-margin-amt / ws-store-retail) * 100
           end-if.
      *
           move spaces to ws-mtl-label.
           string "STORE " ws-cur-store-num " TOTAL"
             delimited by size into ws-mtl-label.
           move ws-store-units to ws-mtl-units.
           move ws-store-retail to ws-mtl-retail.
           move ws-store-cost to ws-mtl-cost.
           move ws-margin-amt to ws-mtl-margin.
           move ws-margin-pct to ws-mtl-margin-pct.
           write report-print-line from spaces.
           write report-print-line from ws-margin-total-line.
           write report-print-line from spaces.
      *
           add ws-store-units to ws-chain-units.
           add ws-store-retail to ws-chain-retail.
           add ws-store-cost to ws-chain-cost.
           move 0 to ws-store-units.
           move 0 to ws-store-retail.
           move 0 to ws-store-cost.
      *
       4300-compute-margin-pct-sku.
      *
           move 0 to ws-margin-pct.
           if ws-sku-retail not = 0 then
               compute ws-margin-pct rounded =
                 (ws-margin-amt / ws-sku-retail) * 100
           end-if.
      *
       5000-print-chain-total.
      *
           compute ws-margin-amt = ws-chain-retail - ws-chain-cost.
           move 0 to ws-margin-pct.
           if ws-chain-retail not = 0 then
               compute ws-margin-pct rounded =
                 (ws-margin-amt / ws-chain-retail) * 100
           end-if.
      *
           move "ALL STORES TOTAL" to ws-mtl-label.
           move ws-chain-units to ws-mtl-units.
           move ws-chain-retail to ws-mtl-retail.
           move ws-chain-cost to ws-mtl-cost.
           move ws-margin-amt to ws-mtl-margin.
           move ws-margin-pct to ws-mtl-margin-pct.
           write report-print-line from ws-margin-total-line.
      *
       7000-close-files.
      *
           close file-120-margin-report.
      *
       end program GrossMarginReport.
