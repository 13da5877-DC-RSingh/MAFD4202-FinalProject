       identification division.
       program-id. ExchangeSummary.
       author. Raje Singh.
       date-written. 2026-10-15.
      * Program Description:
      * Summarizes the batch's even exchanges by store and SKU. A
      * size or colour swap takes one item back and gives out its
      * replacement under one invoice, and only the price difference
      * changes hands, so exchanges stay out of the sale and return
      * figures and are reported here instead. The exchange file
      * Data Split and Count writes is sorted by store and SKU and
      * each SKU line shows the units and value taken back, the
      * units and value given out, and the net difference settled
      * on the tender, with a subtotal per store and a chain total.
      * The batch's exchange lines are also written as a control
      * total so they can be tied back to the split.
      *
       environment division.
       input-output section.
       file-control.
      *
           select file-184-exchanges
               assign
                   to
                   '../../../../datafiles/data/file-184-exchange.dat'
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
           select file-185-exchange-report
               assign
                   to
                   '../../../../datafiles/data/file-185-exch-rpt.out'
               organization is line sequential.
      *
           select file-20-control-totals
               assign
                   to
                   '../../../../datafiles/data/file-20-ctl-tot.dat'
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
       fd file-184-exchanges
           data record is exchange-rec.
      *
       01 exchange-rec.
         05 ex-trans-code      pic x.
         05 ex-trans-amt       pic 9(5)V99.
         05 ex-pay-type        pic XX.
         05 ex-store-num       pic XX.
         05 ex-invoice-num     pic X(9).
         05 ex-sku-code        pic X(15).
         05 ex-cashier-id      pic X(4).
         05 ex-quantity        pic 9(3).
         05 ex-card-num        pic X(12).
         05 ex-cust-num        pic X(8).
         05 ex-trans-date      pic 9(8).
         05 ex-batch-id        pic 9(6).
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
           data record is sort-exchange-rec.
      *
       01 sort-exchange-rec.
         05 s-store-num         pic xx.
         05 s-sku-code          pic x(15).
         05 s-trans-code        pic x.
           88 s-is-taken-back  value 'X'.
         05 s-quantity          pic 9(3).
         05 s-trans-amt         pic 9(5)v99.
      *
       fd file-185-exchange-report
           data record is report-print-line.
      *
       01 report-print-line    pic x(120).
      *
       fd file-20-control-totals
           data record is control-total-rec.
      *
       01 control-total-rec.
         05 ctl-tag             pic x(10).
         05 ctl-rec-count       pic 9(8).
         05 ctl-amount          pic 9(10)v99.
         05 ctl-run-date        pic 9(8).
         05 ctl-batch-id        pic 9(6).
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
         05 filler             pic x(33) value
                               "EXCHANGE SUMMARY BY STORE AND SKU".
      *
       01 ws-run-stamp-line.
         05 filler             pic x(10) value "RUN DATE: ".
         05 ws-rsl-run-date    pic 9(8).
         05 filler             pic x(13) value "   BATCH ID: ".
         05 ws-rsl-batch-id    pic z(5)9.
      *
       01 ws-exchange-heading.
         05 filler             pic x(7)  value "STORE".
         05 filler             pic x(16) value "SKU CODE".
         05 filler             pic x(21) value "DESCRIPTION".
         05 filler             pic x(8)  value "  BACK".
         05 filler             pic x(15) value "   VALUE BACK".
         05 filler             pic x(8)  value "   OUT".
         05 filler             pic x(14) value "   VALUE OUT".
         05 filler             pic x(15) value "   DIFFERENCE".
      *
       01 ws-exchange-detail-line.
         05 ws-xdl-store-num   pic xx.
         05 filler             pic x(5) value spaces.
         05 ws-xdl-sku-code    pic x(15).
         05 filler             pic x(1) value space.
         05 ws-xdl-sku-desc    pic x(20).
         05 filler             pic x(1) value space.
         05 ws-xdl-units-back  pic z(5)9.
         05 filler             pic x(2) value spaces.
         05 ws-xdl-value-back  pic z(8)9.99.
         05 filler             pic x(3) value spaces.
         05 ws-xdl-units-out   pic z(5)9.
         05 filler             pic x(2) value spaces.
         05 ws-xdl-value-out   pic z(8)9.99.
         05 filler             pic x(2) value spaces.
         05 ws-xdl-difference  pic z(8)9.99-.
      *
       01 ws-exchange-total-line.
         05 filler             pic x(2) value spaces.
         05 ws-xtl-label       pic x(42).
         05 ws-xtl-units-back  pic z(5)9.
         05 filler             pic x(2) value spaces.
         05 ws-xtl-value-back  pic z(8)9.99.
         05 filler             pic x(3) value spaces.
         05 ws-xtl-units-out   pic z(5)9.
         05 filler             pic x(2) value spaces.
         05 ws-xtl-value-out   pic z(8)9.99.
         05 filler             pic x(2) value spaces.
         05 ws-xtl-difference  pic z(8)9.99-.
      *
       01 ws-exchange-count-line.
         05 filler             pic x(2) value spaces.
         05 filler             pic x(28) value
                               "EXCHANGES IN THIS BATCH:    ".
         05 ws-xcl-count       pic z(6)9.
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
       01 ws-exchange-accums.
         05 ws-sku-units-back    pic 9(7) value 0.
         05 ws-sku-value-back    pic 9(9)v99 value 0.
         05 ws-sku-units-out     pic 9(7) value 0.
         05 ws-sku-value-out     pic 9(9)v99 value 0.
         05 ws-store-units-back  pic 9(7) value 0.
         05 ws-store-value-back  pic 9(9)v99 value 0.
         05 ws-store-units-out   pic 9(7) value 0.
         05 ws-store-value-out   pic 9(9)v99 value 0.
         05 ws-chain-units-back  pic 9(7) value 0.
         05 ws-chain-value-back  pic 9(9)v99 value 0.
         05 ws-chain-units-out   pic 9(7) value 0.
         05 ws-chain-value-out   pic 9(9)v99 value 0.
      *
       77 ws-exch-raw-eof        pic x value 'n'.
       77 ws-eof-flag            pic x value 'n'.
       77 ws-is-true             pic x value 'y'.
       77 ws-1                   pic 9 value 1.
       77 ws-run-date            pic 9(8) value 0.
       77 ws-batch-id            pic 9(6) value 0.
       77 ws-day-batch-count     pic 9(2) value 0.
      *
       77 ws-cur-store-num       pic xx value spaces.
       77 ws-cur-sku-code        pic x(15) value spaces.
       77 ws-difference-amt      pic s9(9)v99 value 0.
       77 ws-exchange-count      pic 9(7) value 0.
       77 ws-line-count          pic 9(8) value 0.
       77 ws-line-amt            pic 9(10)v99 value 0.
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
             input procedure is 1150-release-exchange-records
               thru 1159-exit
             output procedure is 3900-process-sorted-records
               thru 3909-exit.
           perform 5000-print-chain-total.
           perform 6900-write-control-total.
           perform 7000-close-files.
           goback.
      *
      * A second or later batch of the day appends its section
      * after the earlier batches' instead of destroying them.
       1000-open-files.
      *
           open input file-184-exchanges.
           if ws-day-batch-count > 1 then
               open extend file-185-exchange-report
           else
               open output file-185-exchange-report
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
      * Every exchange line of the batch is counted for the control
      * total as it is released; an exchange is counted once, by the
      * line that takes its item back.
       1150-release-exchange-records.
      *
           perform 1160-read-raw-exchange.
           perform until ws-exch-raw-eof = ws-is-true
               if ex-batch-id = ws-batch-id then
                   add ws-1 to ws-line-count
                   add ex-trans-amt to ws-line-amt
                   if ex-trans-code = 'X' then
                       add ws-1 to ws-exchange-count
                   end-if
                   move ex-store-num to s-store-num
                   move ex-sku-code to s-sku-code
                   move ex-trans-code to s-trans-code
                   move ex-quantity to s-quantity
                   move ex-trans-amt to s-trans-amt
                   release sort-exchange-rec
               end-if
               perform 1160-read-raw-exchange
           end-perform.
      *
           close file-184-exchanges.
      *
       1159-exit.
           exit.
      *
       1160-read-raw-exchange.
      *
           read file-184-exchanges
               at end
                   move ws-is-true to ws-exch-raw-eof.
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
           write report-print-line from ws-exchange-heading.
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
               perform 4000-accumulate-exchange
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
       4000-accumulate-exchange.
      *
           if s-is-taken-back then
               add s-quantity to ws-sku-units-back
               add s-trans-amt to ws-sku-value-back
           else
               add s-quantity to ws-sku-units-out
               add s-trans-amt to ws-sku-value-out
           end-if.
      *
       4100-print-sku-line.
      *
           move ws-cur-store-num to ws-xdl-store-num.
           move ws-cur-sku-code to ws-xdl-sku-code.
           move spaces to ws-xdl-sku-desc.
           set ws-prod-srch-index to ws-1.
           search ws-prod-entry varying ws-prod-srch-index
               at end
                   continue
               when ws-prod-srch-index <= ws-prod-table-count and
                 ws-prod-sku-code(ws-prod-srch-index) =
                 ws-cur-sku-code
                   move ws-prod-sku-desc(ws-prod-srch-index) to
                     ws-xdl-sku-desc
           end-search.
      *
           compute ws-difference-amt = ws-sku-value-out -
             ws-sku-value-back.
           move ws-sku-units-back to ws-xdl-units-back.
           move ws-sku-value-back to ws-xdl-value-back.
           move ws-sku-units-out to ws-xdl-units-out.
           move ws-sku-value-out to ws-xdl-value-out.
           move ws-difference-amt to ws-xdl-difference.
           write report-print-line from ws-exchange-detail-line.
      *
           add ws-sku-units-back to ws-store-units-back.
           add ws-sku-value-back to ws-store-value-back.
           add ws-sku-units-out to ws-store-units-out.
           add ws-sku-value-out to ws-store-value-out.
           move 0 to ws-sku-units-back.
           move 0 to ws-sku-value-back.
           move 0 to ws-sku-units-out.
           move 0 to ws-sku-value-out.
      *
       4200-print-store-subtotal.
      *
           compute ws-difference-amt = ws-store-value-out -
             ws-store-value-back.
           move spaces to ws-xtl-label.
           string "STORE " ws-cur-store-num " TOTAL"
             delimited by size into ws-xtl-label.
           move ws-store-units-back to ws-xtl-units-back.
           move ws-store-value-back to ws-xtl-value-back.
           move ws-store-units-out to ws-xtl-units-out.
           move ws-store-value-out to ws-xtl-value-out.
           move ws-difference-amt to ws-xtl-difference.
           write report-print-line from spaces.
           write report-print-line from ws-exchange-total-line.
           write report-print-line from spaces.
      *
           add ws-store-units-back to ws-chain-units-back.
           add ws-store-value-back to ws-chain-value-back.
           add ws-store-units-out to ws-chain-units-out.
           add ws-store-value-out to ws-chain-value-out.
           move 0 to ws-store-units-back.
           move 0 to ws-store-value-back.
           move 0 to ws-store-units-out.
           move 0 to ws-store-value-out.
      *
       5000-print-chain-total.
      *
           compute ws-difference-amt = ws-chain-value-out -
             ws-chain-value-back.
           move "ALL STORES TOTAL" to ws-xtl-label.
           move ws-chain-units-back to ws-xtl-units-back.
           move ws-chain-value-back to ws-xtl-value-back.
           move ws-chain-units-out to ws-xtl-units-out.
           move ws-chain-value-out to ws-xtl-value-out.
           move ws-difference-amt to ws-xtl-difference.
           write report-print-line from ws-exchange-total-line.
           write report-print-line from spaces.
           move ws-exchange-count to ws-xcl-count.
           write report-print-line from ws-exchange-count-line.
      *
      * Both lines of every exchange, as Data Split and Count passed
      * them on, so the reconciliation can tie the two together.
       6900-write-control-total.
      *
           open extend file-20-control-totals.
      *
           move "EXCHANGE"         to ctl-tag.
           move ws-line-count      to ctl-rec-count.
           move ws-line-amt        to ctl-amount.
           move ws-run-date        to ctl-run-date.
           move ws-batch-id        to ctl-batch-id.
           write control-total-rec.
      *
           close file-20-control-totals.
      *
       7000-close-files.
      *
           close file-185-exchange-report.
      *
       end program ExchangeSummary.
