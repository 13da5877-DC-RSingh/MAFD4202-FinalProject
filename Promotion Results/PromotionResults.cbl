       identification division.
       program-id. PromotionResults.
       author. Raje Singh.
       date-written. 2026-10-15.
      * Program Description:
      * Reports how each basket promotion on the promotion file is
      * doing: how many baskets redeemed it, the discount dollars it
      * gave away, and the lift in daily sales of its qualifying
      * SKUs over the same number of days just before it started.
      * The net figure is the extra sales the deal brought in less
      * the discount it cost, so marketing can see which deals paid
      * off.
      * Redemptions come from the file Edit writes for every
      * accepted basket keyed under a deal. Qualifying sales are
      * taken from each batch's sale records as they go by and
      * carried on the promotion results file, along with the
      * number of days each window has been measured over, so the
      * baseline is collected before the deal starts as long as the
      * deal is put on file ahead of its start date.
      *
       environment division.
       input-output section.
       file-control.
      *
           select file-143-promotion
               assign
                   to
                   '../../../../datafiles/data/file-143-promo.dat'
               organization is line sequential.
      *
           select file-144-promo-redeem
               assign
                   to
                   '../../../../datafiles/data/file-144-promo-red.dat'
               organization is line sequential.
      *
           select file-145-promo-results
               assign
                   to
                   '../../../../datafiles/data/file-145-promo-res.dat'
               organization is line sequential.
      *
           select file-05-sl-data
               assign
                   to '../../../../datafiles/data/file-05-sl-data.dat'
               organization is line sequential.
      *
           select file-146-promo-report
               assign
                   to
                   '../../../../datafiles/data/file-146-promo-rpt.out'
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
       fd file-143-promotion
           data record is promotion-rec.
      *
       01 promotion-rec.
         05 pm-promo-id         pic x(6).
         05 pm-promo-desc       pic x(20).
         05 pm-deal-type        pic x.
         05 pm-start-date       pic 9(8).
         05 pm-end-date         pic 9(8).
         05 pm-buy-qty          pic 9(3).
         05 pm-get-qty          pic 9(3).
         05 pm-get-pct-off      pic 9(3).
         05 pm-threshold-amt    pic 9(5)v99.
         05 pm-off-amt          pic 9(5)v99.
         05 pm-sku-count        pic 99.
         05 pm-sku-code         pic x(15) occurs 10 times.
      *
       fd file-144-promo-redeem
           data record is promo-redeem-rec.
      *
       01 promo-redeem-rec.
         05 rd-promo-id         pic x(6).
         05 rd-store-num        pic xx.
         05 rd-invoice-num      pic x(9).
         05 rd-trans-date       pic 9(8).
         05 rd-list-amt         pic 9(7)v99.
         05 rd-sold-amt         pic 9(7)v99.
         05 rd-discount-amt     pic 9(7)v99.
         05 rd-run-date         pic 9(8).
         05 rd-batch-id         pic 9(6).
      *
       fd file-145-promo-results
           data record is promo-results-rec.
      *
       01 promo-results-rec.
         05 pr-promo-id         pic x(6).
         05 pr-redemptions      pic 9(7).
         05 pr-discount-amt     pic 9(9)v99.
         05 pr-promo-sales      pic 9(9)v99.
         05 pr-promo-units      pic 9(7).
         05 pr-promo-days       pic 9(4).
         05 pr-promo-last-date  pic 9(8).
         05 pr-base-sales       pic 9(9)v99.
         05 pr-base-units       pic 9(7).
         05 pr-base-days        pic 9(4).
         05 pr-base-last-date   pic 9(8).
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
      *
       fd file-146-promo-report
           data record is report-print-line.
      *
       01 report-print-line    pic x(140).
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
         05 filler             pic x(25) value
                               "PROMOTION RESULTS REPORT".
      *
       01 ws-run-stamp-line.
         05 filler             pic x(10) value "RUN DATE: ".
         05 ws-rsl-run-date    pic 9(8).
         05 filler             pic x(13) value "   BATCH ID: ".
         05 ws-rsl-batch-id    pic z(5)9.
      *
       01 ws-column-heading-1.
         05 filler             pic x(67) value spaces.
         05 filler             pic x(13) value "     DISCOUNT".
         05 filler             pic x(24) value
                               "  ---- SALES / DAY ----".
         05 filler             pic x(9) value spaces.
         05 filler             pic x(14) value "    NET SALES".
      *
       01 ws-column-heading-2.
         05 filler             pic x(8)  value "PROMO".
         05 filler             pic x(21) value "DESCRIPTION".
         05 filler             pic x(6)  value "TYPE".
         05 filler             pic x(9)  value "START".
         05 filler             pic x(9)  value "END".
         05 filler             pic x(8)  value "STATUS".
         05 filler             pic x(6)  value "REDEEM".
         05 filler             pic x(13) value "      DOLLARS".
         05 filler             pic x(12) value "       PROMO".
         05 filler             pic x(12) value "    BASELINE".
         05 filler             pic x(9)  value "   LIFT %".
         05 filler             pic x(14) value "   LESS DISC".
      *
       01 ws-detail-line.
         05 ws-dl-promo-id     pic x(6).
         05 filler             pic x(2) value spaces.
         05 ws-dl-desc         pic x(20).
         05 filler             pic x value space.
         05 ws-dl-type         pic x(5).
         05 filler             pic x value space.
         05 ws-dl-start        pic 9(8).
         05 filler             pic x value space.
         05 ws-dl-end          pic 9(8).
         05 filler             pic x value space.
         05 ws-dl-status       pic x(7).
         05 filler             pic x value space.
         05 ws-dl-redeem       pic z(5)9.
         05 ws-dl-discount     pic z(9)9.99.
         05 ws-dl-promo-avg    pic z(8)9.99.
         05 ws-dl-base-avg     pic z(8)9.99.
         05 ws-dl-lift-pct     pic -(6)9.9.
         05 ws-dl-net          pic -(10)9.99.
      *
       01 ws-no-baseline-line.
         05 filler             pic x(8) value spaces.
         05 filler             pic x(50) value
               "*** NO BASELINE SALES MEASURED BEFORE THE START".
      *
       01 ws-total-line.
         05 filler             pic x(35) value
                               "TOTAL REDEMPTIONS / DISCOUNT $:   ".
         05 ws-tl-redeem       pic z(6)9.
         05 filler             pic x(3) value spaces.
         05 ws-tl-discount     pic z(9)9.99.
      *
       01 ws-batch-line.
         05 filler             pic x(35) value
                               "REDEMPTIONS POSTED THIS BATCH:     ".
         05 ws-bl-redeem       pic z(6)9.
      *
      * One entry per promotion on file, with its carried results.
      * A results row whose promotion has since been taken off the
      * promotion file is carried along unprinted.
       01 ws-promo-table.
         05 ws-pm-entry          occurs 200 times
                                  indexed by ws-pm-index
                                  ws-pm-srch-index.
           10 ws-pm-promo-id     pic x(6).
           10 ws-pm-on-file      pic x.
           10 ws-pm-desc         pic x(20).
           10 ws-pm-deal-type    pic x.
           10 ws-pm-start-date   pic 9(8).
           10 ws-pm-end-date     pic 9(8).
           10 ws-pm-base-start   pic 9(8).
           10 ws-pm-base-end     pic 9(8).
           10 ws-pm-sku-count    pic 99.
           10 ws-pm-sku-code     pic x(15) occurs 10 times.
           10 ws-pm-redemptions  pic 9(7).
           10 ws-pm-discount-amt pic 9(9)v99.
           10 ws-pm-promo-sales  pic 9(9)v99.
           10 ws-pm-promo-units  pic 9(7).
           10 ws-pm-promo-days   pic 9(4).
           10 ws-pm-promo-last   pic 9(8).
           10 ws-pm-base-sales   pic 9(9)v99.
           10 ws-pm-base-units   pic 9(7).
           10 ws-pm-base-days    pic 9(4).
           10 ws-pm-base-last    pic 9(8).
       77 ws-pm-table-count      pic 9(3) value 0.
       77 ws-pm-found-ptr        pic 9(3) value 0.
       77 ws-pm-ptr              pic 9(3) value 0.
       77 ws-pm-sku-ptr          pic 99 value 0.
       77 ws-pm-qualifies        pic x value 'n'.
      *
       77 ws-pm-mstr-eof         pic x value 'n'.
       77 ws-pr-mstr-eof         pic x value 'n'.
       77 ws-rd-eof              pic x value 'n'.
       77 ws-sl-eof              pic x value 'n'.
       77 ws-is-true             pic x value 'y'.
       77 ws-is-false            pic x value 'n'.
       77 ws-1                   pic 9 value 1.
       77 ws-run-date            pic 9(8) value 0.
       77 ws-batch-id            pic 9(6) value 0.
       77 ws-day-batch-count     pic 9(2) value 0.
      *
       77 ws-start-int           pic s9(8) comp value 0.
       77 ws-end-int             pic s9(8) comp value 0.
       77 ws-base-int            pic s9(8) comp value 0.
       77 ws-promo-avg           pic 9(9)v99 value 0.
       77 ws-base-avg            pic 9(9)v99 value 0.
       77 ws-lift-pct            pic s9(6)v9 value 0.
       77 ws-net-amt             pic s9(10)v99 value 0.
       77 ws-tot-redeem          pic 9(7) value 0.
       77 ws-tot-discount        pic 9(10)v99 value 0.
       77 ws-batch-redeem        pic 9(7) value 0.
      *
       procedure division.
       0000-Main.
      *
           accept ws-run-date from date yyyymmdd.
           perform 1200-get-batch-id.
           perform 1000-open-files.
           perform 1100-load-promotions.
           perform 1300-load-promo-results.
           perform 1400-count-measured-days.
           perform 2000-print-report-headings.
           perform 3000-post-redemptions.
           perform 3500-post-qualifying-sales.
           perform 4000-print-promotions.
           perform 5000-print-totals.
           perform 6000-save-promo-results.
           perform 7000-close-files.
           goback.
      *
       1000-open-files.
      *
           open input file-144-promo-redeem, file-05-sl-data.
           if ws-day-batch-count > 1 then
               open extend file-146-promo-report
           else
               open output file-146-promo-report
           end-if.
      *
      * The baseline window is the same number of days as the deal,
      * ending the day before it starts.
       1100-load-promotions.
      *
           open input file-143-promotion.
      *
           perform until ws-pm-mstr-eof = ws-is-true
               read file-143-promotion
                   at end
                       move ws-is-true to ws-pm-mstr-eof
                   not at end
                       if ws-pm-table-count < 200 then
                           add ws-1 to ws-pm-table-count
                           set ws-pm-index to ws-pm-table-count
                           perform 1110-copy-promotion
                       end-if
               end-read
           end-perform.
      *
           close file-143-promotion.
      *
       1110-copy-promotion.
      *
           move pm-promo-id to ws-pm-promo-id(ws-pm-index).
           move ws-is-true to ws-pm-on-file(ws-pm-index).
           move pm-promo-desc to ws-pm-desc(ws-pm-index).
           move pm-deal-type to ws-pm-deal-type(ws-pm-index).
           move pm-start-date to ws-pm-start-date(ws-pm-index).
           move pm-end-date to ws-pm-end-date(ws-pm-index).
           move pm-sku-count to ws-pm-sku-count(ws-pm-index).
           perform varying ws-pm-sku-ptr from ws-1 by ws-1
             until (ws-pm-sku-ptr > 10)
               move pm-sku-code(ws-pm-sku-ptr) to ws-pm-sku-code(
                   ws-pm-index, ws-pm-sku-ptr)
           end-perform.
      *
           compute ws-start-int =
             function integer-of-date(pm-start-date).
           compute ws-end-int =
             function integer-of-date(pm-end-date).
           compute ws-base-int = ws-start-int -
             (ws-end-int - ws-start-int + 1).
           compute ws-pm-base-start(ws-pm-index) =
             function date-of-integer(ws-base-int).
           compute ws-base-int = ws-start-int - 1.
           compute ws-pm-base-end(ws-pm-index) =
             function date-of-integer(ws-base-int).
      *
           move 0 to ws-pm-redemptions(ws-pm-index).
           move 0 to ws-pm-discount-amt(ws-pm-index).
           move 0 to ws-pm-promo-sales(ws-pm-index).
           move 0 to ws-pm-promo-units(ws-pm-index).
           move 0 to ws-pm-promo-days(ws-pm-index).
           move 0 to ws-pm-promo-last(ws-pm-index).
           move 0 to ws-pm-base-sales(ws-pm-index).
           move 0 to ws-pm-base-units(ws-pm-index).
           move 0 to ws-pm-base-days(ws-pm-index).
           move 0 to ws-pm-base-last(ws-pm-index).
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
       1300-load-promo-results.
      *
           open input file-145-promo-results.
      *
           perform until ws-pr-mstr-eof = ws-is-true
               read file-145-promo-results
                   at end
                       move ws-is-true to ws-pr-mstr-eof
                   not at end
                       perform 1310-apply-results-record
               end-read
           end-perform.
      *
           close file-145-promo-results.
      *
       1310-apply-results-record.
      *
           perform 8000-find-promotion-by-results.
           if ws-pm-found-ptr = 0 then
               if ws-pm-table-count < 200 then
                   add ws-1 to ws-pm-table-count
                   move ws-pm-table-count to ws-pm-found-ptr
                   move pr-promo-id to ws-pm-promo-id(ws-pm-found-ptr)
                   move ws-is-false to ws-pm-on-file(ws-pm-found-ptr)
               else
                   exit paragraph
               end-if
           end-if.
      *
           move pr-redemptions to ws-pm-redemptions(ws-pm-found-ptr).
           move pr-discount-amt to ws-pm-discount-amt(
               ws-pm-found-ptr).
           move pr-promo-sales to ws-pm-promo-sales(ws-pm-found-ptr).
           move pr-promo-units to ws-pm-promo-units(ws-pm-found-ptr).
           move pr-promo-days to ws-pm-promo-days(ws-pm-found-ptr).
           move pr-promo-last-date to ws-pm-promo-last(
               ws-pm-found-ptr).
           move pr-base-sales to ws-pm-base-sales(ws-pm-found-ptr).
           move pr-base-units to ws-pm-base-units(ws-pm-found-ptr).
           move pr-base-days to ws-pm-base-days(ws-pm-found-ptr).
           move pr-base-last-date to ws-pm-base-last(
               ws-pm-found-ptr).
      *
      * A day is counted once into whichever window it falls in, on
      * the first batch of that day; the daily averages divide by
      * these counts.
       1400-count-measured-days.
      *
           perform varying ws-pm-ptr from ws-1 by ws-1
             until (ws-pm-ptr > ws-pm-table-count)
               if ws-pm-on-file(ws-pm-ptr) = ws-is-true then
                   if ws-run-date not < ws-pm-base-start(ws-pm-ptr)
                     and ws-run-date not > ws-pm-base-end(ws-pm-ptr)
                     and ws-pm-base-last(ws-pm-ptr) not = ws-run-date
                       add ws-1 to ws-pm-base-days(ws-pm-ptr)
                       move ws-run-date to ws-pm-base-last(ws-pm-ptr)
                   end-if
                   if ws-run-date not < ws-pm-start-date(ws-pm-ptr)
                     and ws-run-date not > ws-pm-end-date(ws-pm-ptr)
                     and ws-pm-promo-last(ws-pm-ptr) not = ws-run-date
                       add ws-1 to ws-pm-promo-days(ws-pm-ptr)
                       move ws-run-date to ws-pm-promo-last(ws-pm-ptr)
                   end-if
               end-if
           end-perform.
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
           write report-print-line from ws-column-heading-1.
           write report-print-line from ws-column-heading-2.
           write report-print-line from spaces.
      *
      * Only this batch's redemptions are posted; the file holds the
      * whole day's.
       3000-post-redemptions.
      *
           perform until ws-rd-eof = ws-is-true
               read file-144-promo-redeem
                   at end
                       move ws-is-true to ws-rd-eof
                   not at end
                       if rd-batch-id = ws-batch-id then
                           perform 3010-post-one-redemption
                       end-if
               end-read
           end-perform.
      *
       3010-post-one-redemption.
      *
           move 0 to ws-pm-found-ptr.
           set ws-pm-srch-index to ws-1.
           search ws-pm-entry varying ws-pm-srch-index
               at end
                   continue
               when ws-pm-srch-index <= ws-pm-table-count and
                 ws-pm-promo-id(ws-pm-srch-index) = rd-promo-id
                   set ws-pm-found-ptr to ws-pm-srch-index
           end-search.
      *
           if ws-pm-found-ptr > 0 then
               add ws-1 to ws-pm-redemptions(ws-pm-found-ptr)
               add rd-discount-amt to ws-pm-discount-amt(
                   ws-pm-found-ptr)
               add ws-1 to ws-batch-redeem
           end-if.
      *
      * Each of this batch's sales of a qualifying SKU counts toward
      * the baseline or the deal window it was rung in.
       3500-post-qualifying-sales.
      *
           perform until ws-sl-eof = ws-is-true
               read file-05-sl-data
                   at end
                       move ws-is-true to ws-sl-eof
                   not at end
                       if in-sl-batch-id = ws-batch-id and
                         in-sl-trans-code = 'S' then
                           perform 3510-post-one-sale
                       end-if
               end-read
           end-perform.
      *
       3510-post-one-sale.
      *
           perform varying ws-pm-ptr from ws-1 by ws-1
             until (ws-pm-ptr > ws-pm-table-count)
               if ws-pm-on-file(ws-pm-ptr) = ws-is-true then
                   perform 3520-check-qualifying-sku
                   if ws-pm-qualifies = ws-is-true then
                       perform 3530-post-sale-to-window
                   end-if
               end-if
           end-perform.
      *
      * A deal listing no SKUs covers every SKU.
       3520-check-qualifying-sku.
      *
           move ws-is-false to ws-pm-qualifies.
           if ws-pm-sku-count(ws-pm-ptr) = 0 then
               move ws-is-true to ws-pm-qualifies
           end-if.
           perform varying ws-pm-sku-ptr from ws-1 by ws-1
             until (ws-pm-sku-ptr > ws-pm-sku-count(ws-pm-ptr)) or
             (ws-pm-sku-ptr > 10)
               if ws-pm-sku-code(ws-pm-ptr, ws-pm-sku-ptr) =
                 in-sl-sku-code then
                   move ws-is-true to ws-pm-qualifies
               end-if
           end-perform.
      *
       3530-post-sale-to-window.
      *
           if in-sl-trans-date not < ws-pm-base-start(ws-pm-ptr) and
             in-sl-trans-date not > ws-pm-base-end(ws-pm-ptr) then
               add in-sl-trans-amt to ws-pm-base-sales(ws-pm-ptr)
               add in-sl-quantity to ws-pm-base-units(ws-pm-ptr)
           end-if.
      *
           if in-sl-trans-date not < ws-pm-start-date(ws-pm-ptr) and
             in-sl-trans-date not > ws-pm-end-date(ws-pm-ptr) then
               add in-sl-trans-amt to ws-pm-promo-sales(ws-pm-ptr)
               add in-sl-quantity to ws-pm-promo-units(ws-pm-ptr)
           end-if.
      *
       4000-print-promotions.
      *
           perform varying ws-pm-ptr from ws-1 by ws-1
             until (ws-pm-ptr > ws-pm-table-count)
               if ws-pm-on-file(ws-pm-ptr) = ws-is-true then
                   perform 4100-print-one-promotion
               end-if
           end-perform.
      *
      * Lift is the deal's average daily sales of its qualifying
      * SKUs against the baseline's; the net is that extra daily
      * sales over the days measured, less the discount given.
       4100-print-one-promotion.
      *
           move 0 to ws-promo-avg.
           move 0 to ws-base-avg.
           move 0 to ws-lift-pct.
           move 0 to ws-net-amt.
      *
           if ws-pm-promo-days(ws-pm-ptr) > 0 then
               compute ws-promo-avg rounded =
                 ws-pm-promo-sales(ws-pm-ptr) /
                 ws-pm-promo-days(ws-pm-ptr)
           end-if.
           if ws-pm-base-days(ws-pm-ptr) > 0 then
               compute ws-base-avg rounded =
                 ws-pm-base-sales(ws-pm-ptr) /
                 ws-pm-base-days(ws-pm-ptr)
           end-if.
           if ws-base-avg > 0 then
               compute ws-lift-pct rounded =
                 (ws-promo-avg - ws-base-avg) * 100 / ws-base-avg
                   on size error
                       move 0 to ws-lift-pct
               end-compute
               compute ws-net-amt =
                 ((ws-promo-avg - ws-base-avg) *
                 ws-pm-promo-days(ws-pm-ptr)) -
                 ws-pm-discount-amt(ws-pm-ptr)
           else
               compute ws-net-amt = 0 - ws-pm-discount-amt(ws-pm-ptr)
           end-if.
      *
           move ws-pm-promo-id(ws-pm-ptr) to ws-dl-promo-id.
           move ws-pm-desc(ws-pm-ptr) to ws-dl-desc.
           evaluate ws-pm-deal-type(ws-pm-ptr)
               when 'M'
                   move "MIX" to ws-dl-type
               when 'T'
                   move "THRSH" to ws-dl-type
               when other
                   move "?" to ws-dl-type
           end-evaluate.
           move ws-pm-start-date(ws-pm-ptr) to ws-dl-start.
           move ws-pm-end-date(ws-pm-ptr) to ws-dl-end.
           evaluate true
               when ws-run-date < ws-pm-start-date(ws-pm-ptr)
                   move "PENDING" to ws-dl-status
               when ws-run-date > ws-pm-end-date(ws-pm-ptr)
                   move "ENDED" to ws-dl-status
               when other
                   move "ACTIVE" to ws-dl-status
           end-evaluate.
           move ws-pm-redemptions(ws-pm-ptr) to ws-dl-redeem.
           move ws-pm-discount-amt(ws-pm-ptr) to ws-dl-discount.
           move ws-promo-avg to ws-dl-promo-avg.
           move ws-base-avg to ws-dl-base-avg.
           move ws-lift-pct to ws-dl-lift-pct.
           move ws-net-amt to ws-dl-net.
           write report-print-line from ws-detail-line.
      *
           if ws-pm-base-days(ws-pm-ptr) = 0 and
             ws-run-date not < ws-pm-start-date(ws-pm-ptr) then
               write report-print-line from ws-no-baseline-line
           end-if.
      *
           add ws-pm-redemptions(ws-pm-ptr) to ws-tot-redeem.
           add ws-pm-discount-amt(ws-pm-ptr) to ws-tot-discount.
      *
       5000-print-totals.
      *
           write report-print-line from spaces.
           move ws-tot-redeem to ws-tl-redeem.
           move ws-tot-discount to ws-tl-discount.
           write report-print-line from ws-total-line.
           move ws-batch-redeem to ws-bl-redeem.
           write report-print-line from ws-batch-line.
      *
       6000-save-promo-results.
      *
           open output file-145-promo-results.
      *
           perform varying ws-pm-ptr from ws-1 by ws-1
             until (ws-pm-ptr > ws-pm-table-count)
               move ws-pm-promo-id(ws-pm-ptr) to pr-promo-id
               move ws-pm-redemptions(ws-pm-ptr) to pr-redemptions
               move ws-pm-discount-amt(ws-pm-ptr) to pr-discount-amt
               move ws-pm-promo-sales(ws-pm-ptr) to pr-promo-sales
               move ws-pm-promo-units(ws-pm-ptr) to pr-promo-units
               move ws-pm-promo-days(ws-pm-ptr) to pr-promo-days
               move ws-pm-promo-last(ws-pm-ptr) to pr-promo-last-date
               move ws-pm-base-sales(ws-pm-ptr) to pr-base-sales
               move ws-pm-base-units(ws-pm-ptr) to pr-base-units
               move ws-pm-base-days(ws-pm-ptr) to pr-base-days
               move ws-pm-base-last(ws-pm-ptr) to pr-base-last-date
               write promo-results-rec
           end-perform.
      *
           close file-145-promo-results.
      *
       7000-close-files.
      *
           close file-144-promo-redeem, file-05-sl-data,
             file-146-promo-report.
      *
       8000-find-promotion-by-results.
      *
           move 0 to ws-pm-found-ptr.
           set ws-pm-srch-index to ws-1.
           search ws-pm-entry varying ws-pm-srch-index
               at end
                   continue
               when ws-pm-srch-index <= ws-pm-table-count and
                 ws-pm-promo-id(ws-pm-srch-index) = pr-promo-id
                   set ws-pm-found-ptr to ws-pm-srch-index
           end-search.
      *
       end program PromotionResults.
