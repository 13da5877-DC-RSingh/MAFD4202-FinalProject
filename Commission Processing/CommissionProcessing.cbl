       identification division.
       program-id. CommissionProcessing.
       author. Raje Singh.
       date-written. 2026-10-15.
      * Program Description:
      * Pays sales commission on each clerk's net sales. Every sale
      * on file-05 earns commission for the clerk who rang it under
      * the commission plan on file-125 - the clerk's own plan if
      * there is one, otherwise the selling store's. A plan gives a
      * base rate and up to two tier thresholds with their own rates
      * (applied to the clerk's pay-period commissionable sales as
      * they cross each threshold), and lists the file-76 discount
      * reasons that cut how much of a discounted sale counts.
      * Commission paid is kept by invoice on the commission ledger,
      * so a return or void of that invoice claws the commission back
      * from the clerk who earned it, whoever rings the return. A
      * price adjustment (file-182) refunds part of a sale and is
      * clawed back the same way, and so is an exchange (file-184)
      * whose returned item is credited at more than its replacement
      * - only the net refund of the pair counts.
      * Tonight's activity is reported; when the pay period closes
      * the period totals go to payroll on the payroll interface
      * file and each clerk on file-33 gets a commission statement.
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
           select file-182-price-adjustments
               assign
                   to
                   '../../../../datafiles/data/file-182-price-adj.dat'
               organization is line sequential.
      *
           select file-184-exchanges
               assign
                   to
                   '../../../../datafiles/data/file-184-exchange.dat'
               organization is line sequential.
      *
           select file-33-clerk-master
               assign
                   to
                   '../../../../datafiles/data/file-33-clerk-master.dat'
               organization is line sequential.
      *
      * One plan row per clerk or per store.
           select file-125-comm-plan
               assign
                   to
                   '../../../../datafiles/data/file-125-comm-plan.dat'
               organization is line sequential.
      *
      * Commission paid per invoice and clerk, kept for the
      * clawback window so a later return finds what was paid.
           select file-126-comm-ledger
               assign
                   to
                   '../../../../datafiles/data/file-126-comm-ledger.dat'
               organization is line sequential.
      *
      * Pay-period-to-date totals per clerk.
           select file-127-comm-ptd
               assign
                   to
                   '../../../../datafiles/data/file-127-comm-ptd.dat'
               organization is line sequential.
      *
      * The open pay period, its length and the clawback window.
           select file-128-comm-period
               assign
                   to
                   '../../../../datafiles/data/file-128-comm-period.dat'
               organization is line sequential.
      *
           select file-129-payroll-comm
               assign
                   to
                   '../../../../datafiles/data/file-129-pay-comm.dat'
               organization is line sequential.
      *
           select file-130-comm-statement
               assign
                   to
                   '../../../../datafiles/data/file-130-comm-stmt.out'
               organization is line sequential.
      *
           select file-131-comm-report
               assign
                   to
                   '../../../../datafiles/data/file-131-comm-rpt.out'
               organization is line sequential.
      *
      * Every clawback taken in the open pay period, for the
      * statements; emptied when the period closes.
           select file-132-comm-clawback
               assign
                   to
                   '../../../../datafiles/data/file-132-comm-clawbk.dat'
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
      *
       fd file-182-price-adjustments
           data record is in-price-adj-data.
      *
       01 in-price-adj-data.
         05 in-pa-trans-code   pic x.
         05 in-pa-trans-amt    pic 9(5)V99.
         05 in-pa-pay-type     pic XX.
         05 in-pa-store-num    pic XX.
         05 in-pa-invoice-num  pic X(9).
         05 in-pa-sku-code     pic X(15).
         05 in-pa-cashier-id   pic X(4).
         05 in-pa-quantity     pic 9(3).
         05 in-pa-card-num     pic X(12).
         05 in-pa-cust-num     pic X(8).
         05 in-pa-trans-date   pic 9(8).
         05 in-pa-batch-id     pic 9(6).
         05 in-pa-adj-reason   pic xx.
      *
      * Code 'X' is the item coming back, 'E' its replacement.
       fd file-184-exchanges
           data record is in-exchange-data.
      *
       01 in-exchange-data.
         05 in-ex-trans-code   pic x.
           88 in-ex-return     value 'X'.
         05 in-ex-trans-amt    pic 9(5)V99.
         05 in-ex-pay-type     pic XX.
         05 in-ex-store-num    pic XX.
         05 in-ex-invoice-num  pic X(9).
         05 in-ex-sku-code     pic X(15).
         05 in-ex-cashier-id   pic X(4).
         05 in-ex-quantity     pic 9(3).
         05 in-ex-card-num     pic X(12).
         05 in-ex-cust-num     pic X(8).
         05 in-ex-trans-date   pic 9(8).
         05 in-ex-batch-id     pic 9(6).
      *
       fd file-33-clerk-master
           data record is clerk-master-rec.
      *
       01 clerk-master-rec.
         05 ckm-clerk-id        pic x(4).
         05 ckm-clerk-name      pic x(20).
         05 ckm-clerk-active    pic x.
      *
      * Plan type 'C' is keyed by clerk id, 'S' by store number (in
      * the first two bytes of the key). Rates are fractions (0.0250
      * is 2.5%). Sales above tier 1 earn the tier 1 rate and above
      * tier 2 the tier 2 rate; a zero threshold means no tier. A
      * sale keyed with one of the listed discount reasons counts
      * at the reduced percentage of its amount.
       fd file-125-comm-plan
           data record is comm-plan-rec.
      *
       01 comm-plan-rec.
         05 cp-plan-type        pic x.
         05 cp-plan-key         pic x(4).
         05 cp-base-rate        pic 9v9(4).
         05 cp-tier1-from       pic 9(7)v99.
         05 cp-tier1-rate       pic 9v9(4).
         05 cp-tier2-from       pic 9(7)v99.
         05 cp-tier2-rate       pic 9v9(4).
         05 cp-reduce-reasons.
           10 cp-reduce-reason  pic xx occurs 5 times.
         05 cp-reduce-pct       pic 9(3).
      *
       fd file-126-comm-ledger
           data record is comm-ledger-rec.
      *
       01 comm-ledger-rec.
         05 cl-invoice-num      pic x(9).
         05 cl-clerk-id         pic x(4).
         05 cl-store-num        pic xx.
         05 cl-sale-date        pic 9(8).
         05 cl-retail-amt       pic 9(7)v99.
         05 cl-comm-sales       pic 9(7)v99.
         05 cl-commission       pic 9(5)v99.
         05 cl-clawed-back      pic 9(5)v99.
      *
       fd file-127-comm-ptd
           data record is comm-ptd-rec.
      *
       01 comm-ptd-rec.
         05 pt-clerk-id         pic x(4).
         05 pt-sale-count       pic 9(5).
         05 pt-sales-amt        pic 9(7)v99.
         05 pt-comm-sales       pic 9(7)v99.
         05 pt-earned           pic 9(7)v99.
         05 pt-clawback-count   pic 9(5).
         05 pt-clawback         pic 9(7)v99.
      *
       fd file-128-comm-period
           data record is comm-period-rec.
      *
       01 comm-period-rec.
         05 cpc-period-start    pic 9(8).
         05 cpc-period-end      pic 9(8).
         05 cpc-period-days     pic 9(3).
         05 cpc-ledger-days     pic 9(3).
      *
       fd file-129-payroll-comm
           data record is payroll-comm-rec.
      *
       01 payroll-comm-rec.
         05 pi-clerk-id         pic x(4).
         05 pi-period-start     pic 9(8).
         05 pi-period-end       pic 9(8).
         05 pi-comm-sales       pic 9(7)v99.
         05 pi-earned           pic 9(7)v99.
         05 pi-clawback         pic 9(7)v99.
         05 pi-net-commission   pic s9(7)v99
                                 sign is leading separate.
         05 pi-run-date         pic 9(8).
      *
       fd file-130-comm-statement
           data record is stmt-print-line.
      *
       01 stmt-print-line      pic x(100).
      *
       fd file-131-comm-report
           data record is report-print-line.
      *
       01 report-print-line    pic x(120).
      *
       fd file-132-comm-clawback
           data record is comm-clawback-rec.
      *
       01 comm-clawback-rec.
         05 cb-clerk-id         pic x(4).
         05 cb-invoice-num      pic x(9).
         05 cb-trans-code       pic x.
         05 cb-trans-amt        pic 9(5)v99.
         05 cb-clawback         pic 9(5)v99.
         05 cb-run-date         pic 9(8).
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
         05 filler             pic x(27) value
                               "SALES COMMISSION ACTIVITY".
      *
       01 ws-run-stamp-line.
         05 filler             pic x(10) value "RUN DATE: ".
         05 ws-rsl-run-date    pic 9(8).
         05 filler             pic x(13) value "   BATCH ID: ".
         05 ws-rsl-batch-id    pic z(5)9.
      *
       01 ws-period-line.
         05 filler             pic x(14) value "PAY PERIOD:  ".
         05 ws-pdl-start       pic 9(8).
         05 filler             pic x(4) value " TO ".
         05 ws-pdl-end         pic 9(8).
      *
       01 ws-activity-heading.
         05 filler             pic x(7)  value "CLERK".
         05 filler             pic x(22) value "NAME".
         05 filler             pic x(7)  value "SALES".
         05 filler             pic x(14) value "COMMISSIONABLE".
         05 filler             pic x(13) value "    EARNED".
         05 filler             pic x(8)  value "  CLAWS".
         05 filler             pic x(14) value "    CLAWBACK".
         05 filler             pic x(15) value "  PERIOD NET".
      *
       01 ws-activity-detail-line.
         05 ws-adl-clerk-id    pic x(4).
         05 filler             pic x(3) value spaces.
         05 ws-adl-clerk-name  pic x(20).
         05 filler             pic x(2) value spaces.
         05 ws-adl-sale-count  pic z(4)9.
         05 filler             pic x(2) value spaces.
         05 ws-adl-comm-sales  pic $z(6)9.99.
         05 filler             pic x(2) value spaces.
         05 ws-adl-earned      pic $z(5)9.99.
         05 filler             pic x(2) value spaces.
         05 ws-adl-claw-count  pic z(4)9.
         05 filler             pic x(2) value spaces.
         05 ws-adl-clawback    pic $z(5)9.99.
         05 filler             pic x(2) value spaces.
         05 ws-adl-period-net  pic $z(6)9.99-.
      *
       01 ws-exception-line.
         05 filler             pic x(2) value spaces.
         05 ws-exl-invoice     pic x(9).
         05 filler             pic x(2) value spaces.
         05 ws-exl-clerk-id    pic x(4).
         05 filler             pic x(2) value spaces.
         05 ws-exl-amount      pic $z(4)9.99.
         05 filler             pic x(2) value spaces.
         05 ws-exl-reason      pic x(40).
      *
       01 ws-summary-line.
         05 filler             pic x(2) value spaces.
         05 ws-sml-label       pic x(34).
         05 ws-sml-count       pic z(5)9.
         05 filler             pic x(4) value spaces.
         05 ws-sml-amount      pic $z(8)9.99-.
      *
       01 ws-stmt-title-line.
         05 filler             pic x(10) value spaces.
         05 filler             pic x(20) value
                               "COMMISSION STATEMENT".
      *
       01 ws-stmt-clerk-line.
         05 filler             pic x(7) value "CLERK: ".
         05 ws-scl-clerk-id    pic x(4).
         05 filler             pic x(2) value spaces.
         05 ws-scl-clerk-name  pic x(20).
      *
       01 ws-stmt-heading.
         05 filler             pic x(12) value "INVOICE".
         05 filler             pic x(12) value "DATE".
         05 filler             pic x(14) value "SALE AMOUNT".
         05 filler             pic x(16) value "COMMISSIONABLE".
         05 filler             pic x(14) value "COMMISSION".
      *
       01 ws-stmt-sale-line.
         05 ws-ssl-invoice     pic x(9).
         05 filler             pic x(3) value spaces.
         05 ws-ssl-date        pic 9(8).
         05 filler             pic x(4) value spaces.
         05 ws-ssl-retail      pic $z(6)9.99.
         05 filler             pic x(3) value spaces.
         05 ws-ssl-comm-sales  pic $z(6)9.99.
         05 filler             pic x(4) value spaces.
         05 ws-ssl-commission  pic $z(4)9.99.
      *
       01 ws-stmt-claw-line.
         05 ws-stc-invoice     pic x(9).
         05 filler             pic x(3) value spaces.
         05 ws-stc-date        pic 9(8).
         05 filler             pic x(4) value spaces.
         05 ws-stc-amount      pic $z(6)9.99.
         05 filler             pic x(3) value spaces.
         05 ws-stc-what        pic x(11).
         05 filler             pic x(4) value spaces.
         05 ws-stc-clawback    pic $z(4)9.99-.
      *
       01 ws-stmt-total-line.
         05 filler             pic x(2) value spaces.
         05 ws-stl-label       pic x(30).
         05 ws-stl-amount      pic $z(6)9.99-.
      *
       01 ws-clerk-table.
         05 ws-clerk-entry       occurs 100 times
                                  indexed by ws-clerk-index
                                  ws-clerk-srch-index.
           10 ws-clerk-id        pic x(4).
           10 ws-clerk-name      pic x(20).
           10 ws-clerk-day-sales pic 9(5).
           10 ws-clerk-day-comm-sales pic 9(7)v99.
           10 ws-clerk-day-earned pic 9(7)v99.
           10 ws-clerk-day-claws pic 9(5).
           10 ws-clerk-day-clawback pic 9(7)v99.
       77 ws-clerk-table-count   pic 9(3) value 0.
       77 ws-clerk-mstr-eof      pic x value 'n'.
       77 ws-clerk-found-ptr     pic 9(3) value 0.
      *
       01 ws-plan-table.
         05 ws-plan-entry        occurs 200 times
                                  indexed by ws-plan-index
                                  ws-plan-srch-index.
           10 ws-plan-type       pic x.
           10 ws-plan-key        pic x(4).
           10 ws-plan-base-rate  pic 9v9(4).
           10 ws-plan-tier1-from pic 9(7)v99.
           10 ws-plan-tier1-rate pic 9v9(4).
           10 ws-plan-tier2-from pic 9(7)v99.
           10 ws-plan-tier2-rate pic 9v9(4).
           10 ws-plan-reasons.
             15 ws-plan-reason   pic xx occurs 5 times.
           10 ws-plan-reduce-pct pic 9(3).
       77 ws-plan-table-count    pic 9(3) value 0.
       77 ws-plan-mstr-eof       pic x value 'n'.
       77 ws-plan-found-ptr      pic 9(3) value 0.
      *
       01 ws-ledger-table.
         05 ws-led-entry         occurs 5000 times
                                  indexed by ws-led-index
                                  ws-led-srch-index.
           10 ws-led-invoice     pic x(9).
           10 ws-led-clerk-id    pic x(4).
           10 ws-led-store-num   pic xx.
           10 ws-led-sale-date   pic 9(8).
           10 ws-led-retail      pic 9(7)v99.
           10 ws-led-comm-sales  pic 9(7)v99.
           10 ws-led-commission  pic 9(5)v99.
           10 ws-led-clawed      pic 9(5)v99.
       77 ws-led-table-count     pic 9(4) value 0.
       77 ws-led-mstr-eof        pic x value 'n'.
       77 ws-led-found-ptr       pic 9(4) value 0.
      *
       01 ws-ptd-table.
         05 ws-pt-entry          occurs 100 times
                                  indexed by ws-pt-index
                                  ws-pt-srch-index.
           10 ws-pt-clerk-id     pic x(4).
           10 ws-pt-sale-count   pic 9(5).
           10 ws-pt-sales-amt    pic 9(7)v99.
           10 ws-pt-comm-sales   pic 9(7)v99.
           10 ws-pt-earned       pic 9(7)v99.
           10 ws-pt-claw-count   pic 9(5).
           10 ws-pt-clawback     pic 9(7)v99.
       77 ws-pt-table-count      pic 9(3) value 0.
       77 ws-pt-mstr-eof         pic x value 'n'.
       77 ws-pt-found-ptr        pic 9(3) value 0.
      *
       01 ws-exch-table.
         05 ws-ex-entry          occurs 500 times
                                  indexed by ws-ex-index
                                  ws-ex-srch-index.
           10 ws-ex-invoice      pic x(9).
           10 ws-ex-return-amt   pic 9(7)v99.
           10 ws-ex-replace-amt  pic 9(7)v99.
       77 ws-ex-table-count      pic 9(3) value 0.
       77 ws-ex-found-ptr        pic 9(3) value 0.
      *
       77 ws-period-start        pic 9(8) value 0.
       77 ws-period-end          pic 9(8) value 0.
       77 ws-period-days         pic 9(3) value 14.
       77 ws-ledger-days         pic 9(3) value 90.
       77 ws-period-closing      pic x value 'n'.
      *
       77 ws-sl-eof              pic x value 'n'.
       77 ws-ret-eof             pic x value 'n'.
       77 ws-void-eof            pic x value 'n'.
       77 ws-padj-eof            pic x value 'n'.
       77 ws-exch-eof            pic x value 'n'.
       77 ws-claw-eof            pic x value 'n'.
       77 ws-is-true             pic x value 'y'.
       77 ws-is-false            pic x value 'n'.
       77 ws-1                   pic 9 value 1.
       77 ws-run-date            pic 9(8) value 0.
       77 ws-batch-id            pic 9(6) value 0.
       77 ws-day-batch-count     pic 9(2) value 0.
      *
       77 ws-work-clerk-id       pic x(4) value spaces.
       77 ws-work-store-num      pic xx value spaces.
       77 ws-work-invoice        pic x(9) value spaces.
       77 ws-work-amount         pic 9(5)v99 value 0.
       77 ws-work-trans-code     pic x value space.
       77 ws-comm-sales          pic 9(7)v99 value 0.
       77 ws-reason-reduces      pic x value 'n'.
       77 ws-reason-ptr          pic 9 value 0.
       77 ws-tier-amount         pic 9(9)v99 value 0.
       77 ws-tier-commission     pic 9(9)v9(4) value 0.
       77 ws-comm-before         pic 9(9)v9(4) value 0.
       77 ws-earned-now          pic 9(5)v99 value 0.
       77 ws-clawback-now        pic 9(5)v99 value 0.
       77 ws-claw-remaining      pic 9(5)v99 value 0.
       77 ws-period-net          pic s9(7)v99 value 0.
      *
       77 ws-run-int             pic s9(8) comp value 0.
       77 ws-sale-int            pic s9(8) comp value 0.
       77 ws-end-int             pic s9(8) comp value 0.
      *
       77 ws-day-sale-count      pic 9(6) value 0.
       77 ws-day-earned          pic 9(9)v99 value 0.
       77 ws-day-claw-count      pic 9(6) value 0.
       77 ws-day-clawback        pic 9(9)v99 value 0.
       77 ws-no-plan-count       pic 9(6) value 0.
       77 ws-no-plan-amount      pic 9(9)v99 value 0.
       77 ws-no-ledger-count     pic 9(6) value 0.
       77 ws-no-ledger-amount    pic 9(9)v99 value 0.
       77 ws-unknown-clerk-count pic 9(6) value 0.
       77 ws-payroll-count       pic 9(6) value 0.
       77 ws-payroll-amount      pic s9(9)v99 value 0.
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
           perform 1050-load-comm-period.
           perform 1100-load-clerk-master.
           perform 1120-load-comm-plan.
           perform 1140-load-comm-ledger.
           perform 1160-load-comm-ptd.
           perform 2000-print-report-headings.
           perform 3000-post-sales.
           perform 4000-post-returns.
           perform 4500-post-voids.
           perform 4600-post-price-adjustments.
           perform 4700-post-exchanges.
           perform 5000-print-activity.
           if ws-period-closing = ws-is-true then
               perform 5500-close-pay-period
           end-if.
           perform 6000-save-comm-ledger.
           perform 6100-save-comm-ptd.
           perform 6200-save-comm-period.
           perform 7000-close-files.
           goback.
      *
       1000-open-files.
      *
           open input file-05-sl-data, file-64-posted-returns,
             file-10-void-data, file-182-price-adjustments,
             file-184-exchanges.
           if ws-day-batch-count > 1 then
               open extend file-131-comm-report
           else
               open output file-131-comm-report
           end-if.
           open extend file-132-comm-clawback.
      *
      * With no period on file yet, the first period starts today.
      * The period closes on the run that reaches its end date.
       1050-load-comm-period.
      *
           move 0 to ws-period-start.
           move 0 to ws-period-end.
           open input file-128-comm-period.
           read file-128-comm-period
               at end
                   continue
               not at end
                   move cpc-period-start to ws-period-start
                   move cpc-period-end to ws-period-end
                   if cpc-period-days > 0 then
                       move cpc-period-days to ws-period-days
                   end-if
                   if cpc-ledger-days > 0 then
                       move cpc-ledger-days to ws-ledger-days
                   end-if
           end-read.
           close file-128-comm-period.
      *
           if ws-period-start = 0 then
               move ws-run-date to ws-period-start
               compute ws-end-int =
                 function integer-of-date(ws-run-date) +
                 ws-period-days - 1
               compute ws-period-end =
                 function date-of-integer(ws-end-int)
           end-if.
      *
           if ws-run-date not < ws-period-end then
               move ws-is-true to ws-period-closing
           end-if.
      *
       1100-load-clerk-master.
      *
           open input file-33-clerk-master.
      *
           perform until ws-clerk-mstr-eof = ws-is-true
               read file-33-clerk-master
                   at end
                       move ws-is-true to ws-clerk-mstr-eof
                   not at end
                       add ws-1 to ws-clerk-table-count
                       set ws-clerk-index to ws-clerk-table-count
                       move ckm-clerk-id to ws-clerk-id(
                           ws-clerk-index)
                       move ckm-clerk-name to ws-clerk-name(
                           ws-clerk-index)
                       move 0 to ws-clerk-day-sales(ws-clerk-index)
                       move 0 to ws-clerk-day-comm-sales(
                           ws-clerk-index)
                       move 0 to ws-clerk-day-earned(ws-clerk-index)
                       move 0 to ws-clerk-day-claws(ws-clerk-index)
                       move 0 to ws-clerk-day-clawback(
                           ws-clerk-index)
               end-read
           end-perform.
      *
           close file-33-clerk-master.
      *
       1120-load-comm-plan.
      *
           open input file-125-comm-plan.
      *
           perform until ws-plan-mstr-eof = ws-is-true
               read file-125-comm-plan
                   at end
                       move ws-is-true to ws-plan-mstr-eof
                   not at end
                       add ws-1 to ws-plan-table-count
                       set ws-plan-index to ws-plan-table-count
                       move cp-plan-type to ws-plan-type(
                           ws-plan-index)
                       move cp-plan-key to ws-plan-key(ws-plan-index)
                       move cp-base-rate to ws-plan-base-rate(
                           ws-plan-index)
                       move cp-tier1-from to ws-plan-tier1-from(
                           ws-plan-index)
                       move cp-tier1-rate to ws-plan-tier1-rate(
                           ws-plan-index)
                       move cp-tier2-from to ws-plan-tier2-from(
                           ws-plan-index)
                       move cp-tier2-rate to ws-plan-tier2-rate(
                           ws-plan-index)
                       move cp-reduce-reasons to ws-plan-reasons(
                           ws-plan-index)
                       move cp-reduce-pct to ws-plan-reduce-pct(
                           ws-plan-index)
               end-read
           end-perform.
      *
           close file-125-comm-plan.
      *
      * Ledger rows older than the clawback window are dropped as
      * they are loaded; a return that old no longer claws back.
       1140-load-comm-ledger.
      *
           compute ws-run-int = function integer-of-date(ws-run-date).
           open input file-126-comm-ledger.
      *
           perform until ws-led-mstr-eof = ws-is-true
               read file-126-comm-ledger
                   at end
                       move ws-is-true to ws-led-mstr-eof
                   not at end
                       compute ws-sale-int =
                         function integer-of-date(cl-sale-date)
                       if ws-run-int - ws-sale-int not >
                         ws-ledger-days then
                           perform 1145-keep-ledger-row
                       end-if
               end-read
           end-perform.
      *
           close file-126-comm-ledger.
      *
       1145-keep-ledger-row.
      *
           add ws-1 to ws-led-table-count.
           set ws-led-index to ws-led-table-count.
           move cl-invoice-num to ws-led-invoice(ws-led-index).
           move cl-clerk-id to ws-led-clerk-id(ws-led-index).
           move cl-store-num to ws-led-store-num(ws-led-index).
           move cl-sale-date to ws-led-sale-date(ws-led-index).
           move cl-retail-amt to ws-led-retail(ws-led-index).
           move cl-comm-sales to ws-led-comm-sales(ws-led-index).
           move cl-commission to ws-led-commission(ws-led-index).
           move cl-clawed-back to ws-led-clawed(ws-led-index).
      *
       1160-load-comm-ptd.
      *
           open input file-127-comm-ptd.
      *
           perform until ws-pt-mstr-eof = ws-is-true
               read file-127-comm-ptd
                   at end
                       move ws-is-true to ws-pt-mstr-eof
                   not at end
                       add ws-1 to ws-pt-table-count
                       set ws-pt-index to ws-pt-table-count
                       move pt-clerk-id to ws-pt-clerk-id(
                           ws-pt-index)
                       move pt-sale-count to ws-pt-sale-count(
                           ws-pt-index)
                       move pt-sales-amt to ws-pt-sales-amt(
                           ws-pt-index)
                       move pt-comm-sales to ws-pt-comm-sales(
                           ws-pt-index)
                       move pt-earned to ws-pt-earned(ws-pt-index)
                       move pt-clawback-count to ws-pt-claw-count(
                           ws-pt-index)
                       move pt-clawback to ws-pt-clawback(
                           ws-pt-index)
               end-read
           end-perform.
      *
           close file-127-comm-ptd.
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
           move ws-period-start to ws-pdl-start.
           move ws-period-end to ws-pdl-end.
           write report-print-line from ws-period-line.
           write report-print-line from spaces.
      *
      * Only a completed sale pays commission; a layaway pays when
      * it is picked up and rung as a sale.
       3000-post-sales.
      *
           perform 3010-read-sl-record.
           perform until ws-sl-eof = ws-is-true
               if in-sl-batch-id = ws-batch-id and
                 in-sl-trans-code = 'S' then
                   perform 3100-post-one-sale
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
       3100-post-one-sale.
      *
           move in-sl-cashier-id to ws-work-clerk-id.
           move in-sl-store-num to ws-work-store-num.
           perform 8000-find-clerk.
           if ws-clerk-found-ptr = 0 then
               add ws-1 to ws-unknown-clerk-count
               move in-sl-invoice-num to ws-exl-invoice
               move in-sl-cashier-id to ws-exl-clerk-id
               move in-sl-trans-amt to ws-exl-amount
               move "CLERK NOT ON FILE - NO COMMISSION" to
                 ws-exl-reason
               write report-print-line from ws-exception-line
               exit paragraph
           end-if.
      *
           perform 8100-find-plan.
           if ws-plan-found-ptr = 0 then
               add ws-1 to ws-no-plan-count
               add in-sl-trans-amt to ws-no-plan-amount
               exit paragraph
           end-if.
      *
           perform 8050-find-ptd.
      *
      * A sale under a reducing discount reason counts only at the
      * plan's reduced percentage.
           move in-sl-trans-amt to ws-comm-sales.
           move ws-is-false to ws-reason-reduces.
           if in-sl-disc-reason not = spaces then
               perform
                 varying ws-reason-ptr
                 from ws-1 by ws-1
                 until (ws-reason-ptr > 5)
                   if ws-plan-reason(ws-plan-found-ptr,
                     ws-reason-ptr) = in-sl-disc-reason then
                       move ws-is-true to ws-reason-reduces
                   end-if
               end-perform
           end-if.
           if ws-reason-reduces = ws-is-true then
               compute ws-comm-sales rounded = in-sl-trans-amt *
                 ws-plan-reduce-pct(ws-plan-found-ptr) / 100
           end-if.
      *
      * Tiers apply to the clerk's period-to-date commissionable
      * sales, so tonight's commission is the tiered commission on
      * the new period total less that on the old.
           move ws-pt-comm-sales(ws-pt-found-ptr) to ws-tier-amount.
           perform 8200-compute-tiered.
           move ws-tier-commission to ws-comm-before.
           add ws-comm-sales to ws-tier-amount.
           perform 8200-compute-tiered.
           compute ws-earned-now rounded =
             ws-tier-commission - ws-comm-before.
      *
           add ws-1 to ws-pt-sale-count(ws-pt-found-ptr).
           add in-sl-trans-amt to ws-pt-sales-amt(ws-pt-found-ptr).
           add ws-comm-sales to ws-pt-comm-sales(ws-pt-found-ptr).
           add ws-earned-now to ws-pt-earned(ws-pt-found-ptr).
      *
           add ws-1 to ws-clerk-day-sales(ws-clerk-found-ptr).
           add ws-comm-sales to ws-clerk-day-comm-sales(
               ws-clerk-found-ptr).
           add ws-earned-now to ws-clerk-day-earned(
               ws-clerk-found-ptr).
           add ws-1 to ws-day-sale-count.
           add ws-earned-now to ws-day-earned.
      *
           move in-sl-invoice-num to ws-work-invoice.
           perform 8300-find-ledger.
           if ws-led-found-ptr = 0 then
               add ws-1 to ws-led-table-count
               move ws-led-table-count to ws-led-found-ptr
               move in-sl-invoice-num to ws-led-invoice(
                   ws-led-found-ptr)
               move in-sl-cashier-id to ws-led-clerk-id(
                   ws-led-found-ptr)
               move in-sl-store-num to ws-led-store-num(
                   ws-led-found-ptr)
               move ws-run-date to ws-led-sale-date(ws-led-found-ptr)
               move 0 to ws-led-retail(ws-led-found-ptr)
               move 0 to ws-led-comm-sales(ws-led-found-ptr)
               move 0 to ws-led-commission(ws-led-found-ptr)
               move 0 to ws-led-clawed(ws-led-found-ptr)
           end-if.
           add in-sl-trans-amt to ws-led-retail(ws-led-found-ptr).
           add ws-comm-sales to ws-led-comm-sales(ws-led-found-ptr).
           add ws-earned-now to ws-led-commission(ws-led-found-ptr).
      *
       4000-post-returns.
      *
           perform 4010-read-return-record.
           perform until ws-ret-eof = ws-is-true
               if in-ret-batch-id = ws-batch-id then
                   move in-ret-invoice-num to ws-work-invoice
                   move in-ret-trans-amt to ws-work-amount
                   move 'R' to ws-work-trans-code
                   perform 4100-claw-back
               end-if
               perform 4010-read-return-record
           end-perform.
      *
       4010-read-return-record.
      *
           read file-64-posted-returns
               at end
                   move ws-is-true to ws-ret-eof.
      *
       4500-post-voids.
      *
           perform 4510-read-void-record.
           perform until ws-void-eof = ws-is-true
               if in-vd-batch-id = ws-batch-id then
                   move in-vd-invoice-num to ws-work-invoice
                   move in-vd-trans-amt to ws-work-amount
                   move 'V' to ws-work-trans-code
                   perform 4100-claw-back
               end-if
               perform 4510-read-void-record
           end-perform.
      *
       4510-read-void-record.
      *
           read file-10-void-data
               at end
                   move ws-is-true to ws-void-eof.
      *
      * A price adjustment gives back part of what the sale took, so
      * the commission on it comes back like a partial return.
       4600-post-price-adjustments.
      *
           perform 4610-read-price-adj-record.
           perform until ws-padj-eof = ws-is-true
               if in-pa-batch-id = ws-batch-id then
                   move in-pa-invoice-num to ws-work-invoice
                   move in-pa-trans-amt to ws-work-amount
                   move 'A' to ws-work-trans-code
                   perform 4100-claw-back
               end-if
               perform 4610-read-price-adj-record
           end-perform.
      *
       4610-read-price-adj-record.
      *
           read file-182-price-adjustments
               at end
                   move ws-is-true to ws-padj-eof.
      *
      * The two lines of each exchange in the batch are netted by
      * invoice. Only when the item coming back was credited at more
      * than its replacement did money leave the store, and that net
      * refund claws back against the invoice's ledger row as a
      * return would. An even swap or one the customer paid up on
      * takes nothing back.
       4700-post-exchanges.
      *
           perform 4710-read-exchange-record.
           perform until ws-exch-eof = ws-is-true
               if in-ex-batch-id = ws-batch-id then
                   perform 4720-note-exchange-line
               end-if
               perform 4710-read-exchange-record
           end-perform.
      *
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-ex-table-count)
               if ws-ex-return-amt(ws-array-pointer) >
                 ws-ex-replace-amt(ws-array-pointer) then
                   move ws-ex-invoice(ws-array-pointer) to
                     ws-work-invoice
                   compute ws-work-amount =
                     ws-ex-return-amt(ws-array-pointer) -
                     ws-ex-replace-amt(ws-array-pointer)
                   move 'X' to ws-work-trans-code
                   perform 4100-claw-back
               end-if
           end-perform.
      *
       4710-read-exchange-record.
      *
           read file-184-exchanges
               at end
                   move ws-is-true to ws-exch-eof.
      *
       4720-note-exchange-line.
      *
           move 0 to ws-ex-found-ptr.
           set ws-ex-srch-index to ws-1.
           search ws-ex-entry varying ws-ex-srch-index
               at end
                   continue
               when ws-ex-srch-index <= ws-ex-table-count and
                 ws-ex-invoice(ws-ex-srch-index) = in-ex-invoice-num
                   set ws-ex-found-ptr to ws-ex-srch-index
           end-search.
      *
           if ws-ex-found-ptr = 0 then
               if ws-ex-table-count < 500 then
                   add ws-1 to ws-ex-table-count
                   move ws-ex-table-count to ws-ex-found-ptr
                   move in-ex-invoice-num to ws-ex-invoice(
                       ws-ex-found-ptr)
                   move 0 to ws-ex-return-amt(ws-ex-found-ptr)
                   move 0 to ws-ex-replace-amt(ws-ex-found-ptr)
               else
                   exit paragraph
               end-if
           end-if.
      *
           if in-ex-return then
               add in-ex-trans-amt to ws-ex-return-amt(
                   ws-ex-found-ptr)
           else
               add in-ex-trans-amt to ws-ex-replace-amt(
                   ws-ex-found-ptr)
           end-if.
      *
      * The commission paid on the invoice comes back in proportion
      * to the share of the sale refunded, and never more than is
      * still left on the ledger row. It is charged to the clerk who
      * earned it, not the clerk ringing the return.
       4100-claw-back.
      *
           perform 8300-find-ledger.
           if ws-led-found-ptr = 0 then
               add ws-1 to ws-no-ledger-count
               add ws-work-amount to ws-no-ledger-amount
               exit paragraph
           end-if.
      *
           compute ws-claw-remaining =
             ws-led-commission(ws-led-found-ptr) -
             ws-led-clawed(ws-led-found-ptr).
           if ws-claw-remaining = 0 then
               exit paragraph
           end-if.
      *
           if ws-work-amount not < ws-led-retail(ws-led-found-ptr)
             then
               move ws-claw-remaining to ws-clawback-now
           else
               compute ws-clawback-now rounded =
                 ws-led-commission(ws-led-found-ptr) *
                 ws-work-amount / ws-led-retail(ws-led-found-ptr)
               if ws-clawback-now > ws-claw-remaining then
                   move ws-claw-remaining to ws-clawback-now
               end-if
           end-if.
      *
           add ws-clawback-now to ws-led-clawed(ws-led-found-ptr).
      *
           move ws-led-clerk-id(ws-led-found-ptr) to ws-work-clerk-id.
           perform 8000-find-clerk.
           perform 8050-find-ptd.
           add ws-1 to ws-pt-claw-count(ws-pt-found-ptr).
           add ws-clawback-now to ws-pt-clawback(ws-pt-found-ptr).
           if ws-clerk-found-ptr > 0 then
               add ws-1 to ws-clerk-day-claws(ws-clerk-found-ptr)
               add ws-clawback-now to ws-clerk-day-clawback(
                   ws-clerk-found-ptr)
           end-if.
           add ws-1 to ws-day-claw-count.
           add ws-clawback-now to ws-day-clawback.
      *
           move ws-work-clerk-id to cb-clerk-id.
           move ws-work-invoice to cb-invoice-num.
           move ws-work-trans-code to cb-trans-code.
           move ws-work-amount to cb-trans-amt.
           move ws-clawback-now to cb-clawback.
           move ws-run-date to cb-run-date.
           write comm-clawback-rec.
      *
       5000-print-activity.
      *
           write report-print-line from spaces.
           write report-print-line from ws-activity-heading.
           write report-print-line from spaces.
      *
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-clerk-table-count)
               if ws-clerk-day-sales(ws-array-pointer) > 0 or
                 ws-clerk-day-claws(ws-array-pointer) > 0 then
                   perform 5010-print-one-clerk
               end-if
           end-perform.
      *
           write report-print-line from spaces.
           move "SALES EARNING COMMISSION:" to ws-sml-label.
           move ws-day-sale-count to ws-sml-count.
           move ws-day-earned to ws-sml-amount.
           write report-print-line from ws-summary-line.
           move "CLAWBACKS ON REFUNDS:" to ws-sml-label.
           move ws-day-claw-count to ws-sml-count.
           move ws-day-clawback to ws-sml-amount.
           write report-print-line from ws-summary-line.
           move "SALES WITH NO COMMISSION PLAN:" to ws-sml-label.
           move ws-no-plan-count to ws-sml-count.
           move ws-no-plan-amount to ws-sml-amount.
           write report-print-line from ws-summary-line.
           move "REFUNDS NOT ON LEDGER:" to ws-sml-label.
           move ws-no-ledger-count to ws-sml-count.
           move ws-no-ledger-amount to ws-sml-amount.
           write report-print-line from ws-summary-line.
           move "SALES BY UNKNOWN CLERKS:" to ws-sml-label.
           move ws-unknown-clerk-count to ws-sml-count.
           move 0 to ws-sml-amount.
           write report-print-line from ws-summary-line.
      *
       5010-print-one-clerk.
      *
           move ws-clerk-id(ws-array-pointer) to ws-work-clerk-id.
           perform 8050-find-ptd.
           move ws-clerk-id(ws-array-pointer) to ws-adl-clerk-id.
           move ws-clerk-name(ws-array-pointer) to ws-adl-clerk-name.
           move ws-clerk-day-sales(ws-array-pointer) to
             ws-adl-sale-count.
           move ws-clerk-day-comm-sales(ws-array-pointer) to
             ws-adl-comm-sales.
           move ws-clerk-day-earned(ws-array-pointer) to
             ws-adl-earned.
           move ws-clerk-day-claws(ws-array-pointer) to
             ws-adl-claw-count.
           move ws-clerk-day-clawback(ws-array-pointer) to
             ws-adl-clawback.
           compute ws-period-net = ws-pt-earned(ws-pt-found-ptr) -
             ws-pt-clawback(ws-pt-found-ptr).
           move ws-period-net to ws-adl-period-net.
           write report-print-line from ws-activity-detail-line.
      *
      * At period end each clerk with activity goes to payroll on
      * the interface file at earned less clawed back (a net
      * clawback goes as a negative for payroll to recover) and
      * gets a statement. The period totals and the clawback log
      * then start over and the next period is opened.
       5500-close-pay-period.
      *
           open output file-129-payroll-comm, file-130-comm-statement.
           close file-132-comm-clawback.
      *
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-pt-table-count)
               if ws-pt-sale-count(ws-array-pointer) > 0 or
                 ws-pt-claw-count(ws-array-pointer) > 0 then
                   perform 5510-pay-one-clerk
                   perform 5520-print-statement
               end-if
           end-perform.
      *
           write report-print-line from spaces.
           move "PERIOD CLOSED - SENT TO PAYROLL:" to ws-sml-label.
           move ws-payroll-count to ws-sml-count.
           move ws-payroll-amount to ws-sml-amount.
           write report-print-line from ws-summary-line.
      *
           close file-129-payroll-comm, file-130-comm-statement.
           open output file-132-comm-clawback.
      *
           move 0 to ws-pt-table-count.
           compute ws-end-int =
             function integer-of-date(ws-period-end) + 1.
           compute ws-period-start = function date-of-integer(
             ws-end-int).
           compute ws-end-int = ws-end-int + ws-period-days - 1.
           compute ws-period-end = function date-of-integer(
             ws-end-int).
      *
       5510-pay-one-clerk.
      *
           move ws-pt-clerk-id(ws-array-pointer) to pi-clerk-id.
           move ws-period-start to pi-period-start.
           move ws-period-end to pi-period-end.
           move ws-pt-comm-sales(ws-array-pointer) to pi-comm-sales.
           move ws-pt-earned(ws-array-pointer) to pi-earned.
           move ws-pt-clawback(ws-array-pointer) to pi-clawback.
           compute pi-net-commission =
             ws-pt-earned(ws-array-pointer) -
             ws-pt-clawback(ws-array-pointer).
           move ws-run-date to pi-run-date.
           write payroll-comm-rec.
      *
           add ws-1 to ws-payroll-count.
           add pi-net-commission to ws-payroll-amount.
      *
      * Every ledger sale from the period start on belongs to the
      * closing period, including any rung on a run made after the
      * period end date.
       5520-print-statement.
      *
           move ws-pt-clerk-id(ws-array-pointer) to ws-work-clerk-id.
           perform 8000-find-clerk.
           move ws-work-clerk-id to ws-scl-clerk-id.
           if ws-clerk-found-ptr > 0 then
               move ws-clerk-name(ws-clerk-found-ptr) to
                 ws-scl-clerk-name
           else
               move spaces to ws-scl-clerk-name
           end-if.
      *
           write stmt-print-line from spaces.
           write stmt-print-line from ws-report-name-line.
           write stmt-print-line from ws-stmt-title-line.
           move ws-period-start to ws-pdl-start.
           move ws-period-end to ws-pdl-end.
           write stmt-print-line from ws-period-line.
           write stmt-print-line from ws-stmt-clerk-line.
           write stmt-print-line from spaces.
           write stmt-print-line from ws-stmt-heading.
      *
           perform
             varying ws-line-pointer
             from ws-1 by ws-1
             until (ws-line-pointer > ws-led-table-count)
               if ws-led-clerk-id(ws-line-pointer) =
                 ws-work-clerk-id and
                 ws-led-sale-date(ws-line-pointer) not <
                 ws-period-start then
                   move ws-led-invoice(ws-line-pointer) to
                     ws-ssl-invoice
                   move ws-led-sale-date(ws-line-pointer) to
                     ws-ssl-date
                   move ws-led-retail(ws-line-pointer) to
                     ws-ssl-retail
                   move ws-led-comm-sales(ws-line-pointer) to
                     ws-ssl-comm-sales
                   move ws-led-commission(ws-line-pointer) to
                     ws-ssl-commission
                   write stmt-print-line from ws-stmt-sale-line
               end-if
           end-perform.
      *
           move ws-is-false to ws-claw-eof.
           open input file-132-comm-clawback.
           perform until ws-claw-eof = ws-is-true
               read file-132-comm-clawback
                   at end
                       move ws-is-true to ws-claw-eof
                   not at end
                       if cb-clerk-id = ws-work-clerk-id then
                           perform 5530-print-clawback-line
                       end-if
               end-read
           end-perform.
           close file-132-comm-clawback.
      *
           write stmt-print-line from spaces.
           move "COMMISSION EARNED:" to ws-stl-label.
           move ws-pt-earned(ws-array-pointer) to ws-stl-amount.
           write stmt-print-line from ws-stmt-total-line.
           move "LESS CLAWBACKS:" to ws-stl-label.
           move ws-pt-clawback(ws-array-pointer) to ws-stl-amount.
           write stmt-print-line from ws-stmt-total-line.
           move "NET COMMISSION PAYABLE:" to ws-stl-label.
           move pi-net-commission to ws-stl-amount.
           write stmt-print-line from ws-stmt-total-line.
      *
       5530-print-clawback-line.
      *
           move cb-invoice-num to ws-stc-invoice.
           move cb-run-date to ws-stc-date.
           evaluate cb-trans-code
               when 'V'
                   move "VOIDED" to ws-stc-what
               when 'A'
                   move "PRICE ADJ" to ws-stc-what
               when 'X'
                   move "EXCHANGED" to ws-stc-what
               when other
                   move "RETURNED" to ws-stc-what
           end-evaluate.
           move cb-trans-amt to ws-stc-amount.
           compute ws-period-net = 0 - cb-clawback.
           move ws-period-net to ws-stc-clawback.
           write stmt-print-line from ws-stmt-claw-line.
      *
       6000-save-comm-ledger.
      *
           open output file-126-comm-ledger.
      *
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-led-table-count)
               move ws-led-invoice(ws-array-pointer) to
                 cl-invoice-num
               move ws-led-clerk-id(ws-array-pointer) to cl-clerk-id
               move ws-led-store-num(ws-array-pointer) to
                 cl-store-num
               move ws-led-sale-date(ws-array-pointer) to
                 cl-sale-date
               move ws-led-retail(ws-array-pointer) to cl-retail-amt
               move ws-led-comm-sales(ws-array-pointer) to
                 cl-comm-sales
               move ws-led-commission(ws-array-pointer) to
                 cl-commission
               move ws-led-clawed(ws-array-pointer) to cl-clawed-back
               write comm-ledger-rec
           end-perform.
      *
           close file-126-comm-ledger.
      *
       6100-save-comm-ptd.
      *
           open output file-127-comm-ptd.
      *
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-pt-table-count)
               move ws-pt-clerk-id(ws-array-pointer) to pt-clerk-id
               move ws-pt-sale-count(ws-array-pointer) to
                 pt-sale-count
               move ws-pt-sales-amt(ws-array-pointer) to pt-sales-amt
               move ws-pt-comm-sales(ws-array-pointer) to
                 pt-comm-sales
               move ws-pt-earned(ws-array-pointer) to pt-earned
               move ws-pt-claw-count(ws-array-pointer) to
                 pt-clawback-count
               move ws-pt-clawback(ws-array-pointer) to pt-clawback
               write comm-ptd-rec
           end-perform.
      *
           close file-127-comm-ptd.
      *
       6200-save-comm-period.
      *
           open output file-128-comm-period.
           move ws-period-start to cpc-period-start.
           move ws-period-end to cpc-period-end.
           move ws-period-days to cpc-period-days.
           move ws-ledger-days to cpc-ledger-days.
           write comm-period-rec.
           close file-128-comm-period.
      *
       7000-close-files.
      *
           close file-05-sl-data, file-64-posted-returns,
             file-10-void-data, file-131-comm-report.
           close file-182-price-adjustments, file-184-exchanges.
           close file-132-comm-clawback.
      *
       8000-find-clerk.
      *
           move 0 to ws-clerk-found-ptr.
           set ws-clerk-srch-index to ws-1.
           search ws-clerk-entry varying ws-clerk-srch-index
               at end
                   continue
               when ws-clerk-srch-index <= ws-clerk-table-count and
                 ws-clerk-id(ws-clerk-srch-index) = ws-work-clerk-id
                   set ws-clerk-found-ptr to ws-clerk-srch-index
           end-search.
      *
      * A clerk seen for the first time in the period starts a
      * fresh period-to-date row.
       8050-find-ptd.
      *
           move 0 to ws-pt-found-ptr.
           set ws-pt-srch-index to ws-1.
           search ws-pt-entry varying ws-pt-srch-index
               at end
                   add ws-1 to ws-pt-table-count
                   set ws-pt-index to ws-pt-table-count
                   move ws-work-clerk-id to ws-pt-clerk-id(
                       ws-pt-index)
                   move 0 to ws-pt-sale-count(ws-pt-index)
                   move 0 to ws-pt-sales-amt(ws-pt-index)
                   move 0 to ws-pt-comm-sales(ws-pt-index)
                   move 0 to ws-pt-earned(ws-pt-index)
                   move 0 to ws-pt-claw-count(ws-pt-index)
                   move 0 to ws-pt-clawback(ws-pt-index)
                   move ws-pt-table-count to ws-pt-found-ptr
               when ws-pt-srch-index <= ws-pt-table-count and
                 ws-pt-clerk-id(ws-pt-srch-index) = ws-work-clerk-id
                   set ws-pt-found-ptr to ws-pt-srch-index
           end-search.
      *
      * The clerk's own plan wins over the selling store's.
       8100-find-plan.
      *
           move 0 to ws-plan-found-ptr.
           set ws-plan-srch-index to ws-1.
           search ws-plan-entry varying ws-plan-srch-index
               at end
                   continue
               when ws-plan-srch-index <= ws-plan-table-count and
                 ws-plan-type(ws-plan-srch-index) = 'C' and
                 ws-plan-key(ws-plan-srch-index) = ws-work-clerk-id
                   set ws-plan-found-ptr to ws-plan-srch-index
           end-search.
      *
           if ws-plan-found-ptr = 0 then
               set ws-plan-srch-index to ws-1
               search ws-plan-entry varying ws-plan-srch-index
                   at end
                       continue
                   when ws-plan-srch-index <= ws-plan-table-count
                     and ws-plan-type(ws-plan-srch-index) = 'S' and
                     ws-plan-key(ws-plan-srch-index)(1:2) =
                     ws-work-store-num
                       set ws-plan-found-ptr to ws-plan-srch-index
               end-search
           end-if.
      *
      * Commission on ws-tier-amount under the found plan: the base
      * rate up to tier 1, the tier 1 rate from there to tier 2 and
      * the tier 2 rate above that.
       8200-compute-tiered.
      *
           evaluate true
               when ws-plan-tier2-from(ws-plan-found-ptr) > 0 and
                 ws-tier-amount > ws-plan-tier2-from(
                 ws-plan-found-ptr)
                   compute ws-tier-commission =
                     (ws-plan-base-rate(ws-plan-found-ptr) *
                     ws-plan-tier1-from(ws-plan-found-ptr)) +
                     (ws-plan-tier1-rate(ws-plan-found-ptr) *
                     (ws-plan-tier2-from(ws-plan-found-ptr) -
                     ws-plan-tier1-from(ws-plan-found-ptr))) +
                     (ws-plan-tier2-rate(ws-plan-found-ptr) *
                     (ws-tier-amount -
                     ws-plan-tier2-from(ws-plan-found-ptr)))
               when ws-plan-tier1-from(ws-plan-found-ptr) > 0 and
                 ws-tier-amount > ws-plan-tier1-from(
                 ws-plan-found-ptr)
                   compute ws-tier-commission =
                     (ws-plan-base-rate(ws-plan-found-ptr) *
                     ws-plan-tier1-from(ws-plan-found-ptr)) +
                     (ws-plan-tier1-rate(ws-plan-found-ptr) *
                     (ws-tier-amount -
                     ws-plan-tier1-from(ws-plan-found-ptr)))
               when other
                   compute ws-tier-commission =
                     ws-plan-base-rate(ws-plan-found-ptr) *
                     ws-tier-amount
           end-evaluate.
      *
       8300-find-ledger.
      *
           move 0 to ws-led-found-ptr.
           set ws-led-srch-index to ws-1.
           search ws-led-entry varying ws-led-srch-index
               at end
                   continue
               when ws-led-srch-index <= ws-led-table-count and
                 ws-led-invoice(ws-led-srch-index) = ws-work-invoice
                   set ws-led-found-ptr to ws-led-srch-index
           end-search.
      *
       end program CommissionProcessing.
