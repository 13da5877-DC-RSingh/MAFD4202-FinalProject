      * are appended to the valid data file so they flow into the
      * rest of the nightly run; corrections that still fail, or that
      * do not match a rejected record, are listed on the corrections
      * report for another pass. A payment card number keyed on a
      * correction is replaced by its token from the card vault
      * before the correction is edited, as the Edit program does.
      * Special-order deposits and pickups, price adjustments and
      * even exchanges take the same edits Edit gives them; both
      * lines of an exchange are re-keyed together and are
      * resubmitted together or not at all.
      *
       environment division.
       input-output section.
                   to
                   '../../../../datafiles/data/file-40-giftcard.dat'
               organization is line sequential.
      *
           select file-133-loyalty-master
               assign
                   to
                   '../../../../datafiles/data/file-133-loyalty.dat'
               organization is line sequential.
      *
           select file-134-loyalty-control
               assign
                   to
                   '../../../../datafiles/data/file-134-loyalty-ctl.dat'
               organization is line sequential.
      *
           select file-142-fx-rate
               assign
                   to
                   '../../../../datafiles/data/file-142-fx-rate.dat'
               organization is line sequential.
      *
           select file-147-coupon-master
               assign
                   to
                   '../../../../datafiles/data/file-147-coupon.dat'
               organization is line sequential.
      *
           select optional file-156-merge-xref
               assign
                   to
                   '../../../../datafiles/data/file-156-merge-xrf.dat'
               organization is line sequential.
      *
           select optional file-170-card-vault
               assign
                   to
                   '../../../../datafiles/vault/file-170-vault.dat'
               organization is line sequential.
      *
           select file-38-price-tolerance
               assign
               organization is indexed
               access is dynamic
               record key is shr-invoice-num.
      *
           select optional file-186-sale-line-hist
               assign
                   to
                   '../../../../datafiles/data/file-186-sale-line.dat'
               organization is indexed
               access is dynamic
               record key is slh-line-key.
      *
           select optional file-181-price-adj-ctl
               assign
                   to
                   '../../../../datafiles/data/file-181-padj-ctl.dat'
               organization is line sequential.
      *
           select file-68-period-status
               assign
         05 eo-batch-id        pic 9(6).
         05 eo-disc-reason     pic xx.
         05 eo-no-receipt      pic x.
         05 eo-ret-reason      pic xx.
         05 eo-fx-amt          pic 9(5)V99.
         05 eo-coupon-code     pic x(10).
         05 eo-coupon-amt      pic 9(3)V99.
         05 eo-serial-num      pic x(20).
      *
       fd file-03-valid-output
           data record is valid-out-data.
         05 vo-batch-id        pic 9(6).
         05 vo-disc-reason     pic xx.
         05 vo-no-receipt      pic x.
         05 vo-ret-reason      pic xx.
         05 vo-fx-amt          pic 9(5)V99.
         05 vo-coupon-code     pic x(10).
         05 vo-coupon-amt      pic 9(3)V99.
         05 vo-serial-num      pic x(20).
      *
       fd file-12-corrections-data
           data record is corr-rec.
       01 corr-rec.
         05 cr-trans-code      pic x.
           88 cr-trans-code-valid value 'S', 'R', 'L', 'V', 'C',
                                        'I', 'O', 'P', 'A', 'X',
                                        'E'.
           88 cr-is-invoice-header value 'I'.
           88 cr-is-special-order value 'O', 'P'.
           88 cr-is-price-adjust value 'A'.
           88 cr-is-exchange     value 'X', 'E'.
           88 cr-is-exchange-return value 'X'.
         05 cr-trans-amt       pic 9(5)V99.
         05 cr-pay-type        pic XX.
         05 cr-store-num       pic XX.
         05 cr-trans-date      pic 9(8).
         05 cr-disc-reason     pic xx.
         05 cr-no-receipt      pic x.
         05 cr-ret-reason      pic xx.
           88 cr-ret-reason-valid value 'CM', 'DF', 'DT', 'WI'.
           88 cr-adj-reason-valid value 'PD', 'PM'.
           88 cr-adj-price-drop  value 'PD'.
         05 cr-fx-amt          pic 9(5)V99.
         05 cr-coupon-code     pic x(10).
         05 cr-coupon-amt      pic 9(3)V99.
         05 cr-serial-num      pic x(20).
      *
       fd file-13-store-master
           data record is store-master-rec.
         05 gcm-active          pic x.
         05 gcm-issue-date      pic 9(8).
         05 gcm-last-activity   pic 9(8).
      *
       fd file-133-loyalty-master
           data record is loyalty-master-rec.
      *
       01 loyalty-master-rec.
         05 lm-cust-num         pic x(8).
         05 lm-points-balance   pic 9(9).
         05 lm-earned-ltd       pic 9(9).
         05 lm-redeemed-ltd     pic 9(9).
         05 lm-expired-ltd      pic 9(9).
         05 lm-last-activity    pic 9(8).
         05 lm-enrol-date       pic 9(8).
      *
       fd file-134-loyalty-control
           data record is loyalty-control-rec.
      *
       01 loyalty-control-rec.
         05 lc-points-per-dollar pic 9(3).
         05 lc-point-value      pic 9v9(4).
         05 lc-expiry-days      pic 9(4).
         05 lc-last-liab-month  pic 9(6).
      *
       fd file-142-fx-rate
           data record is fx-rate-rec.
      *
       01 fx-rate-rec.
         05 fx-currency         pic xx.
         05 fx-eff-date         pic 9(8).
         05 fx-till-rate        pic 9(2)v9(6).
         05 fx-bank-rate        pic 9(2)v9(6).
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
       fd file-156-merge-xref
           data record is merge-xref-rec.
      *
       01 merge-xref-rec.
         05 mx-retired-num      pic x(8).
         05 mx-survivor-num     pic x(8).
         05 mx-merge-date       pic 9(8).
      *
       fd file-170-card-vault
           data record is card-vault-rec.
      *
       01 card-vault-rec.
         05 vt-token.
           10 vt-token-prefix   pic x.
           10 vt-token-seq      pic 9(7).
           10 vt-token-last-four pic x(4).
         05 vt-card-num         pic x(12).
         05 vt-vault-date       pic 9(8).
      *
       fd file-38-price-tolerance
           data record is price-tolerance-rec.
         05 pmr-sku-active      pic x.
         05 pmr-unit-price      pic 9(5)v99.
         05 pmr-taxable         pic x.
         05 pmr-serialized      pic x.
      *
       fd file-32-sale-history
           data record is sale-history-rec.
         05 shr-trans-amt      pic 9(5)V99.
         05 shr-sale-date      pic 9(8).
         05 shr-returned       pic x.
         05 shr-card-num       pic x(12).
         05 shr-cashier-id     pic x(4).
         05 shr-cust-num       pic x(8).
         05 shr-sale-store     pic xx.
      *
       fd file-186-sale-line-hist
           data record is sale-line-hist-rec.
      *
       01 sale-line-hist-rec.
         05 slh-line-key.
           10 slh-invoice-num  pic x(9).
           10 slh-sku-code     pic x(15).
         05 slh-sale-store     pic xx.
         05 slh-sale-date      pic 9(8).
         05 slh-quantity       pic 9(5).
         05 slh-sale-amt       pic 9(7)v99.
         05 slh-adj-amt        pic 9(7)v99.
      *
       fd file-181-price-adj-ctl
           data record is price-adj-ctl-rec.
      *
       01 price-adj-ctl-rec.
         05 pac-max-days        pic 9(3).
         05 pac-match-cap-pct   pic 9(3)v99.
      *
       fd file-68-period-status
           data record is period-status-rec.
                                  "TRANS DATE PERIOD CLOSED".
         05 ws-no-receipt-tender   pic x(22) value
                                  "NO-RCPT NEEDS STORECRD".
         05 ws-ret-reason-invalid  pic x(21) value
                                  "RETURN REASON INVALID".
         05 ws-on-acct-no-customer pic x(22) value
                                  "ON-ACCT NEEDS CUSTOMER".
         05 ws-credit-limit-exceeded pic x(21) value
                                  "CREDIT LIMIT EXCEEDED".
         05 ws-loyalty-no-customer pic x(22) value
                                  "POINTS NEED A CUSTOMER".
         05 ws-loyalty-points-low  pic x(19) value
                                  "POINTS BALANCE LOW".
         05 ws-fx-refund-invalid   pic x(22) value
                                  "US CASH NOT FOR REFUND".
         05 ws-fx-amt-invalid      pic x(17) value
                                  "US AMOUNT INVALID".
         05 ws-fx-rate-missing     pic x(19) value
                                  "NO US EXCHANGE RATE".
         05 ws-fx-amt-off-rate     pic x(23) value
                                  "US AMOUNT OFF TILL RATE".
         05 ws-coupon-not-allowed  pic x(18) value
                                  "COUPON NOT ALLOWED".
         05 ws-coupon-not-on-file  pic x(18) value
                                  "COUPON NOT ON FILE".
         05 ws-coupon-expired      pic x(14) value
                                  "COUPON EXPIRED".
         05 ws-coupon-sku-invalid  pic x(21) value
                                  "COUPON SKU INELIGIBLE".
         05 ws-coupon-amt-invalid  pic x(21) value
                                  "COUPON AMOUNT INVALID".
         05 ws-serial-num-missing  pic x(21) value
                                  "SERIAL NUMBER MISSING".
         05 ws-serial-qty-invalid  pic x(22) value
                                  "SERIAL ITEM QTY NOT 1".
         05 ws-spec-ord-no-customer pic x(23) value
                                  "SPEC ORD NEEDS CUSTOMER".
         05 ws-spec-ord-tender     pic x(23) value
                                  "SPEC ORD TENDER INVALID".
         05 ws-spec-ord-deposit    pic x(24) value
                                  "SPEC ORD DEPOSIT INVALID".
         05 ws-price-adj-reason    pic x(24) value
                                  "PRICE ADJ REASON INVALID".
         05 ws-price-adj-tender    pic x(24) value
                                  "PRICE ADJ TENDER INVALID".
         05 ws-price-adj-no-sale   pic x(23) value
                                  "PRICE ADJ NO SALE FOUND".
         05 ws-price-adj-returned  pic x(24) value
                                  "PRICE ADJ SALE RETURNED".
         05 ws-price-adj-too-late  pic x(24) value
                                  "PRICE ADJ PAST DAY LIMIT".
         05 ws-price-adj-over-sale pic x(24) value
                                  "PRICE ADJ OVER SALE AMT".
         05 ws-price-adj-no-drop   pic x(23) value
                                  "PRICE ADJ NO PRICE DROP".
         05 ws-price-adj-over-drop pic x(24) value
                                  "PRICE ADJ OVER THE DROP".
         05 ws-price-adj-over-cap  pic x(24) value
                                  "PRICE MATCH OVER CAP".
         05 ws-price-adj-not-sold  pic x(22) value
                                  "PRICE ADJ SKU NOT SOLD".
         05 ws-price-adj-over-qty  pic x(23) value
                                  "PRICE ADJ QTY OVER SALE".
         05 ws-exchange-unpaired   pic x(19) value
                                  "EXCHANGE NOT PAIRED".
         05 ws-exchange-disagree   pic x(23) value
                                  "EXCHANGE LINES DISAGREE".
         05 ws-exchange-tender     pic x(23) value
                                  "EXCHANGE TENDER INVALID".
         05 ws-exchange-partner-rej pic x(24) value
                                  "EXCHANGE PARTNER REJECTD".
         05 ws-exchange-over-price pic x(22) value
                                  "EXCH CREDIT OVER PRICE".
         05 ws-exchange-serial     pic x(23) value
                                  "SERIAL ITEM NO EXCHANGE".
         05 ws-not-rejected-msg    pic x(24) value
                                  "NOT ON ERROR FILE".
      *
           10 ws-prod-sku-code     pic x(15).
           10 ws-prod-active       pic x.
           10 ws-prod-unit-price   pic 9(5)v99.
           10 ws-prod-serialized   pic x.
       77 ws-prod-table-count      pic 9(5) value 0.
       77 ws-prod-mstr-eof         pic x value 'n'.
       77 ws-prod-found            pic x value 'n'.
       77 ws-prod-serial-reqd      pic x value 'n'.
      *
       01 ws-clerk-table.
         05 ws-clerk-entry          occurs 100 times
       77 ws-gc-mstr-eof            pic x value 'n'.
       77 ws-gc-found               pic x value 'n'.
       77 ws-gc-found-balance       pic 9(7)v99 value 0.
      *
       01 ws-loyalty-table.
         05 ws-lp-entry             occurs 2000 times
                                     indexed by ws-lp-index
                                     ws-lp-srch-index.
           10 ws-lp-cust-num        pic x(8).
           10 ws-lp-points          pic 9(9).
       77 ws-lp-table-count         pic 9(4) value 0.
       77 ws-lp-mstr-eof            pic x value 'n'.
       77 ws-lp-found-value         pic 9(9)v99 value 0.
       77 ws-lp-point-value         pic 9v9(4) value 0.
      *
       01 ws-fx-rate-table.
         05 ws-fx-entry             occurs 1000 times
                                     indexed by ws-fx-index.
           10 ws-fx-currency        pic xx.
           10 ws-fx-eff-date        pic 9(8).
           10 ws-fx-till-rate       pic 9(2)v9(6).
       77 ws-fx-table-count         pic 9(4) value 0.
       77 ws-fx-mstr-eof            pic x value 'n'.
       77 ws-fx-ptr                 pic 9(4) value 0.
       77 ws-fx-lookup-date         pic 9(8) value 0.
       77 ws-fx-best-date           pic 9(8) value 0.
       77 ws-fx-found-rate          pic 9(2)v9(6) value 0.
       77 ws-fx-cad-amt             pic 9(7)v99 value 0.
       77 ws-fx-difference          pic s9(7)v99 value 0.
       77 ws-fx-out-amt             pic 9(5)v99 value 0.
       77 ws-fx-tolerance           pic 9v99 value 0.01.
      *
       01 ws-coupon-table.
         05 ws-cpn-entry            occurs 500 times
                                     indexed by ws-cpn-index
                                     ws-cpn-srch-index.
           10 ws-cpn-code           pic x(10).
           10 ws-cpn-face-value     pic 9(3)v99.
           10 ws-cpn-expiry-date    pic 9(8).
           10 ws-cpn-sku-count      pic 99.
           10 ws-cpn-sku-code       pic x(15) occurs 10 times.
       77 ws-cpn-table-count        pic 9(3) value 0.
       77 ws-cpn-mstr-eof           pic x value 'n'.
       77 ws-cpn-found-ptr          pic 9(3) value 0.
       77 ws-cpn-sku-ptr            pic 99 value 0.
       77 ws-cpn-sku-ok             pic x value 'n'.
       77 ws-cpn-max-amt            pic 9(6)v99 value 0.
       77 ws-coupon-amt             pic 9(3)v99 value 0.
      *
       01 ws-merge-xref-table.
         05 ws-mx-entry              occurs 2000 times
                                      indexed by ws-mx-index
                                      ws-mx-srch-index.
           10 ws-mx-retired-num      pic x(8).
           10 ws-mx-survivor-num     pic x(8).
       77 ws-mx-table-count          pic 9(4) value 0.
       77 ws-mx-mstr-eof             pic x value 'n'.
      *
       01 ws-card-vault-table.
         05 ws-vt-entry              occurs 20000 times
                                      indexed by ws-vt-index
                                      ws-vt-srch-index.
           10 ws-vt-token            pic x(12).
           10 ws-vt-card-num         pic x(12).
           10 ws-vt-vault-date       pic 9(8).
           10 ws-vt-new              pic x.
       77 ws-vt-table-count          pic 9(5) value 0.
       77 ws-vt-mstr-eof             pic x value 'n'.
       77 ws-vt-next-seq             pic 9(7) value 1.
       77 ws-vt-found-ptr            pic 9(5) value 0.
      *
       01 ws-token-build.
         05 ws-tb-prefix             pic x value 'T'.
         05 ws-tb-seq                pic 9(7).
         05 ws-tb-last-four          pic x(4).
      *
       01 ws-period-table.
         05 ws-pd-entry           occurs 100 times
       77 ws-dup-count            pic 9(8) value 0.
       77 ws-dup-found            pic x value 'n'.
       77 ws-valid-out-eof        pic x value 'n'.
      *
      * One entry per exchange invoice on the corrections file, with
      * the count of lines coming back and going out under it, found
      * by a pass over the file before the corrections are edited.
      * The first line of a pair to pass is held here until its
      * partner has been edited, as Edit holds it.
       01 ws-exch-table.
         05 ws-ex-entry           occurs 500 times
                                   indexed by ws-ex-srch-index.
           10 ws-ex-invoice-num   pic x(9).
           10 ws-ex-store-num     pic xx.
           10 ws-ex-pay-type      pic xx.
           10 ws-ex-return-count  pic 9(3).
           10 ws-ex-replace-count pic 9(3).
           10 ws-ex-status        pic x.
             88 ws-ex-disagrees  value 'M'.
             88 ws-ex-line-rejected value 'R'.
           10 ws-ex-held          pic x.
           10 ws-ex-held-rec-num  pic 9(8).
           10 ws-ex-held-amt      pic 9(5)v99.
           10 ws-ex-held-valid    pic x(124).
       77 ws-ex-table-count       pic 9(4) value 0.
       77 ws-ex-found-ptr         pic 9(4) value 0.
       77 ws-ex-scan-eof          pic x value 'n'.
      *
      * Price adjustments already on the day's valid data for the
      * batch not yet split, and those accepted here, by invoice and
      * SKU; the sale line history does not carry them until Data
      * Split posts the batch.
       01 ws-padj-table.
         05 ws-pj-entry           occurs 2000 times
                                   indexed by ws-pj-srch-index.
           10 ws-pj-invoice-num   pic x(9).
           10 ws-pj-sku-code      pic x(15).
           10 ws-pj-adj-amt       pic 9(7)v99.
       77 ws-pj-table-count       pic 9(4) value 0.
       77 ws-pj-found-ptr         pic 9(4) value 0.
      *
       77 ws-pa-max-days         pic 9(3) value 14.
       77 ws-pa-match-cap-pct    pic 9(3)v99 value 10.
       77 ws-pa-sale-price       pic 9(5)v99 value 0.
       77 ws-pa-allowed-amt      pic s9(8)v99 value 0.
       77 ws-pa-line-room        pic s9(8)v99 value 0.
       77 ws-pa-days-after       pic s9(7) value 0.
       77 ws-pa-adj-to-date      pic 9(8)v99 value 0.
       77 ws-pa-invoice-num      pic x(9) value spaces.
       77 ws-pa-sku-code         pic x(15) value spaces.
       77 ws-pa-note-amt         pic 9(5)v99 value 0.
      *
       77 ws-900000             pic 9(6) value 900000.
       77 ws-100000             pic 9(6) value 100000.
       77 ws-expected-amt       pic 9(8)v99 value 0.
       77 ws-price-diff         pic s9(8)v99 value 0.
       77 ws-tolerance-amt      pic 9(8)v99 value 0.
       77 ws-keyed-amt          pic 9(8)v99 value 0.
      *
       01 ws-price-eff-table.
         05 ws-pe-entry          occurs 500 times.
       77 ws-pe-ptr              pic 9(3) value 1.
       77 ws-pe-best-date        pic 9(8) value 0.
       77 ws-price-used          pic 9(5)v99 value 0.
       77 ws-pe-as-of-date       pic 9(8) value 0.
      *
       01 ws-disc-auth-table.
         05 ws-da-entry          occurs 50 times
       0000-Main.
      *
           perform 1000-open-files.
           accept ws-run-date from date yyyymmdd.
           perform 1300-get-batch-id.
           perform 1100-load-store-master.
           perform 1120-load-pay-master.
           perform 1150-load-product-master.
           perform 1185-load-price-effective.
           perform 1187-load-discount-authority.
           perform 1190-load-giftcard-master.
           perform 1192-load-loyalty-master.
           perform 1193-load-fx-rates.
           perform 1194-load-coupon-master.
           perform 1195-load-customer-master.
           perform 1196-load-merge-xref.
           perform 1198-load-card-vault.
           perform 1197-load-period-status.
           perform 1199-load-price-adj-control.
           perform 1200-load-rejected-invoices.
           perform 1250-load-valid-invoices.
           perform 1255-scan-exchange-corrections.
           perform 1260-open-valid-output.
           perform 2000-print-report-headings.
           perform 3000-read-correction.
           perform 4000-process-corrections
             until ws-eof-flag = ws-is-true.
           perform 4397-flush-held-exchanges.
           perform 5000-prepare-summary.
           perform 6000-print-report-footers.
           if ws-accepted-records > 0 then
               perform 6900-fold-corrections-into-edit-total
           end-if.
           perform 6950-save-card-vault.
           perform 7000-close-files.
           goback.
      *
      *
           open input file-12-corrections-data.
           open input file-32-sale-history.
           open input file-186-sale-line-hist.
           open output file-16-corrections-report.
           open extend file-61-audit-trail.
      *
                           ws-prod-index)
                       move pmr-unit-price to ws-prod-unit-price(
                           ws-prod-index)
                       move pmr-serialized to ws-prod-serialized(
                           ws-prod-index)
               end-read
           end-perform.
      *
           end-perform.
      *
           close file-40-giftcard-master.
      *
       1192-load-loyalty-master.
      *
           open input file-134-loyalty-control.
           read file-134-loyalty-control
               at end
                   continue
               not at end
                   move lc-point-value to ws-lp-point-value
           end-read.
           close file-134-loyalty-control.
      *
           open input file-133-loyalty-master.
      *
           perform until ws-lp-mstr-eof = ws-is-true
               read file-133-loyalty-master
                   at end
                       move ws-is-true to ws-lp-mstr-eof
                   not at end
                       add ws-1 to ws-lp-table-count
                       set ws-lp-index to ws-lp-table-count
                       move lm-cust-num to ws-lp-cust-num(
                           ws-lp-index)
                       move lm-points-balance to ws-lp-points(
                           ws-lp-index)
               end-read
           end-perform.
      *
           close file-133-loyalty-master.
      *
       1193-load-fx-rates.
      *
           open input file-142-fx-rate.
      *
           perform until ws-fx-mstr-eof = ws-is-true
               read file-142-fx-rate
                   at end
                       move ws-is-true to ws-fx-mstr-eof
                   not at end
                       if ws-fx-table-count < 1000 then
                           add ws-1 to ws-fx-table-count
                           set ws-fx-index to ws-fx-table-count
                           move fx-currency to ws-fx-currency(
                               ws-fx-index)
                           move fx-eff-date to ws-fx-eff-date(
                               ws-fx-index)
                           move fx-till-rate to ws-fx-till-rate(
                               ws-fx-index)
                       end-if
               end-read
           end-perform.
      *
           close file-142-fx-rate.
      *
       1194-load-coupon-master.
      *
           open input file-147-coupon-master.
      *
           perform until ws-cpn-mstr-eof = ws-is-true
               read file-147-coupon-master
                   at end
                       move ws-is-true to ws-cpn-mstr-eof
                   not at end
                       if cpm-active = 'Y' and
                         ws-cpn-table-count < 500 then
                           add ws-1 to ws-cpn-table-count
                           set ws-cpn-index to ws-cpn-table-count
                           move cpm-coupon-code to ws-cpn-code(
                               ws-cpn-index)
                           move cpm-face-value to ws-cpn-face-value(
                               ws-cpn-index)
                           move cpm-expiry-date to ws-cpn-expiry-date(
                               ws-cpn-index)
                           move cpm-sku-count to ws-cpn-sku-count(
                               ws-cpn-index)
                           perform varying ws-cpn-sku-ptr from ws-1
                             by ws-1 until (ws-cpn-sku-ptr > 10)
                               move cpm-sku-code(ws-cpn-sku-ptr) to
                                 ws-cpn-sku-code(ws-cpn-index,
                                 ws-cpn-sku-ptr)
                           end-perform
                       end-if
               end-read
           end-perform.
      *
           close file-147-coupon-master.
      *
       1195-load-customer-master.
      *
           end-perform.
      *
           close file-42-customer-master.
      *
      * Customer numbers retired by a merge, and the number each
      * customer now goes by.
       1196-load-merge-xref.
      *
           open input file-156-merge-xref.
      *
           perform until ws-mx-mstr-eof = ws-is-true
               read file-156-merge-xref
                   at end
                       move ws-is-true to ws-mx-mstr-eof
                   not at end
                       if ws-mx-table-count < 2000 then
                           add ws-1 to ws-mx-table-count
                           set ws-mx-index to ws-mx-table-count
                           move mx-retired-num to ws-mx-retired-num(
                               ws-mx-index)
                           move mx-survivor-num to ws-mx-survivor-num(
                               ws-mx-index)
                       end-if
               end-read
           end-perform.
      *
           close file-156-merge-xref.
      *
      * The card vault, with the next free token number taken from
      * the highest one already issued.
       1198-load-card-vault.
      *
           open input file-170-card-vault.
      *
           perform until ws-vt-mstr-eof = ws-is-true
               read file-170-card-vault
                   at end
                       move ws-is-true to ws-vt-mstr-eof
                   not at end
                       if ws-vt-table-count < 20000 then
                           add ws-1 to ws-vt-table-count
                           set ws-vt-index to ws-vt-table-count
                           move vt-token to ws-vt-token(ws-vt-index)
                           move vt-card-num to ws-vt-card-num(
                               ws-vt-index)
                           move vt-vault-date to ws-vt-vault-date(
                               ws-vt-index)
                           move 'n' to ws-vt-new(ws-vt-index)
                       end-if
                       if vt-token-seq is numeric and
                         vt-token-seq >= ws-vt-next-seq then
                           compute ws-vt-next-seq = vt-token-seq + 1
                       end-if
               end-read
           end-perform.
      *
           close file-170-card-vault.
      *
       1197-load-period-status.
      *
           end-perform.
      *
           close file-68-period-status.
      *
      * No control record leaves two weeks and a ten percent
      * price-match cap in place, as in Edit.
       1199-load-price-adj-control.
      *
           open input file-181-price-adj-ctl.
           read file-181-price-adj-ctl
               at end
                   continue
               not at end
                   if pac-max-days is numeric then
                       move pac-max-days to ws-pa-max-days
                   end-if
                   if pac-match-cap-pct is numeric then
                       move pac-match-cap-pct to ws-pa-match-cap-pct
                   end-if
           end-read.
           close file-181-price-adj-ctl.
      *
       1200-load-rejected-invoices.
      *
                           move vo-invoice-num to ws-ih-invoice(
                               ws-ih-index)
                       end-if
                       if vo-trans-code = 'A' and
                         vo-batch-id = ws-batch-id then
                           move vo-invoice-num to ws-pa-invoice-num
                           move vo-sku-code to ws-pa-sku-code
                           move vo-trans-amt to ws-pa-note-amt
                           perform 4399-note-price-adjustment
                       end-if
               end-read
           end-perform.
      *
           close file-03-valid-output.
      *
      * Both lines of a re-keyed exchange come in on the corrections
      * file under the exchange's invoice; they are counted here so a
      * complete pair can be told from a half-keyed one, and the
      * file is then closed and reopened for the edit pass.
       1255-scan-exchange-corrections.
      *
           perform until ws-ex-scan-eof = ws-is-true
               read file-12-corrections-data
                   at end
                       move ws-is-true to ws-ex-scan-eof
                   not at end
                       if cr-is-exchange then
                           perform 1256-note-exchange-line
                       end-if
               end-read
           end-perform.
      *
           close file-12-corrections-data.
           open input file-12-corrections-data.
      *
       1256-note-exchange-line.
      *
           perform 4394-find-exchange.
           if ws-ex-found-ptr = 0 then
               if ws-ex-table-count < 500 then
                   add ws-1 to ws-ex-table-count
                   move ws-ex-table-count to ws-ex-found-ptr
                   move cr-invoice-num to ws-ex-invoice-num(
                       ws-ex-found-ptr)
                   move cr-store-num to ws-ex-store-num(
                       ws-ex-found-ptr)
                   move cr-pay-type to ws-ex-pay-type(ws-ex-found-ptr)
                   move 0 to ws-ex-return-count(ws-ex-found-ptr)
                   move 0 to ws-ex-replace-count(ws-ex-found-ptr)
                   move 'A' to ws-ex-status(ws-ex-found-ptr)
                   move 'n' to ws-ex-held(ws-ex-found-ptr)
               else
                   exit paragraph
               end-if
           else
               if cr-store-num not = ws-ex-store-num(ws-ex-found-ptr)
                 or cr-pay-type not = ws-ex-pay-type(ws-ex-found-ptr)
                   move 'M' to ws-ex-status(ws-ex-found-ptr)
               end-if
           end-if.
           if cr-is-exchange-return then
               add ws-1 to ws-ex-return-count(ws-ex-found-ptr)
           else
               add ws-1 to ws-ex-replace-count(ws-ex-found-ptr)
           end-if.
      *
       1260-open-valid-output.
      *
      *
           read file-12-corrections-data
               at end
                   move ws-is-true to ws-eof-flag
               not at end
                   if cr-card-num is numeric then
                       perform 3050-tokenize-card
                   end-if
           end-read.
      *
      * The same card always takes the same token; a card new to
      * the vault is given the next token number, or token number
      * zero - masked but never stored - when the vault table is
      * full.
       3050-tokenize-card.
      *
           move 0 to ws-vt-found-ptr.
           set ws-vt-srch-index to ws-1.
           search ws-vt-entry varying ws-vt-srch-index
               at end
                   continue
               when ws-vt-srch-index <= ws-vt-table-count and
                 ws-vt-card-num(ws-vt-srch-index) = cr-card-num
                   set ws-vt-found-ptr to ws-vt-srch-index
           end-search.
      *
           if ws-vt-found-ptr > 0 then
               move ws-vt-token(ws-vt-found-ptr) to cr-card-num
           else
               move cr-card-num(9:4) to ws-tb-last-four
               if ws-vt-table-count < 20000 then
                   move ws-vt-next-seq to ws-tb-seq
                   add ws-1 to ws-vt-next-seq
                   add ws-1 to ws-vt-table-count
                   set ws-vt-index to ws-vt-table-count
                   move ws-token-build to ws-vt-token(ws-vt-index)
                   move cr-card-num to ws-vt-card-num(ws-vt-index)
                   move ws-run-date to ws-vt-vault-date(ws-vt-index)
                   move 'y' to ws-vt-new(ws-vt-index)
               else
                   move 0 to ws-tb-seq
               end-if
               move ws-token-build to cr-card-num
           end-if.
      *
       4000-process-corrections.
      *
               move "NOT ON ERRS" to ws-audit-disp
               move spaces to ws-audit-reason
               perform 8010-audit-this-record
               if cr-is-exchange then
                   perform 4395-reject-exchange-pair
               end-if
           else
               perform 4300-check-corrected-record
               if ws-has-errors = ws-is-true then
                   move "REJECTED" to ws-audit-disp
                   move ws-dl-error(ws-1) to ws-audit-reason
                   perform 8010-audit-this-record
                   if cr-is-exchange then
                       perform 4395-reject-exchange-pair
                   end-if
               else
                   move cr-trans-code  to vo-trans-code
                   move cr-trans-amt   to vo-trans-amt
                   move cr-pay-type    to vo-pay-type
                   move ws-batch-id    to vo-batch-id
                   move cr-disc-reason to vo-disc-reason
                   move cr-no-receipt  to vo-no-receipt
                   move cr-ret-reason  to vo-ret-reason
                   move ws-fx-out-amt  to vo-fx-amt
                   move cr-coupon-code to vo-coupon-code
                   move ws-coupon-amt  to vo-coupon-amt
                   move cr-serial-num  to vo-serial-num
                   move "RESUBMITTED" to ws-dl-disposition
                   move "RESUBMITTED" to ws-audit-disp
                   move spaces to ws-audit-reason
                   if cr-is-exchange then
                       perform 4396-pass-exchange-line
                   else
                       add ws-1 to ws-accepted-records
                       add cr-trans-amt to ws-accepted-amt
                       write valid-out-data
                   end-if
                   if cr-is-price-adjust then
                       move cr-invoice-num to ws-pa-invoice-num
                       move cr-sku-code to ws-pa-sku-code
                       move cr-trans-amt to ws-pa-note-amt
                       perform 4399-note-price-adjustment
                   end-if
                   if cr-is-invoice-header then
                       if ws-ih-count < 1000 then
                           add ws-1 to ws-ih-count
                           end-if
                       end-if
                   end-if
                   perform 4900-write-detail
                   perform 8010-audit-this-record
               end-if
           end-if.
           move ws-1        to ws-current-error.
           move ws-is-false to ws-has-errors.
           move ws-is-false to ws-was-rejected.
           move 0           to ws-coupon-amt.
           move spaces      to ws-detail-line.
      *
       4200-check-was-rejected.
      *
       4300-check-corrected-record.
      *
           perform 4384-redirect-merged-customer.
           if cr-is-invoice-header then
               perform 4305-check-invoice-header
           else
           perform 4350-check-invoice-num.
           perform 4373-check-trans-date.
           perform 4374-check-closed-period.
           perform 4378-check-foreign-tender.
           perform 4390-check-basket-tender.
           perform 4380-check-header-duplicate.
      *
                   end-search
               end-if
           end-if.
      *
           if cr-pay-type = 'LP' then
               perform 4371-check-loyalty-points
           end-if.
      *
      * The header must be the only one keyed on its invoice number
      * and the invoice must not already be on the day's valid data
           perform 4360-check-sku-code.
           perform 4365-check-cashier-id.
           perform 4366-check-quantity.
           perform 4386-check-serial-num.
           perform 4379-check-coupon.
           perform 4367-check-price-qty.
           perform 4369-check-gift-card.
           perform 4371-check-loyalty-redeem.
           perform 4372-check-customer-num.
           perform 4373-check-trans-date.
           perform 4374-check-closed-period.
           perform 4375-check-no-receipt.
           perform 4377-check-return-reason.
           perform 4378-check-foreign-tender.
           perform 4376-check-on-account.
           perform 4389-check-special-order.
           perform 4391-check-price-adjustment.
           perform 4392-check-exchange.
           perform 4370-check-duplicate-invoice.
      *
       4310-check-trans-code.
               add ws-1 to ws-current-error
           else
               move ws-is-false to ws-prod-found
               move ws-is-false to ws-prod-serial-reqd
               move 0 to ws-matched-price
               set ws-prod-srch-index to ws-1
               search ws-prod-sku varying ws-prod-srch-index
                       move ws-is-true to ws-prod-found
                       move ws-prod-unit-price(ws-prod-srch-index) to
                         ws-matched-price
                       if ws-prod-serialized(ws-prod-srch-index) = 'Y'
                           move ws-is-true to ws-prod-serial-reqd
                       end-if
               end-search
      *
               if ws-prod-found = ws-is-false then
               add ws-1 to ws-current-error
           end-if.
      *
      * Same serial rule the Edit program applies: a serialized SKU
      * is sold and returned one unit to a line, naming the serial.
       4386-check-serial-num.
      *
           if (cr-trans-code = 'S' or cr-trans-code = 'R') and
             ws-prod-serial-reqd = ws-is-true then
               if cr-serial-num = spaces then
                   move ws-is-true to ws-has-errors
                   move ws-serial-num-missing to ws-dl-error(
                       ws-current-error)
                   add ws-1 to ws-current-error
               end-if
               if cr-quantity is numeric and cr-quantity > 1 then
                   move ws-is-true to ws-has-errors
                   move ws-serial-qty-invalid to ws-dl-error(
                       ws-current-error)
                   add ws-1 to ws-current-error
               end-if
           end-if.
      *
      * Same effective-dated price rule the Edit program applies:
      * the newest dated row on file-75 not after the as-of date
      * (the transaction date for a sale), falling back to the
      * master's standing price.
       4363-find-effective-price.
      *
           move ws-matched-price to ws-price-used.
           perform varying ws-pe-ptr from ws-1 by ws-1
             until (ws-pe-ptr > ws-pe-table-count)
               if ws-pe-sku-code(ws-pe-ptr) = cr-sku-code
                   and ws-pe-eff-date(ws-pe-ptr) not >
                       ws-pe-as-of-date
                   and ws-pe-eff-date(ws-pe-ptr) > ws-pe-best-date
                       move ws-pe-eff-date(ws-pe-ptr) to
                           ws-pe-best-date
           end-perform.
      *
      * Same price/quantity agreement test the Edit program
      * applies; only 'S' records and exchange replacements ('E')
      * carry amount = quantity x price semantics (voids override,
      * cancellations give up a deposit, layaways pay instalments,
      * returns may be partial).
       4367-check-price-qty.
      *
           if cr-trans-code not = 'S' and cr-trans-code not = 'E'
             then
               continue
           else
               if ws-prod-found = ws-is-true and
                 cr-quantity is numeric and cr-quantity > 0 and
                 cr-trans-amt is numeric then
                   move cr-trans-date to ws-pe-as-of-date
                   perform 4363-find-effective-price
                   compute ws-expected-amt = cr-quantity *
                     ws-price-used
                   compute ws-keyed-amt = cr-trans-amt + ws-coupon-amt
                   compute ws-price-diff = ws-keyed-amt -
                     ws-expected-amt
                   if ws-price-diff < 0 then
                       compute ws-price-diff = 0 - ws-price-diff
           move 0 to ws-da-found-ptr.
      *
           if cr-disc-reason = spaces or
             ws-keyed-amt not < ws-expected-amt or
             ws-expected-amt = 0 then
               exit paragraph
           end-if.
           end-if.
      *
           compute ws-disc-pct-off rounded =
             ((ws-expected-amt - ws-keyed-amt) / ws-expected-amt)
             * ws-100.
      *
           if ws-disc-pct-off not > ws-da-max-pct(ws-da-found-ptr)
                     ws-gc-found-balance
           end-search.
      *
      * Same points-tender test as Edit's 4171.
       4371-check-loyalty-redeem.
      *
           if cr-pay-type not = 'LP' or
             (cr-trans-code not = 'S' and cr-trans-code not = 'L')
             then
               exit paragraph
           end-if.
      *
           perform 4371-check-loyalty-points.
      *
       4371-check-loyalty-points.
      *
           if cr-cust-num = spaces then
               move ws-is-true to ws-has-errors
               move ws-loyalty-no-customer to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
               exit paragraph
           end-if.
      *
           move 0 to ws-lp-found-value.
           set ws-lp-srch-index to ws-1.
           search ws-lp-entry varying ws-lp-srch-index
               at end
                   continue
               when ws-lp-srch-index <= ws-lp-table-count and
                 ws-lp-cust-num(ws-lp-srch-index) = cr-cust-num
                   compute ws-lp-found-value =
                     ws-lp-points(ws-lp-srch-index) *
                     ws-lp-point-value
           end-search.
      *
           if cr-trans-amt is numeric and
             cr-trans-amt > ws-lp-found-value then
               move ws-is-true to ws-has-errors
               move ws-loyalty-points-low to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
      * A blank customer number is a walk-in sale; when one is
      * keyed it must name an active customer on the master.
      * A correction keyed with a customer number since retired by
      * a merge is posted to the number the customer was merged
      * into, the same as Edit does.
       4384-redirect-merged-customer.
      *
           if cr-cust-num = spaces then
               exit paragraph
           end-if.
      *
           set ws-mx-srch-index to ws-1.
           search ws-mx-entry varying ws-mx-srch-index
               at end
                   continue
               when ws-mx-srch-index <= ws-mx-table-count and
                 ws-mx-retired-num(ws-mx-srch-index) = cr-cust-num
                   move ws-mx-survivor-num(ws-mx-srch-index) to
                     cr-cust-num
           end-search.
      *
       4372-check-customer-num.
      *
           if cr-cust-num = spaces then
               add ws-1 to ws-current-error
           end-if.
      *
      * Same return reason rule the Edit program applies.
       4377-check-return-reason.
      *
           if cr-trans-code = 'R' and not cr-ret-reason-valid then
               move ws-is-true to ws-has-errors
               move ws-ret-reason-invalid to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
      * Same US cash rules the Edit program applies: no US refunds,
      * and the US amount must convert at the till rate to the
      * Canadian amount on the line.
       4378-check-foreign-tender.
      *
           move 0 to ws-fx-out-amt.
           if cr-pay-type not = 'US' then
               exit paragraph
           end-if.
      *
           if cr-trans-code = 'R' or cr-trans-code = 'C' then
               move ws-is-true to ws-has-errors
               move ws-fx-refund-invalid to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
               exit paragraph
           end-if.
      *
           if cr-fx-amt is not numeric or cr-fx-amt = 0 then
               move ws-is-true to ws-has-errors
               move ws-fx-amt-invalid to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
               exit paragraph
           end-if.
           move cr-fx-amt to ws-fx-out-amt.
      *
           if cr-trans-date is numeric then
               move cr-trans-date to ws-fx-lookup-date
           else
               move ws-run-date to ws-fx-lookup-date
           end-if.
           perform 4378-find-till-rate.
      *
           if ws-fx-best-date = 0 then
               move ws-is-true to ws-has-errors
               move ws-fx-rate-missing to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
               exit paragraph
           end-if.
      *
           if cr-trans-amt is numeric then
               compute ws-fx-cad-amt rounded =
                 cr-fx-amt * ws-fx-found-rate
               compute ws-fx-difference = ws-fx-cad-amt - cr-trans-amt
               if ws-fx-difference > ws-fx-tolerance or
                 ws-fx-difference < 0 - ws-fx-tolerance then
                   move ws-is-true to ws-has-errors
                   move ws-fx-amt-off-rate to ws-dl-error(
                       ws-current-error)
                   add ws-1 to ws-current-error
               end-if
           end-if.
      *
       4378-find-till-rate.
      *
           move 0 to ws-fx-best-date.
           move 0 to ws-fx-found-rate.
      *
           perform varying ws-fx-ptr from ws-1 by ws-1
             until (ws-fx-ptr > ws-fx-table-count)
               if ws-fx-currency(ws-fx-ptr) = cr-pay-type
                   and ws-fx-eff-date(ws-fx-ptr) not >
                     ws-fx-lookup-date
                   and ws-fx-eff-date(ws-fx-ptr) > ws-fx-best-date
                       move ws-fx-eff-date(ws-fx-ptr) to
                           ws-fx-best-date
                       move ws-fx-till-rate(ws-fx-ptr) to
                           ws-fx-found-rate
               end-if
           end-perform.
      *
      * Same manufacturer coupon rules the Edit program applies: a
      * sale of a SKU the coupon is good on, before it expires, for
      * no more than face value a unit; a void carries its sale's
      * coupon back off.
       4379-check-coupon.
      *
           move 0 to ws-coupon-amt.
           if cr-coupon-code = spaces then
               exit paragraph
           end-if.
      *
           if cr-trans-code not = 'S' and cr-trans-code not = 'V'
             then
               move ws-is-true to ws-has-errors
               move ws-coupon-not-allowed to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
               exit paragraph
           end-if.
      *
           if cr-coupon-amt is not numeric or cr-coupon-amt = 0 then
               move ws-is-true to ws-has-errors
               move ws-coupon-amt-invalid to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
               exit paragraph
           end-if.
           move cr-coupon-amt to ws-coupon-amt.
      *
           if cr-trans-code = 'V' then
               exit paragraph
           end-if.
      *
           move 0 to ws-cpn-found-ptr.
           set ws-cpn-srch-index to ws-1.
           search ws-cpn-entry varying ws-cpn-srch-index
               at end
                   continue
               when ws-cpn-srch-index <= ws-cpn-table-count and
                 ws-cpn-code(ws-cpn-srch-index) = cr-coupon-code
                   set ws-cpn-found-ptr to ws-cpn-srch-index
           end-search.
      *
           if ws-cpn-found-ptr = 0 then
               move ws-is-true to ws-has-errors
               move ws-coupon-not-on-file to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
               exit paragraph
           end-if.
      *
           if cr-trans-date is numeric and
             cr-trans-date > ws-cpn-expiry-date(ws-cpn-found-ptr) then
               move ws-is-true to ws-has-errors
               move ws-coupon-expired to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           move ws-is-false to ws-cpn-sku-ok.
           perform varying ws-cpn-sku-ptr from ws-1 by ws-1
             until (ws-cpn-sku-ptr >
             ws-cpn-sku-count(ws-cpn-found-ptr)) or
             (ws-cpn-sku-ptr > 10)
               if ws-cpn-sku-code(ws-cpn-found-ptr, ws-cpn-sku-ptr) =
                 cr-sku-code then
                   move ws-is-true to ws-cpn-sku-ok
               end-if
           end-perform.
           if ws-cpn-sku-ok = ws-is-false then
               move ws-is-true to ws-has-errors
               move ws-coupon-sku-invalid to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           if cr-quantity is numeric then
               compute ws-cpn-max-amt =
                 ws-cpn-face-value(ws-cpn-found-ptr) * cr-quantity
           else
               move ws-cpn-face-value(ws-cpn-found-ptr) to
                 ws-cpn-max-amt
           end-if.
           if cr-coupon-amt > ws-cpn-max-amt then
               move ws-is-true to ws-has-errors
               move ws-coupon-amt-invalid to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
      * Same on-account rules the Edit program applies: the sale
      * must name its customer and fit under the credit limit.
       4376-check-on-account.
                   add ws-1 to ws-current-error
               end-if
           end-if.
      *
      * Same special-order rules as Edit's 4189: the deposit is held
      * for a named customer, in Canadian cash or card, and is never
      * zero.
       4389-check-special-order.
      *
           if not cr-is-special-order then
               exit paragraph
           end-if.
      *
           if cr-cust-num = spaces then
               move ws-is-true to ws-has-errors
               move ws-spec-ord-no-customer to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           if cr-pay-type = 'GC' or cr-pay-type = 'LP' or
             cr-pay-type = 'OA' or cr-pay-type = 'US' then
               move ws-is-true to ws-has-errors
               move ws-spec-ord-tender to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           if cr-trans-amt is numeric and cr-trans-amt = 0 then
               move ws-is-true to ws-has-errors
               move ws-spec-ord-deposit to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
      * Same price adjustment rules as Edit's 4191: the sale on the
      * history, not returned, within the day limit; the SKU on the
      * sale in at least the quantity adjusted; the line's
      * adjustments together no more than the line took; and the
      * refund within the price drop or the price-match cap, less
      * what earlier adjustments refunded on the line.
       4391-check-price-adjustment.
      *
           if not cr-is-price-adjust then
               exit paragraph
           end-if.
      *
           if not cr-adj-reason-valid then
               move ws-is-true to ws-has-errors
               move ws-price-adj-reason to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           if cr-pay-type = 'GC' or cr-pay-type = 'LP' or
             cr-pay-type = 'OA' or cr-pay-type = 'US' then
               move ws-is-true to ws-has-errors
               move ws-price-adj-tender to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           move cr-invoice-num to shr-invoice-num.
           read file-32-sale-history
               invalid key
                   move ws-is-true to ws-has-errors
                   move ws-price-adj-no-sale to ws-dl-error(
                       ws-current-error)
                   add ws-1 to ws-current-error
                   exit paragraph
           end-read.
      *
           if shr-returned = 'y' then
               move ws-is-true to ws-has-errors
               move ws-price-adj-returned to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           if cr-trans-amt is not numeric or
             cr-trans-date is not numeric or cr-trans-date = 0 or
             cr-quantity is not numeric or
             ws-prod-found = ws-is-false then
               exit paragraph
           end-if.
      *
           compute ws-pa-days-after =
             function integer-of-date(cr-trans-date) -
             function integer-of-date(shr-sale-date).
           if ws-pa-days-after > ws-pa-max-days then
               move ws-is-true to ws-has-errors
               move ws-price-adj-too-late to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           move cr-invoice-num to slh-invoice-num.
           move cr-sku-code to slh-sku-code.
           read file-186-sale-line-hist
               invalid key
                   move ws-is-true to ws-has-errors
                   move ws-price-adj-not-sold to ws-dl-error(
                       ws-current-error)
                   add ws-1 to ws-current-error
                   exit paragraph
           end-read.
      *
           if cr-quantity > slh-quantity then
               move ws-is-true to ws-has-errors
               move ws-price-adj-over-qty to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           move cr-invoice-num to ws-pa-invoice-num.
           move cr-sku-code to ws-pa-sku-code.
           perform 4398-find-batch-adjustment.
           move slh-adj-amt to ws-pa-adj-to-date.
           if ws-pj-found-ptr > 0 then
               add ws-pj-adj-amt(ws-pj-found-ptr) to ws-pa-adj-to-date
           end-if.
      *
           if cr-trans-amt + ws-pa-adj-to-date > slh-sale-amt then
               move ws-is-true to ws-has-errors
               move ws-price-adj-over-sale to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           move shr-sale-date to ws-pe-as-of-date.
           perform 4363-find-effective-price.
           move ws-price-used to ws-pa-sale-price.
      *
           if cr-adj-price-drop then
               move cr-trans-date to ws-pe-as-of-date
               perform 4363-find-effective-price
               compute ws-pa-allowed-amt = cr-quantity *
                 (ws-pa-sale-price - ws-price-used)
               compute ws-pa-line-room = slh-quantity *
                 (ws-pa-sale-price - ws-price-used) -
                 ws-pa-adj-to-date
               if ws-pa-line-room < ws-pa-allowed-amt then
                   move ws-pa-line-room to ws-pa-allowed-amt
               end-if
               if ws-pa-allowed-amt not > 0 then
                   move ws-is-true to ws-has-errors
                   move ws-price-adj-no-drop to ws-dl-error(
                       ws-current-error)
                   add ws-1 to ws-current-error
               else
                   if cr-trans-amt > ws-pa-allowed-amt then
                       move ws-is-true to ws-has-errors
                       move ws-price-adj-over-drop to ws-dl-error(
                           ws-current-error)
                       add ws-1 to ws-current-error
                   end-if
               end-if
           else
               compute ws-pa-allowed-amt rounded = cr-quantity *
                 ws-pa-sale-price * ws-pa-match-cap-pct / ws-100
               compute ws-pa-line-room rounded = slh-quantity *
                 ws-pa-sale-price * ws-pa-match-cap-pct / ws-100 -
                 ws-pa-adj-to-date
               if ws-pa-line-room < ws-pa-allowed-amt then
                   move ws-pa-line-room to ws-pa-allowed-amt
               end-if
               if cr-trans-amt > ws-pa-allowed-amt then
                   move ws-is-true to ws-has-errors
                   move ws-price-adj-over-cap to ws-dl-error(
                       ws-current-error)
                   add ws-1 to ws-current-error
               end-if
           end-if.
      *
      * Same exchange rules as Edit's 4192: exactly one line each
      * way on the corrections file under the invoice, one store and
      * one tender, Canadian cash or card, no serialized SKU, and the
      * item coming back credited at no more than its price; a line
      * whose partner was rejected is rejected with it.
       4392-check-exchange.
      *
           if not cr-is-exchange then
               exit paragraph
           end-if.
      *
           perform 4394-find-exchange.
           if ws-ex-found-ptr = 0 then
               move ws-is-true to ws-has-errors
               move ws-exchange-unpaired to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
               exit paragraph
           end-if.
      *
           if ws-ex-return-count(ws-ex-found-ptr) not = 1 or
             ws-ex-replace-count(ws-ex-found-ptr) not = 1 then
               move ws-is-true to ws-has-errors
               move ws-exchange-unpaired to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           if ws-ex-disagrees(ws-ex-found-ptr) then
               move ws-is-true to ws-has-errors
               move ws-exchange-disagree to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           if ws-ex-line-rejected(ws-ex-found-ptr) then
               move ws-is-true to ws-has-errors
               move ws-exchange-partner-rej to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           if ws-prod-serial-reqd = ws-is-true then
               move ws-is-true to ws-has-errors
               move ws-exchange-serial to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           if cr-pay-type = 'GC' or cr-pay-type = 'LP' or
             cr-pay-type = 'OA' or cr-pay-type = 'US' then
               move ws-is-true to ws-has-errors
               move ws-exchange-tender to ws-dl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           if cr-is-exchange-return and ws-prod-found = ws-is-true and
             cr-quantity is numeric and cr-quantity > 0 and
             cr-trans-amt is numeric and cr-trans-date is numeric then
               move cr-trans-date to ws-pe-as-of-date
               perform 4363-find-effective-price
               compute ws-expected-amt = cr-quantity * ws-price-used
               compute ws-tolerance-amt rounded =
                 (ws-expected-amt * ws-price-tol-pct) / ws-100
               if cr-trans-amt > ws-expected-amt + ws-tolerance-amt
                 then
                   move ws-is-true to ws-has-errors
                   move ws-exchange-over-price to ws-dl-error(
                       ws-current-error)
                   add ws-1 to ws-current-error
               end-if
           end-if.
      *
       4394-find-exchange.
      *
           move 0 to ws-ex-found-ptr.
           set ws-ex-srch-index to ws-1.
           search ws-ex-entry varying ws-ex-srch-index
               at end
                   continue
               when ws-ex-srch-index <= ws-ex-table-count and
                 ws-ex-invoice-num(ws-ex-srch-index) = cr-invoice-num
                   set ws-ex-found-ptr to ws-ex-srch-index
           end-search.
      *
      * A rejected exchange line marks its pair so a partner still
      * to come is rejected too, and a partner already held is
      * listed as still rejected instead of being resubmitted.
       4395-reject-exchange-pair.
      *
           perform 4394-find-exchange.
           if ws-ex-found-ptr = 0 then
               exit paragraph
           end-if.
      *
           if ws-ex-status(ws-ex-found-ptr) = 'A' then
               move 'R' to ws-ex-status(ws-ex-found-ptr)
           end-if.
      *
           if ws-ex-held(ws-ex-found-ptr) = 'y' then
               move ws-exchange-partner-rej to ws-audit-reason
               perform 4393-reject-held-exchange
           end-if.
      *
       4393-reject-held-exchange.
      *
           add ws-1 to ws-rejected-records.
           move 'n' to ws-ex-held(ws-ex-found-ptr).
           move spaces to ws-detail-line.
           move "STILL REJECTED" to ws-dl-disposition.
           move "REJECTED" to ws-audit-disp.
           perform 4390-write-held-detail.
      *
      * The first line of a re-keyed exchange to pass is held back;
      * when its partner passes too, both are resubmitted together.
       4396-pass-exchange-line.
      *
           perform 4394-find-exchange.
           if ws-ex-held(ws-ex-found-ptr) = 'y' then
               add ws-1 to ws-accepted-records
               add cr-trans-amt to ws-accepted-amt
               write valid-out-data
               add ws-1 to ws-accepted-records
               add ws-ex-held-amt(ws-ex-found-ptr) to ws-accepted-amt
               write valid-out-data from
                 ws-ex-held-valid(ws-ex-found-ptr)
               move 'n' to ws-ex-held(ws-ex-found-ptr)
               move spaces to ws-detail-line
               move "RESUBMITTED" to ws-dl-disposition
               perform 4390-write-held-detail
               move spaces to ws-detail-line
               move "RESUBMITTED" to ws-dl-disposition
           else
               move valid-out-data to
                 ws-ex-held-valid(ws-ex-found-ptr)
               move cr-trans-amt to ws-ex-held-amt(ws-ex-found-ptr)
               move ws-current-record to
                 ws-ex-held-rec-num(ws-ex-found-ptr)
               move 'y' to ws-ex-held(ws-ex-found-ptr)
               move "HELD FOR PAIR" to ws-dl-disposition
               move "HELD" to ws-audit-disp
               move "EXCH PARTNER PENDING" to ws-audit-reason
           end-if.
      *
       4390-write-held-detail.
      *
           move ws-ex-held-rec-num(ws-ex-found-ptr) to
             ws-dl-record-num.
           move ws-ex-invoice-num(ws-ex-found-ptr) to
             ws-dl-invoice-num.
           move ws-audit-reason to ws-dl-error(ws-1).
           write report-print-line from spaces.
           write report-print-line from ws-detail-line.
           move ws-ex-invoice-num(ws-ex-found-ptr) to at-invoice-num.
           perform 8000-write-audit-event.
      *
      * A line still held at the end of the file never had its
      * partner resubmitted, so it is not resubmitted either.
       4397-flush-held-exchanges.
      *
           perform varying ws-ex-found-ptr from ws-1 by ws-1
             until (ws-ex-found-ptr > ws-ex-table-count)
               if ws-ex-held(ws-ex-found-ptr) = 'y' then
                   move ws-exchange-unpaired to ws-audit-reason
                   perform 4393-reject-held-exchange
               end-if
           end-perform.
      *
      * A price adjustment already on the valid data, or accepted
      * here, counts against its sale line for any later one.
       4399-note-price-adjustment.
      *
           perform 4398-find-batch-adjustment.
           if ws-pj-found-ptr = 0 then
               if ws-pj-table-count < 2000 then
                   add ws-1 to ws-pj-table-count
                   move ws-pj-table-count to ws-pj-found-ptr
                   move ws-pa-invoice-num to ws-pj-invoice-num(
                       ws-pj-found-ptr)
                   move ws-pa-sku-code to ws-pj-sku-code(
                       ws-pj-found-ptr)
                   move 0 to ws-pj-adj-amt(ws-pj-found-ptr)
               else
                   exit paragraph
               end-if
           end-if.
           add ws-pa-note-amt to ws-pj-adj-amt(ws-pj-found-ptr).
      *
       4398-find-batch-adjustment.
      *
           move 0 to ws-pj-found-ptr.
           set ws-pj-srch-index to ws-1.
           search ws-pj-entry varying ws-pj-srch-index
               at end
                   continue
               when ws-pj-srch-index <= ws-pj-table-count and
                 ws-pj-invoice-num(ws-pj-srch-index) =
                 ws-pa-invoice-num and
                 ws-pj-sku-code(ws-pj-srch-index) = ws-pa-sku-code
                   set ws-pj-found-ptr to ws-pj-srch-index
           end-search.
      *
       4900-write-detail.
      *
           write control-total-rec.
      *
           close file-20-control-totals.
      *
      * Cards first seen on this run go onto the vault.
       6950-save-card-vault.
      *
           open extend file-170-card-vault.
      *
           perform varying ws-vt-index from ws-1 by ws-1
             until (ws-vt-index > ws-vt-table-count)
               if ws-vt-new(ws-vt-index) = 'y' then
                   move ws-vt-token(ws-vt-index) to vt-token
                   move ws-vt-card-num(ws-vt-index) to vt-card-num
                   move ws-vt-vault-date(ws-vt-index) to
                     vt-vault-date
                   write card-vault-rec
               end-if
           end-perform.
      *
           close file-170-card-vault.
      *
       7000-close-files.
      *
           close file-12-corrections-data, file-16-corrections-report,
             file-03-valid-output, file-32-sale-history,
             file-61-audit-trail, file-186-sale-line-hist.
      *
       end program CorrectionsProcessing.
