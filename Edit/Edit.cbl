      * splits them into two different data files. One with valid 
      * records and one with invalid ones An error report is also 
      * produced.
      * Payment card numbers are replaced by tokens as the POS file
      * is read; the numbers themselves are kept only on the card
      * vault, and the error report shows a card's last four digits.
      * Special-order deposits ('O') and their pickups ('P') are
      * edited here and passed on with the rest of the valid file.
      * A price adjustment ('A') is proved against its original sale
      * and sale line on the sale histories and the price in effect
      * on the day it is asked for (or the price-match cap) within
      * the days allowed on the price adjustment control file.
      * An even exchange rings the item coming back ('X') and its
      * replacement ('E') as a pair under one invoice; the pair must
      * be complete, from one store and on one tender, and its two
      * lines go to the valid file together or not at all.
      *
       environment division.
       input-output section.
               organization is indexed
               access is dynamic
               record key is shr-invoice-num.
      *
      * One row per SKU on each sale, carrying the quantity and
      * amount sold and what price adjustments have refunded on it
      * so far.
           select optional file-186-sale-line-hist
               assign
                   to
                   '../../../../datafiles/data/file-186-sale-line.dat'
               organization is indexed
               access is dynamic
               record key is slh-line-key.
      *
           select sort-inv-file
               assign to 'SORTWK'.
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
      * Dated till and bank exchange rates for foreign cash.
           select file-142-fx-rate
               assign
                   to
                   '../../../../datafiles/data/file-142-fx-rate.dat'
               organization is line sequential.
      *
           select file-38-price-tolerance
               assign
                   to
                   '../../../../datafiles/data/file-75-price-eff.dat'
               organization is line sequential.
      *
      * How long after the sale a price adjustment may be asked for,
      * and the most a competitor price match may take off the price
      * the goods sold at.
           select optional file-181-price-adj-ctl
               assign
                   to
                   '../../../../datafiles/data/file-181-padj-ctl.dat'
               organization is line sequential.
      *
           select file-39-price-exc-report
               assign
                   to
                   '../../../../datafiles/data/file-76-disc-auth.dat'
               organization is line sequential.
      *
      * Marketing's basket deals - mix-and-match within a product
      * group and dollars off an invoice over a threshold - with
      * their qualifying SKUs and dates. A basket keyed at a deal
      * price is tested against the deal, not the per-SKU price.
           select file-143-promotion
               assign
                   to
                   '../../../../datafiles/data/file-143-promo.dat'
               organization is line sequential.
      *
      * One row per basket that redeemed a deal, for the promotion
      * results report.
           select file-144-promo-redeem
               assign
                   to
                   '../../../../datafiles/data/file-144-promo-red.dat'
               organization is line sequential.
      *
      * Manufacturer coupons the stores may take: the manufacturer,
      * face value, expiry date and the SKUs each one is good on.
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
           select file-171-pos-token
               assign
                   to
                   '../../../../datafiles/data/file-171-pos-token.dat'
               organization is line sequential.
      *
           select file-77-markdown-report
               assign
      *
       01 pos-rec.
         05 pr-trans-code      pic x.
           88 pr-trans-code-valid value 'S', 'R', 'L', 'V', 'C',
                                        'O', 'P', 'A', 'X', 'E'.
           88 pr-is-special-order value 'O', 'P'.
           88 pr-is-price-adjust value 'A'.
           88 pr-is-exchange     value 'X', 'E'.
           88 pr-is-exchange-return value 'X'.
           88 pr-is-invoice-header value 'I'.
         05 pr-trans-amt       pic 9(5)V99.
         05 pr-pay-type        pic XX.
      * 'Y' marks a no-receipt return: a normal, policy-limited
      * event refunded to store credit only.
         05 pr-no-receipt      pic x.
      * Why the goods came back - keyed on every return. Defective
      * and damaged goods are held for return to the vendor instead
      * of going back on the shelf. On a price adjustment it carries
      * why the price came down: our own price dropped, or a
      * competitor's lower price was matched.
         05 pr-ret-reason      pic xx.
           88 pr-ret-reason-valid value 'CM', 'DF', 'DT', 'WI'.
           88 pr-adj-reason-valid value 'PD', 'PM'.
           88 pr-adj-price-drop  value 'PD'.
      * US cash tender: the US dollars handed over for this line.
      * The amount above stays the Canadian value, converted at the
      * till rate in effect on the transaction date. Zero for any
      * Canadian tender.
         05 pr-fx-amt          pic 9(5)V99.
      * A manufacturer coupon taken on a sale line (and carried on
      * the void that reverses it): the coupon's code off the coupon
      * master and the value taken off the line. The amount above
      * is what the customer paid; the coupon value is claimed back
      * from the manufacturer.
         05 pr-coupon-code     pic x(10).
         05 pr-coupon-amt      pic 9(3)V99.
      * The unit's serial number, keyed on every sale and return of
      * a serialized SKU so the unit can be traced from receipt to
      * sale to return.
         05 pr-serial-num      pic x(20).
      *
      * Each store's transmission is wrapped in a header and a
      * trailer riding in the same record area.
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
       fd file-04-error-report
           data record is report-print-line.
         05 pmr-sku-active      pic x.
         05 pmr-unit-price      pic 9(5)v99.
         05 pmr-taxable         pic x.
         05 pmr-serialized      pic x.
      *
       fd file-14-pay-master
           data record is pay-type-master-rec.
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
      * Work file for the external sort that finds invoice numbers
      * keyed more than once in this transmission file.
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
       fd file-38-price-tolerance
           data record is price-tolerance-rec.
         05 pe-eff-date         pic 9(8).
         05 pe-price            pic 9(5)v99.
         05 pe-promo            pic x.
      *
       fd file-181-price-adj-ctl
           data record is price-adj-ctl-rec.
      *
       01 price-adj-ctl-rec.
         05 pac-max-days        pic 9(3).
         05 pac-match-cap-pct   pic 9(3)v99.
      *
       fd file-76-discount-authority
           data record is discount-authority-rec.
         05 da-reason           pic xx.
         05 da-max-pct          pic 9(3)v99.
         05 da-mgr-appr         pic x.
      *
       fd file-143-promotion
           data record is promotion-rec.
      *
      * Deal type 'M' is mix-and-match: for every buy-qty units of
      * the qualifying SKUs, get-qty more at get-pct-off percent
      * off. Type 'T' is a threshold deal: off-amt off the basket
      * once the qualifying SKUs (every SKU when none are listed)
      * reach threshold-amt.
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
      * The card vault pairs each payment card number with the
      * token that stands in for it everywhere else in the system.
      * The token keeps the card's last four digits so receipts and
      * reports can still name the card to the customer.
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
      * The POS file as read, with every payment card number replaced
      * by its token; it takes the place of the POS file once the
      * edit has completed.
       fd file-171-pos-token
           data record is pos-token-rec.
      *
       01 pos-token-rec        pic x(118).
      *
       fd file-77-markdown-report
           data record is markdown-print-line.
         05 filler             pic x(26) value
                               "PARTIALLY POSTED BASKETS: ".
         05 ws-pcl-count       pic z(7)9.
      *
       01 ws-rejected-exchange-line.
         05 filler             pic x(25) value
                               "EXCHANGE REJECTED WHOLE: ".
         05 ws-rxl-invoice     pic x(9).
         05 filler             pic x(26) value
                            " - REPAIR VIA CORRECTIONS".
      *
       01 ws-rejected-exch-count-line.
         05 filler             pic x(26) value
                               "EXCHANGES REJECTED WHOLE: ".
         05 ws-rxcl-count      pic z(7)9.
      *
       01 ws-promo-count-line.
         05 filler             pic x(26) value
                               "PROMOTION BASKETS POSTED: ".
         05 ws-pml-count       pic z(7)9.
      *
       01 ws-merged-cust-count-line.
         05 filler             pic x(26) value
                               "MERGED CUSTOMERS REDIRECT:".
         05 ws-mccl-count      pic z(7)9.
      *
       01 ws-tokenized-count-line.
         05 filler             pic x(26) value
                               "CARD NUMBERS TOKENIZED:   ".
         05 ws-tkcl-count      pic z(7)9.
      *
       01 ws-not-vaulted-count-line.
         05 filler             pic x(26) value
                               "MASKED - VAULT FULL:      ".
         05 ws-nvcl-count      pic z(7)9.
      *
       01 ws-error-messages.
         05 ws-trans-code-invalid  pic x(24) value
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
         05 ws-basket-total-mismatch pic x(21) value
                                  "BASKET TOTAL MISMATCH".
         05 ws-basket-hdr-duplicate pic x(20) value
                                  "BASKET HDR DUPLICATE".
         05 ws-basket-hdr-rejected pic x(19) value
                                  "BASKET HDR REJECTED".
         05 ws-promo-disc-exceeded pic x(23) value
                                  "PROMO DISCOUNT EXCEEDED".
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
         05 ws-price-adj-not-sold  pic x(22) value
                                  "PRICE ADJ SKU NOT SOLD".
         05 ws-price-adj-over-qty  pic x(23) value
                                  "PRICE ADJ QTY OVER SALE".
      *
       01 ws-trans-title-line.
         05 filler             pic x(10) value spaces.
             88 ws-ih-duplicated value 'D'.
             88 ws-ih-hdr-rejected value 'R'.
           10 ws-ih-partial       pic x.
           10 ws-ih-store-num     pic xx.
           10 ws-ih-trans-date    pic 9(8).
           10 ws-ih-list-amt      pic 9(7)v99.
           10 ws-ih-promo-ptr     pic 9(3).
           10 ws-ih-promo-allow   pic 9(7)v99.
           10 ws-ih-coupon-amt    pic 9(7)v99.
       77 ws-ih-table-count       pic 9(4) value 0.
      *
      * The item lines of every registered basket, kept from the
      * scan pass so the baskets can be priced and tested against
      * the promotions once the masters are loaded.
       01 ws-basket-line-table.
         05 ws-bl-entry           occurs 5000 times.
           10 ws-bl-ih-ptr        pic 9(4).
           10 ws-bl-sku-code      pic x(15).
           10 ws-bl-quantity      pic 9(3).
           10 ws-bl-unit-price    pic 9(5)v99.
       77 ws-bl-table-count       pic 9(4) value 0.
       77 ws-bl-ptr               pic 9(4) value 0.
      *
      * The processed-batch register carried on file-67: a new poll
      * matching a registered store, trans date, count and hash is a
      * replay; a store/date match with different content is a
       77 ws-inv-hdr-accepted     pic 9(8) value 0.
       77 ws-inv-hdr-rejected     pic 9(8) value 0.
       77 ws-partial-baskets      pic 9(8) value 0.
      *
      * One entry per exchange invoice seen in the scan pass, with
      * the count of lines coming back and going out under it. A
      * pair whose lines name different stores or tenders is marked
      * so both lines reject together. The first line of a pair to
      * pass its edits is held here, valid record and report image,
      * until its partner has been edited, and a pair with a line
      * rejected is marked so the other line rejects with it.
       01 ws-exch-table.
         05 ws-ex-entry           occurs 1000 times
                                   indexed by ws-ex-srch-index.
           10 ws-ex-invoice-num   pic x(9).
           10 ws-ex-store-num     pic xx.
           10 ws-ex-pay-type      pic xx.
           10 ws-ex-return-count  pic 9(3).
           10 ws-ex-replace-count pic 9(3).
           10 ws-ex-status        pic x.
             88 ws-ex-disagrees  value 'M'.
             88 ws-ex-line-rejected value 'R'.
           10 ws-ex-rejected      pic x.
           10 ws-ex-held          pic x.
           10 ws-ex-held-rec-num  pic 9(8).
           10 ws-ex-held-amt      pic 9(5)v99.
           10 ws-ex-held-raw      pic x(74).
           10 ws-ex-held-valid    pic x(124).
       77 ws-ex-table-count       pic 9(4) value 0.
       77 ws-ex-found-ptr         pic 9(4) value 0.
       77 ws-ex-ptr               pic 9(4) value 0.
       77 ws-rejected-exchanges   pic 9(8) value 0.
      *
       01 ws-price-exc-title-line.
         05 filler             pic x(10) value spaces.
           10 ws-prod-sku-code     pic x(15).
           10 ws-prod-active       pic x.
           10 ws-prod-unit-price   pic 9(5)v99.
           10 ws-prod-serialized   pic x.
       77 ws-prod-table-count      pic 9(5) value 0.
       77 ws-prod-mstr-eof         pic x value 'n'.
       77 ws-prod-found            pic x value 'n'.
       77 ws-prod-serial-reqd      pic x value 'n'.
      *
       01 ws-cust-table.
         05 ws-cust-entry           occurs 2000 times
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
      * Till rates by currency and effective date; the rate in
      * effect for a transaction is the latest one not after its
      * transaction date.
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
      * The till converts each line to the cent, so its Canadian
      * amount may differ from ours by no more than this.
       77 ws-fx-tolerance           pic 9v99 value 0.01.
      *
       01 ws-clerk-table.
         05 ws-clerk-entry          occurs 100 times
       77 ws-expected-amt      pic 9(8)v99 value 0.
       77 ws-price-diff        pic s9(8)v99 value 0.
       77 ws-tolerance-amt     pic 9(8)v99 value 0.
       77 ws-keyed-amt         pic 9(8)v99 value 0.
       77 ws-price-exc-count   pic 9(8) value 0.
      *
       01 ws-price-eff-table.
       77 ws-pe-ptr              pic 9(3) value 1.
       77 ws-pe-best-date        pic 9(8) value 0.
       77 ws-price-used          pic 9(5)v99 value 0.
       77 ws-pe-as-of-date       pic 9(8) value 0.
      *
       77 ws-pa-max-days         pic 9(3) value 14.
       77 ws-pa-match-cap-pct    pic 9(3)v99 value 10.
       77 ws-pa-sale-price       pic 9(5)v99 value 0.
       77 ws-pa-allowed-amt      pic s9(8)v99 value 0.
       77 ws-pa-days-after       pic s9(7) value 0.
       77 ws-pa-adj-to-date      pic 9(8)v99 value 0.
       77 ws-pa-line-room        pic s9(8)v99 value 0.
      *
      * Price adjustments accepted earlier in this batch, by invoice
      * and SKU; the sale line history does not carry them until
      * Data Split posts the batch.
       01 ws-padj-table.
         05 ws-pj-entry           occurs 2000 times
                                   indexed by ws-pj-srch-index.
           10 ws-pj-invoice-num   pic x(9).
           10 ws-pj-sku-code      pic x(15).
           10 ws-pj-adj-amt       pic 9(7)v99.
       77 ws-pj-table-count       pic 9(4) value 0.
       77 ws-pj-found-ptr         pic 9(4) value 0.
      *
       01 ws-disc-auth-table.
         05 ws-da-entry          occurs 50 times
       77 ws-disc-pct-off        pic 9(3)v99 value 0.
       77 ws-disc-authorized     pic x value 'n'.
       77 ws-markdown-count      pic 9(8) value 0.
      *
       01 ws-promo-table.
         05 ws-pm-entry          occurs 200 times
                                  indexed by ws-pm-index.
           10 ws-pm-promo-id     pic x(6).
           10 ws-pm-deal-type    pic x.
             88 ws-pm-mix-match  value 'M'.
             88 ws-pm-threshold  value 'T'.
           10 ws-pm-start-date   pic 9(8).
           10 ws-pm-end-date     pic 9(8).
           10 ws-pm-buy-qty      pic 9(3).
           10 ws-pm-get-qty      pic 9(3).
           10 ws-pm-get-pct-off  pic 9(3).
           10 ws-pm-threshold-amt pic 9(5)v99.
           10 ws-pm-off-amt      pic 9(5)v99.
           10 ws-pm-sku-count    pic 99.
           10 ws-pm-sku-code     pic x(15) occurs 10 times.
       77 ws-pm-table-count      pic 9(3) value 0.
       77 ws-pm-mstr-eof         pic x value 'n'.
       77 ws-pm-ptr              pic 9(3) value 0.
       77 ws-pm-sku-ptr          pic 99 value 0.
       77 ws-pm-qualifies        pic x value 'n'.
       77 ws-pm-work-sku         pic x(15) value spaces.
       77 ws-pm-qual-units       pic 9(5) value 0.
       77 ws-pm-qual-amt         pic 9(7)v99 value 0.
       77 ws-pm-low-price        pic 9(5)v99 value 0.
       77 ws-pm-sets             pic 9(5) value 0.
       77 ws-pm-allow            pic 9(7)v99 value 0.
       77 ws-pm-best-allow       pic 9(7)v99 value 0.
       77 ws-pm-best-ptr         pic 9(3) value 0.
       77 ws-pm-shortfall        pic s9(7)v99 value 0.
       77 ws-pm-tolerance        pic 9(7)v99 value 0.
       77 ws-promo-covered       pic x value 'n'.
       77 ws-promo-basket-count  pic 9(8) value 0.
      *
       01 ws-coupon-table.
         05 ws-cpn-entry         occurs 500 times
                                  indexed by ws-cpn-index
                                  ws-cpn-srch-index.
           10 ws-cpn-code        pic x(10).
           10 ws-cpn-face-value  pic 9(3)v99.
           10 ws-cpn-expiry-date pic 9(8).
           10 ws-cpn-sku-count   pic 99.
           10 ws-cpn-sku-code    pic x(15) occurs 10 times.
       77 ws-cpn-table-count     pic 9(3) value 0.
       77 ws-cpn-mstr-eof        pic x value 'n'.
       77 ws-cpn-found-ptr       pic 9(3) value 0.
       77 ws-cpn-sku-ptr         pic 99 value 0.
       77 ws-cpn-sku-ok          pic x value 'n'.
       77 ws-cpn-max-amt         pic 9(6)v99 value 0.
      *
       01 ws-merge-xref-table.
         05 ws-mx-entry           occurs 2000 times
                                   indexed by ws-mx-index
                                   ws-mx-srch-index.
           10 ws-mx-retired-num   pic x(8).
           10 ws-mx-survivor-num  pic x(8).
       77 ws-mx-table-count       pic 9(4) value 0.
       77 ws-mx-mstr-eof          pic x value 'n'.
       77 ws-merged-cust-count    pic 9(6) value 0.
      *
       01 ws-card-vault-table.
         05 ws-vt-entry           occurs 20000 times
                                   indexed by ws-vt-index
                                   ws-vt-srch-index.
           10 ws-vt-token         pic x(12).
           10 ws-vt-card-num      pic x(12).
           10 ws-vt-vault-date    pic 9(8).
           10 ws-vt-new           pic x.
       77 ws-vt-table-count       pic 9(5) value 0.
       77 ws-vt-mstr-eof          pic x value 'n'.
       77 ws-vt-next-seq          pic 9(7) value 1.
       77 ws-vt-found-ptr         pic 9(5) value 0.
       77 ws-cards-tokenized      pic 9(6) value 0.
       77 ws-cards-not-vaulted    pic 9(6) value 0.
      *
       01 ws-token-build.
         05 ws-tb-prefix          pic x value 'T'.
         05 ws-tb-seq             pic 9(7).
         05 ws-tb-last-four       pic x(4).
       77 ws-coupon-amt          pic 9(3)v99 value 0.
      *
       01 ws-markdown-title-line.
         05 filler             pic x(10) value spaces.
           perform 1220-load-clerk-master.
           perform 1230-load-price-tolerance.
           perform 1232-load-price-effective.
           perform 1234-load-price-adj-control.
           perform 1233-load-discount-authority.
           perform 1235-load-giftcard-master.
           perform 1236-load-loyalty-master.
           perform 1237-load-fx-rates.
           perform 1238-load-customer-master.
           perform 1242-load-coupon-master.
           perform 1243-load-merge-xref.
           perform 1247-load-card-vault.
           perform 1239-load-promotions.
           perform 1260-apply-promotions.
           perform 2000-print-report-headings.
           perform 3000-read-file.
           perform 4000-process-records
             until ws-eof-flag = ws-is-true.
           perform 4197-flush-held-exchanges.
           perform 5000-prepare-summary.
           perform 6000-print-report-footers.
           perform 6900-write-control-total.
           perform 0560-save-trans-register.
           perform 6950-save-card-vault.
           perform 7000-close-files.
           goback.
      *
      *
           open input file-01-pos-input.
           open input file-32-sale-history.
           open input file-186-sale-line-hist.
           open extend file-61-audit-trail.
           open output file-171-pos-token.
           if ws-day-batch-count > 1 then
               open extend file-02-error-output, file-03-valid-output,
                 file-04-error-report, file-39-price-exc-report,
                 file-58-missing-trans, file-66-store-ack,
                 file-69-closed-period-rpt, file-77-markdown-report,
                 file-144-promo-redeem
           else
               open output file-02-error-output, file-03-valid-output,
                 file-04-error-report, file-39-price-exc-report,
                 file-58-missing-trans, file-66-store-ack,
                 file-69-closed-period-rpt, file-77-markdown-report,
                 file-144-promo-redeem
           end-if.
      *
      * First pass over the transmission file: every store's details
                       if pr-trans-code = 'S' then
                           perform 0546-note-basket-item
                       end-if
                       if pr-is-exchange then
                           perform 0543-note-exchange-line
                       end-if
               end-evaluate
               perform 0510-read-verify-record
           end-perform.
      *
       0549-exit.
           exit.
      *
      * Both lines of an exchange quote the exchange's own invoice
      * number; the lines are counted here so the main pass can
      * tell a complete pair from a half-rung one.
       0543-note-exchange-line.
      *
           perform 0544-find-exchange.
           if ws-ex-found-ptr = 0 then
               if ws-ex-table-count < 1000 then
                   add ws-1 to ws-ex-table-count
                   move ws-ex-table-count to ws-ex-found-ptr
                   move pr-invoice-num to ws-ex-invoice-num(
                       ws-ex-found-ptr)
                   move pr-store-num to ws-ex-store-num(
                       ws-ex-found-ptr)
                   move pr-pay-type to ws-ex-pay-type(ws-ex-found-ptr)
                   move 0 to ws-ex-return-count(ws-ex-found-ptr)
                   move 0 to ws-ex-replace-count(ws-ex-found-ptr)
                   move 'A' to ws-ex-status(ws-ex-found-ptr)
                   move 'n' to ws-ex-rejected(ws-ex-found-ptr)
                   move 'n' to ws-ex-held(ws-ex-found-ptr)
               else
                   exit paragraph
               end-if
           else
               if pr-store-num not = ws-ex-store-num(ws-ex-found-ptr)
                 or pr-pay-type not = ws-ex-pay-type(ws-ex-found-ptr)
                   move 'M' to ws-ex-status(ws-ex-found-ptr)
               end-if
           end-if.
      *
           if pr-is-exchange-return then
               add ws-1 to ws-ex-return-count(ws-ex-found-ptr)
           else
               add ws-1 to ws-ex-replace-count(ws-ex-found-ptr)
           end-if.
      *
       0544-find-exchange.
      *
           move 0 to ws-ex-found-ptr.
           set ws-ex-srch-index to ws-1.
           search ws-ex-entry varying ws-ex-srch-index
               at end
                   continue
               when ws-ex-srch-index <= ws-ex-table-count and
                 ws-ex-invoice-num(ws-ex-srch-index) = pr-invoice-num
                   set ws-ex-found-ptr to ws-ex-srch-index
           end-search.
      *
       0545-register-invoice-header.
      *
               move 0 to ws-ih-detail-count(ws-ih-index)
               move 'A' to ws-ih-status(ws-ih-index)
               move 'n' to ws-ih-partial(ws-ih-index)
               move pr-store-num to ws-ih-store-num(ws-ih-index)
               if pr-trans-date is numeric then
                   move pr-trans-date to ws-ih-trans-date(ws-ih-index)
               else
                   move 0 to ws-ih-trans-date(ws-ih-index)
               end-if
               move 0 to ws-ih-list-amt(ws-ih-index)
               move 0 to ws-ih-promo-ptr(ws-ih-index)
               move 0 to ws-ih-promo-allow(ws-ih-index)
               move 0 to ws-ih-coupon-amt(ws-ih-index)
           end-if.
      *
      * An item line under a registered header is one line of a
                       ws-ih-found-ptr)
               end-if
               add ws-1 to ws-ih-detail-count(ws-ih-found-ptr)
               if pr-coupon-code not = spaces and
                 pr-coupon-amt is numeric then
                   add pr-coupon-amt to ws-ih-coupon-amt(
                       ws-ih-found-ptr)
               end-if
               if ws-bl-table-count < 5000 then
                   add ws-1 to ws-bl-table-count
                   move ws-ih-found-ptr to ws-bl-ih-ptr(
                       ws-bl-table-count)
                   move pr-sku-code to ws-bl-sku-code(
                       ws-bl-table-count)
                   if pr-quantity is numeric then
                       move pr-quantity to ws-bl-quantity(
                           ws-bl-table-count)
                   else
                       move 0 to ws-bl-quantity(ws-bl-table-count)
                   end-if
                   move 0 to ws-bl-unit-price(ws-bl-table-count)
               end-if
           else
               move pr-invoice-num to si-invoice-num
               release sort-inv-rec
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
           close file-75-price-effective.
      *
      * No control record leaves two weeks and a ten percent
      * price-match cap in place.
       1234-load-price-adj-control.
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
       1233-load-discount-authority.
      *
           end-perform.
      *
           close file-40-giftcard-master.
      *
      * Points are tendered at the till in dollars; the control
      * row's point value turns each customer's points balance into
      * the dollars it will cover.
       1236-load-loyalty-master.
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
       1237-load-fx-rates.
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
       1238-load-customer-master.
      *
           end-perform.
      *
           close file-68-period-status.
      *
       1239-load-promotions.
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
                           perform 1239-copy-promotion
                       end-if
               end-read
           end-perform.
      *
           close file-143-promotion.
      *
       1239-copy-promotion.
      *
           move pm-promo-id to ws-pm-promo-id(ws-pm-index).
           move pm-deal-type to ws-pm-deal-type(ws-pm-index).
           move pm-start-date to ws-pm-start-date(ws-pm-index).
           move pm-end-date to ws-pm-end-date(ws-pm-index).
           move pm-buy-qty to ws-pm-buy-qty(ws-pm-index).
           move pm-get-qty to ws-pm-get-qty(ws-pm-index).
           move pm-get-pct-off to ws-pm-get-pct-off(ws-pm-index).
           move pm-threshold-amt to ws-pm-threshold-amt(ws-pm-index).
           move pm-off-amt to ws-pm-off-amt(ws-pm-index).
           move pm-sku-count to ws-pm-sku-count(ws-pm-index).
           perform varying ws-pm-sku-ptr from ws-1 by ws-1
             until (ws-pm-sku-ptr > 10)
               move pm-sku-code(ws-pm-sku-ptr) to ws-pm-sku-code(
                   ws-pm-index, ws-pm-sku-ptr)
           end-perform.
      *
      * Every basket is priced line by line at the price in effect on
      * its transaction date, and the best single deal active that
      * day sets how far below that list value the basket may be
      * keyed. Deals do not stack.
       1260-apply-promotions.
      *
           perform varying ws-bl-ptr from ws-1 by ws-1
             until (ws-bl-ptr > ws-bl-table-count)
               perform 1262-price-basket-line
           end-perform.
      *
           perform varying ws-ih-ptr from ws-1 by ws-1
             until (ws-ih-ptr > ws-ih-table-count)
               if ws-ih-status(ws-ih-ptr) = 'A' then
                   move 0 to ws-pm-best-allow
                   move 0 to ws-pm-best-ptr
                   perform varying ws-pm-ptr from ws-1 by ws-1
                     until (ws-pm-ptr > ws-pm-table-count)
                       if ws-pm-start-date(ws-pm-ptr) not >
                         ws-ih-trans-date(ws-ih-ptr) and
                         ws-pm-end-date(ws-pm-ptr) not <
                         ws-ih-trans-date(ws-ih-ptr) then
                           perform 1264-evaluate-promotion
                       end-if
                   end-perform
                   move ws-pm-best-ptr to ws-ih-promo-ptr(ws-ih-ptr)
                   move ws-pm-best-allow to ws-ih-promo-allow(
                       ws-ih-ptr)
               end-if
           end-perform.
      *
       1262-price-basket-line.
      *
           move ws-bl-ih-ptr(ws-bl-ptr) to ws-ih-ptr.
           move 0 to ws-price-used.
           set ws-prod-srch-index to ws-1.
           search ws-prod-sku varying ws-prod-srch-index
               at end
                   continue
               when ws-prod-srch-index <= ws-prod-table-count and
                 ws-prod-sku-code(ws-prod-srch-index) =
                 ws-bl-sku-code(ws-bl-ptr)
                 and ws-prod-active(ws-prod-srch-index) = 'Y'
                   move ws-prod-unit-price(ws-prod-srch-index) to
                     ws-price-used
           end-search.
      *
           move 0 to ws-pe-best-date.
           perform varying ws-pe-ptr from ws-1 by ws-1
             until (ws-pe-ptr > ws-pe-table-count)
               if ws-pe-sku-code(ws-pe-ptr) = ws-bl-sku-code(ws-bl-ptr)
                   and ws-pe-eff-date(ws-pe-ptr) not >
                     ws-ih-trans-date(ws-ih-ptr)
                   and ws-pe-eff-date(ws-pe-ptr) > ws-pe-best-date
                       move ws-pe-eff-date(ws-pe-ptr) to
                           ws-pe-best-date
                       move ws-pe-price(ws-pe-ptr) to ws-price-used
               end-if
           end-perform.
      *
           move ws-price-used to ws-bl-unit-price(ws-bl-ptr).
           compute ws-ih-list-amt(ws-ih-ptr) =
             ws-ih-list-amt(ws-ih-ptr) +
             (ws-bl-quantity(ws-bl-ptr) * ws-price-used).
      *
      * What the deal is worth on this basket: mix-and-match prices
      * the free or reduced units at the cheapest qualifying line; a
      * threshold deal is all or nothing once the qualifying lines
      * reach the threshold.
       1264-evaluate-promotion.
      *
           move 0 to ws-pm-qual-units.
           move 0 to ws-pm-qual-amt.
           move 0 to ws-pm-low-price.
           move 0 to ws-pm-allow.
      *
           perform varying ws-bl-ptr from ws-1 by ws-1
             until (ws-bl-ptr > ws-bl-table-count)
               if ws-bl-ih-ptr(ws-bl-ptr) = ws-ih-ptr then
                   move ws-bl-sku-code(ws-bl-ptr) to ws-pm-work-sku
                   perform 1266-check-qualifying-sku
                   if ws-pm-qualifies = ws-is-true then
                       add ws-bl-quantity(ws-bl-ptr) to
                         ws-pm-qual-units
                       compute ws-pm-qual-amt = ws-pm-qual-amt +
                         (ws-bl-quantity(ws-bl-ptr) *
                         ws-bl-unit-price(ws-bl-ptr))
                       if ws-pm-low-price = 0 or
                         ws-bl-unit-price(ws-bl-ptr) < ws-pm-low-price
                           move ws-bl-unit-price(ws-bl-ptr) to
                             ws-pm-low-price
                       end-if
                   end-if
               end-if
           end-perform.
      *
           if ws-pm-mix-match(ws-pm-ptr) and
             (ws-pm-buy-qty(ws-pm-ptr) + ws-pm-get-qty(ws-pm-ptr)) > 0
             then
               compute ws-pm-sets = ws-pm-qual-units /
                 (ws-pm-buy-qty(ws-pm-ptr) + ws-pm-get-qty(ws-pm-ptr))
               compute ws-pm-allow rounded = ws-pm-sets *
                 ws-pm-get-qty(ws-pm-ptr) * ws-pm-low-price *
                 ws-pm-get-pct-off(ws-pm-ptr) / ws-100
           end-if.
      *
           if ws-pm-threshold(ws-pm-ptr) and ws-pm-qual-amt > 0 and
             ws-pm-qual-amt not < ws-pm-threshold-amt(ws-pm-ptr) then
               move ws-pm-off-amt(ws-pm-ptr) to ws-pm-allow
               if ws-pm-allow > ws-pm-qual-amt then
                   move ws-pm-qual-amt to ws-pm-allow
               end-if
           end-if.
      *
           if ws-pm-allow > ws-pm-best-allow then
               move ws-pm-allow to ws-pm-best-allow
               move ws-pm-ptr to ws-pm-best-ptr
           end-if.
      *
      * A deal listing no SKUs covers the whole basket.
       1266-check-qualifying-sku.
      *
           move ws-is-false to ws-pm-qualifies.
           if ws-pm-sku-count(ws-pm-ptr) = 0 then
               move ws-is-true to ws-pm-qualifies
           end-if.
           perform varying ws-pm-sku-ptr from ws-1 by ws-1
             until (ws-pm-sku-ptr > ws-pm-sku-count(ws-pm-ptr)) or
             (ws-pm-sku-ptr > 10)
               if ws-pm-sku-code(ws-pm-ptr, ws-pm-sku-ptr) =
                 ws-pm-work-sku then
                   move ws-is-true to ws-pm-qualifies
               end-if
           end-perform.
      *
      * Only active coupons are loaded; one taken off the master is
      * refused like one never on it.
       1242-load-coupon-master.
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
      * Customer numbers retired by a merge, and the number each
      * customer now goes by.
       1243-load-merge-xref.
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
       1247-load-card-vault.
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
      * Cards first seen on this run go onto the vault once the
      * record pass is through.
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
       1250-get-next-batch-id.
      *
           write markdown-print-line from ws-markdown-heading.
           write markdown-print-line from spaces.
      *
      * A payment card number is swapped for its token the moment
      * the record is read, so no later edit, interface file or
      * report ever holds the number itself. Gift card numbers are
      * the gift card master's own key and pass through unchanged;
      * a token is never all digits, so a file edited a second time
      * passes through unchanged too.
       3000-read-file.
      *
           read file-01-pos-input
               at end
                   move ws-is-true to ws-eof-flag
               not at end
                   if pr-trans-code not = 'H' and
                     pr-trans-code not = 'T' and
                     pr-card-num is numeric then
                       perform 3050-tokenize-card
                   end-if
                   write pos-token-rec from pos-rec
           end-read.
      *
      * The same card always takes the same token, so a card's
      * sales and returns still line up with each other. A card new
      * to the vault is given the next token number; when the vault
      * table is full the card is masked with token number zero and
      * never stored.
       3050-tokenize-card.
      *
           move 0 to ws-vt-found-ptr.
           set ws-vt-srch-index to ws-1.
           search ws-vt-entry varying ws-vt-srch-index
               at end
                   continue
               when ws-vt-srch-index <= ws-vt-table-count and
                 ws-vt-card-num(ws-vt-srch-index) = pr-card-num
                   set ws-vt-found-ptr to ws-vt-srch-index
           end-search.
      *
           if ws-vt-found-ptr > 0 then
               move ws-vt-token(ws-vt-found-ptr) to pr-card-num
           else
               move pr-card-num(9:4) to ws-tb-last-four
               if ws-vt-table-count < 20000 then
                   move ws-vt-next-seq to ws-tb-seq
                   add ws-1 to ws-vt-next-seq
                   add ws-1 to ws-vt-table-count
                   set ws-vt-index to ws-vt-table-count
                   move ws-token-build to ws-vt-token(ws-vt-index)
                   move pr-card-num to ws-vt-card-num(ws-vt-index)
                   move ws-run-date to ws-vt-vault-date(ws-vt-index)
                   move 'y' to ws-vt-new(ws-vt-index)
               else
                   move 0 to ws-tb-seq
                   add ws-1 to ws-cards-not-vaulted
               end-if
               move ws-token-build to pr-card-num
           end-if.
           add ws-1 to ws-cards-tokenized.
      *
       4000-process-records.
      *
           perform 4150-check-invoice-num.
           perform 4173-check-trans-date.
           perform 4174-check-closed-period.
           perform 4175-check-foreign-tender.
           perform 4179-check-basket-tender.
           perform 4180-check-basket.
      *
               add ws-1 to ws-current-record
               move ws-current-record to ws-edl-record-num
               move pos-rec to ws-edl-raw-data
               if pr-card-num not = spaces then
                   move "********" to ws-edl-raw-data(44:8)
               end-if
               move pos-rec to error-out-data
               move ws-batch-id to eo-batch-id
               move spaces to eo-disc-reason
               move spaces to eo-no-receipt
               move spaces to eo-ret-reason
               move ws-fx-out-amt to eo-fx-amt
               move spaces to eo-coupon-code
               move 0 to eo-coupon-amt
               move spaces to eo-serial-num
               write error-out-data
               write report-print-line from spaces
               write report-print-line from ws-error-detail-line
               move ws-batch-id to vo-batch-id
               move spaces to vo-disc-reason
               move spaces to vo-no-receipt
               move spaces to vo-ret-reason
               move ws-fx-out-amt to vo-fx-amt
               move spaces to vo-coupon-code
               move 0 to vo-coupon-amt
               move spaces to vo-serial-num
               write valid-out-data
               move "ACCEPTED" to ws-audit-disp
               move spaces to ws-audit-reason
               perform 4182-write-promo-redemption
           end-if.
      *
           move pr-invoice-num to at-invoice-num.
      *
           perform 3000-read-file.
      *
      * An accepted basket keyed below its list value under a deal
      * is one redemption of that deal.
       4182-write-promo-redemption.
      *
           perform 0547-find-invoice-header.
           if ws-ih-found-ptr = 0 then
               exit paragraph
           end-if.
           if ws-ih-promo-ptr(ws-ih-found-ptr) = 0 then
               exit paragraph
           end-if.
      *
           compute ws-pm-shortfall = ws-ih-list-amt(ws-ih-found-ptr)
             - ws-ih-detail-amt(ws-ih-found-ptr)
             - ws-ih-coupon-amt(ws-ih-found-ptr).
           if ws-pm-shortfall not > 0 then
               exit paragraph
           end-if.
      *
           move ws-ih-promo-ptr(ws-ih-found-ptr) to ws-pm-ptr.
           move ws-pm-promo-id(ws-pm-ptr) to rd-promo-id.
           move pr-store-num to rd-store-num.
           move pr-invoice-num to rd-invoice-num.
           move ws-ih-trans-date(ws-ih-found-ptr) to rd-trans-date.
           move ws-ih-list-amt(ws-ih-found-ptr) to rd-list-amt.
           move ws-ih-detail-amt(ws-ih-found-ptr) to rd-sold-amt.
           move ws-pm-shortfall to rd-discount-amt.
           move ws-run-date to rd-run-date.
           move ws-batch-id to rd-batch-id.
           write promo-redeem-rec.
           add ws-1 to ws-promo-basket-count.
      *
      * The tender-level funds tests run against the basket total on
      * the header, not the per-line amounts: a card or charge
      * account that covers each item line alone may still not cover
                   end-search
               end-if
           end-if.
      *
           if pr-pay-type = 'LP' then
               perform 4171-check-loyalty-points
           end-if.
      *
      * The basket checks: the header's item lines must add back to
      * its total, the header must be the only one keyed on its
                       ws-current-error)
                   add ws-1 to ws-current-error
               end-if
      * A basket under a deal may come in below its list value by
      * no more than the deal is worth, within the usual price
      * tolerance. Manufacturer coupons on its lines are paid by the
      * manufacturer and do not count against the deal.
               if ws-ih-promo-ptr(ws-ih-found-ptr) > 0 then
                   compute ws-pm-shortfall =
                     ws-ih-list-amt(ws-ih-found-ptr) -
                     ws-ih-detail-amt(ws-ih-found-ptr) -
                     ws-ih-coupon-amt(ws-ih-found-ptr)
                   compute ws-pm-tolerance rounded =
                     (ws-ih-list-amt(ws-ih-found-ptr) *
                     ws-price-tol-pct) / ws-100
                   if ws-pm-shortfall >
                     ws-ih-promo-allow(ws-ih-found-ptr) +
                     ws-pm-tolerance then
                       move ws-is-true to ws-has-errors
                       move ws-promo-disc-exceeded to ws-edl-error(
                           ws-current-error)
                       add ws-1 to ws-current-error
                   end-if
               end-if
           end-if.
      *
           move pr-invoice-num to shr-invoice-num.
               add ws-1 to ws-invalid-records
               move ws-current-record to ws-edl-record-num
               move pos-rec to ws-edl-raw-data
               if pr-card-num not = spaces then
                   move "********" to ws-edl-raw-data(44:8)
               end-if
               move pos-rec to error-out-data
               move ws-batch-id to eo-batch-id
               move pr-disc-reason to eo-disc-reason
               move pr-no-receipt to eo-no-receipt
               move pr-ret-reason to eo-ret-reason
               move ws-fx-out-amt to eo-fx-amt
               move pr-coupon-code to eo-coupon-code
               move ws-coupon-amt to eo-coupon-amt
               move pr-serial-num to eo-serial-num
               write error-out-data
               write report-print-line from spaces
               write report-print-line from ws-error-detail-line
                   end-if
               end-if
           else
               move pos-rec to valid-out-data
               move ws-batch-id to vo-batch-id
               move pr-disc-reason to vo-disc-reason
               move pr-no-receipt to vo-no-receipt
               move pr-ret-reason to vo-ret-reason
               move ws-fx-out-amt to vo-fx-amt
               move pr-coupon-code to vo-coupon-code
               move ws-coupon-amt to vo-coupon-amt
               move pr-serial-num to vo-serial-num
               move "ACCEPTED" to ws-audit-disp
               move spaces to ws-audit-reason
               if pr-is-exchange then
                   perform 4194-pass-exchange-line
               else
                   add ws-1 to ws-valid-records
                   add pr-trans-amt to ws-valid-amt
                   write valid-out-data
                   if pr-is-price-adjust then
                       perform 4199-note-price-adjustment
                   end-if
               end-if
           end-if.
      *
           move pr-invoice-num to at-invoice-num.
           perform 8000-write-audit-event.
      *
      * An exchange posts whole or not at all, so a line rejected
      * here takes its partner to the error file with it.
           if pr-is-exchange and ws-has-errors = ws-is-true then
               perform 4195-reject-exchange-pair
           end-if.
      *
           add ws-1 to ws-total-records.
      *
           perform 3000-read-file.
      *
      * The first line of an exchange to pass is held back; when its
      * partner passes too, both go to the valid file together.
       4194-pass-exchange-line.
      *
           perform 0544-find-exchange.
           if ws-ex-held(ws-ex-found-ptr) = 'y' then
               add ws-1 to ws-valid-records
               add pr-trans-amt to ws-valid-amt
               write valid-out-data
               add ws-1 to ws-valid-records
               add ws-ex-held-amt(ws-ex-found-ptr) to ws-valid-amt
               write valid-out-data from
                 ws-ex-held-valid(ws-ex-found-ptr)
               move 'n' to ws-ex-held(ws-ex-found-ptr)
               move pr-invoice-num to at-invoice-num
               perform 8000-write-audit-event
           else
               move valid-out-data to
                 ws-ex-held-valid(ws-ex-found-ptr)
               move pr-trans-amt to ws-ex-held-amt(ws-ex-found-ptr)
               move ws-current-record to
                 ws-ex-held-rec-num(ws-ex-found-ptr)
               move pos-rec to ws-ex-held-raw(ws-ex-found-ptr)
               if pr-card-num not = spaces then
                   move "********" to
                     ws-ex-held-raw(ws-ex-found-ptr)(44:8)
               end-if
               move 'y' to ws-ex-held(ws-ex-found-ptr)
               move "HELD" to ws-audit-disp
               move "EXCH PARTNER PENDING" to ws-audit-reason
           end-if.
      *
      * A rejected exchange line marks its pair so a partner still
      * to come rejects too, and sends a partner already held to the
      * error file. A pair that was complete and agreed is listed on
      * the report as rejected whole.
       4195-reject-exchange-pair.
      *
           perform 0544-find-exchange.
           if ws-ex-found-ptr = 0 then
               exit paragraph
           end-if.
      *
           if ws-ex-status(ws-ex-found-ptr) = 'A' then
               move 'R' to ws-ex-status(ws-ex-found-ptr)
               if ws-ex-return-count(ws-ex-found-ptr) = 1 and
                 ws-ex-replace-count(ws-ex-found-ptr) = 1 then
                   move 'y' to ws-ex-rejected(ws-ex-found-ptr)
                   add ws-1 to ws-rejected-exchanges
               end-if
           end-if.
      *
           if ws-ex-held(ws-ex-found-ptr) = 'y' then
               move ws-exchange-partner-rej to ws-audit-reason
               perform 4196-write-held-exchange-error
           end-if.
      *
       4196-write-held-exchange-error.
      *
           add ws-1 to ws-invalid-records.
           move 'n' to ws-ex-held(ws-ex-found-ptr).
           move spaces to ws-error-detail-line.
           move ws-ex-held-rec-num(ws-ex-found-ptr) to
             ws-edl-record-num.
           move ws-ex-held-raw(ws-ex-found-ptr) to ws-edl-raw-data.
           move ws-audit-reason to ws-edl-error(ws-1).
           write error-out-data from ws-ex-held-valid(ws-ex-found-ptr).
           write report-print-line from spaces.
           write report-print-line from ws-error-detail-line.
           move "REJECTED" to ws-audit-disp.
           move ws-ex-invoice-num(ws-ex-found-ptr) to at-invoice-num.
           perform 8000-write-audit-event.
      *
      * Every complete pair has had both lines edited by the end of
      * the file, so nothing should still be held; a line that is
      * goes to the error file rather than being lost.
       4197-flush-held-exchanges.
      *
           perform varying ws-ex-found-ptr from ws-1 by ws-1
             until (ws-ex-found-ptr > ws-ex-table-count)
               if ws-ex-held(ws-ex-found-ptr) = 'y' then
                   move ws-exchange-unpaired to ws-audit-reason
                   perform 4196-write-held-exchange-error
               end-if
           end-perform.
      *
      * A price adjustment accepted in this batch counts against its
      * sale line for any later one in the same batch.
       4199-note-price-adjustment.
      *
           perform 4198-find-batch-adjustment.
           if ws-pj-found-ptr = 0 then
               if ws-pj-table-count < 2000 then
                   add ws-1 to ws-pj-table-count
                   move ws-pj-table-count to ws-pj-found-ptr
                   move pr-invoice-num to ws-pj-invoice-num(
                       ws-pj-found-ptr)
                   move pr-sku-code to ws-pj-sku-code(ws-pj-found-ptr)
                   move 0 to ws-pj-adj-amt(ws-pj-found-ptr)
               else
                   exit paragraph
               end-if
           end-if.
           add pr-trans-amt to ws-pj-adj-amt(ws-pj-found-ptr).
      *
       4198-find-batch-adjustment.
      *
           move 0 to ws-pj-found-ptr.
           set ws-pj-srch-index to ws-1.
           search ws-pj-entry varying ws-pj-srch-index
               at end
                   continue
               when ws-pj-srch-index <= ws-pj-table-count and
                 ws-pj-invoice-num(ws-pj-srch-index) = pr-invoice-num
                 and ws-pj-sku-code(ws-pj-srch-index) = pr-sku-code
                   set ws-pj-found-ptr to ws-pj-srch-index
           end-search.
      *
       4001-reset-accumulators.
      *
           move ws-1        to ws-current-error.
           move ws-is-false to ws-has-errors.
           move spaces      to ws-error-detail-line.
      *
       4100-check-errors.
      *
           perform 4184-redirect-merged-customer.
           perform 4105-check-store-batch.
           perform 4110-check-trans-code.
           perform 4120-check-trans-amt.
           perform 4160-check-sku-code.
           perform 4165-check-cashier-id.
           perform 4166-check-quantity.
           perform 4188-check-serial-num.
           perform 4183-check-coupon.
           perform 4167-check-price-qty.
           perform 4169-check-gift-card.
           perform 4171-check-loyalty-redeem.
           perform 4172-check-customer-num.
           perform 4173-check-trans-date.
           perform 4174-check-closed-period.
           perform 4175-check-foreign-tender.
           perform 4177-check-no-receipt.
           perform 4176-check-return-reason.
           perform 4178-check-on-account.
           perform 4189-check-special-order.
           perform 4191-check-price-adjustment.
           perform 4192-check-exchange.
           perform 4170-check-duplicate-invoice.
           perform 4181-check-basket-item.
      *
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
      * A serialized SKU is sold and returned one unit to a line,
      * each line naming its unit's serial number, so the serial
      * registry can follow every unit from receipt to sale to
      * return.
       4188-check-serial-num.
      *
           if (pr-trans-code = 'S' or pr-trans-code = 'R') and
             ws-prod-serial-reqd = ws-is-true then
               if pr-serial-num = spaces then
                   move ws-is-true to ws-has-errors
                   move ws-serial-num-missing to ws-edl-error(
                       ws-current-error)
                   add ws-1 to ws-current-error
               end-if
               if pr-quantity is numeric and pr-quantity > 1 then
                   move ws-is-true to ws-has-errors
                   move ws-serial-qty-invalid to ws-edl-error(
                       ws-current-error)
                   add ws-1 to ws-current-error
               end-if
           end-if.
      *
      * A sale's keyed amount must agree with quantity times the
      * master unit price (within the tolerance percentage on
      * file-38) or it is rejected and listed on the price exception
      * report. The replacement going out on an exchange ('E') is
      * priced the same way. Only those records carry that meaning:
      * voids override the amount by nature, a cancellation's amount
      * is the deposit given up, layaway records are instalments
      * against the account, and a return may legitimately be a
      * partial refund.
      * A manufacturer coupon on the line is part of what was paid
      * for the goods, so it is added back before the comparison.
       4167-check-price-qty.
      *
           if pr-trans-code not = 'S' and pr-trans-code not = 'E'
             then
               continue
           else
               if ws-prod-found = ws-is-true and
                 pr-quantity is numeric and pr-quantity > 0 and
                 pr-trans-amt is numeric then
                   move pr-trans-date to ws-pe-as-of-date
                   perform 4163-find-effective-price
                   compute ws-expected-amt = pr-quantity *
                     ws-price-used
                   compute ws-keyed-amt = pr-trans-amt + ws-coupon-amt
                   compute ws-price-diff = ws-keyed-amt -
                     ws-expected-amt
                   if ws-price-diff < 0 then
                       compute ws-price-diff = 0 - ws-price-diff
                   compute ws-tolerance-amt rounded =
                     (ws-expected-amt * ws-price-tol-pct) / ws-100
                   if ws-price-diff > ws-tolerance-amt then
                       perform 4187-check-basket-promotion
                   end-if
                   if ws-price-diff > ws-tolerance-amt and
                     ws-promo-covered = ws-is-false then
                       perform 4185-check-discount-authority
                       if ws-disc-authorized = ws-is-true then
                           perform 4186-write-markdown-line
           move 0 to ws-da-found-ptr.
      *
           if pr-disc-reason = spaces or
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
             then
               move ws-is-true to ws-disc-authorized
           end-if.
      *
      * A coupon is taken on a sale of a SKU it is good on, before it
      * expires, for no more than its face value on each unit sold.
      * The void reversing that sale carries the same coupon so the
      * claim comes back off; no other transaction may carry one.
       4183-check-coupon.
      *
           move 0 to ws-coupon-amt.
           if pr-coupon-code = spaces then
               exit paragraph
           end-if.
      *
           if pr-trans-code not = 'S' and pr-trans-code not = 'V'
             then
               move ws-is-true to ws-has-errors
               move ws-coupon-not-allowed to ws-edl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
               exit paragraph
           end-if.
      *
           if pr-coupon-amt is not numeric or pr-coupon-amt = 0 then
               move ws-is-true to ws-has-errors
               move ws-coupon-amt-invalid to ws-edl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
               exit paragraph
           end-if.
           move pr-coupon-amt to ws-coupon-amt.
      *
           if pr-trans-code = 'V' then
               exit paragraph
           end-if.
      *
           move 0 to ws-cpn-found-ptr.
           set ws-cpn-srch-index to ws-1.
           search ws-cpn-entry varying ws-cpn-srch-index
               at end
                   continue
               when ws-cpn-srch-index <= ws-cpn-table-count and
                 ws-cpn-code(ws-cpn-srch-index) = pr-coupon-code
                   set ws-cpn-found-ptr to ws-cpn-srch-index
           end-search.
      *
           if ws-cpn-found-ptr = 0 then
               move ws-is-true to ws-has-errors
               move ws-coupon-not-on-file to ws-edl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
               exit paragraph
           end-if.
      *
           if pr-trans-date is numeric and
             pr-trans-date > ws-cpn-expiry-date(ws-cpn-found-ptr) then
               move ws-is-true to ws-has-errors
               move ws-coupon-expired to ws-edl-error(
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
                 pr-sku-code then
                   move ws-is-true to ws-cpn-sku-ok
               end-if
           end-perform.
           if ws-cpn-sku-ok = ws-is-false then
               move ws-is-true to ws-has-errors
               move ws-coupon-sku-invalid to ws-edl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           if pr-quantity is numeric then
               compute ws-cpn-max-amt =
                 ws-cpn-face-value(ws-cpn-found-ptr) * pr-quantity
           else
               move ws-cpn-face-value(ws-cpn-found-ptr) to
                 ws-cpn-max-amt
           end-if.
           if pr-coupon-amt > ws-cpn-max-amt then
               move ws-is-true to ws-has-errors
               move ws-coupon-amt-invalid to ws-edl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
      * A line keyed under its price inside a basket that earned a
      * deal is the deal at work; the basket total was already held
      * to what the deal allows when its header was edited.
       4187-check-basket-promotion.
      *
           move ws-is-false to ws-promo-covered.
           if ws-keyed-amt not < ws-expected-amt then
               exit paragraph
           end-if.
      *
           perform 0547-find-invoice-header.
           if ws-ih-found-ptr > 0 then
               if ws-ih-promo-ptr(ws-ih-found-ptr) > 0 then
                   move ws-is-true to ws-promo-covered
               end-if
           end-if.
      *
       4186-write-markdown-line.
      *
           move pr-invoice-num  to ws-mdl-invoice-num.
           move pr-sku-code     to ws-mdl-sku-code.
           move ws-expected-amt to ws-mdl-expected.
           move ws-keyed-amt    to ws-mdl-keyed.
           move ws-disc-pct-off to ws-mdl-pct-off.
           move pr-disc-reason  to ws-mdl-reason.
           move ws-da-mgr-appr(ws-da-found-ptr) to ws-mdl-mgr-appr.
           write markdown-print-line from ws-markdown-detail-line.
      *
      * The price in effect on the day the store rang the sale: the
      * newest dated row on file-75 not after the as-of date (the
      * transaction date for a sale), falling back to the master's
      * standing price when the SKU carries no dated rows - the same
      * effective-date rule the tax lookup uses.
       4163-find-effective-price.
      *
           move ws-matched-price to ws-price-used.
           perform varying ws-pe-ptr from ws-1 by ws-1
             until (ws-pe-ptr > ws-pe-table-count)
               if ws-pe-sku-code(ws-pe-ptr) = pr-sku-code
                   and ws-pe-eff-date(ws-pe-ptr) not >
                       ws-pe-as-of-date
                   and ws-pe-eff-date(ws-pe-ptr) > ws-pe-best-date
                       move ws-pe-eff-date(ws-pe-ptr) to
                           ws-pe-best-date
           move pr-quantity     to ws-pel-quantity.
           move ws-price-used   to ws-pel-unit-price.
           move ws-expected-amt to ws-pel-expected.
           move ws-keyed-amt    to ws-pel-keyed.
           write price-exc-print-line from ws-price-exc-detail-line.
      *
      * A gift-card tender on a sale or layaway must name a card
                     ws-gc-found-balance
           end-search.
      *
      * A points tender on a sale or layaway payment redeems the
      * customer's loyalty points, so it must name the customer and
      * the points must cover the amount at the control point value.
      * A return or void refunded to points only puts them back.
       4171-check-loyalty-redeem.
      *
           if pr-pay-type not = 'LP' or
             (pr-trans-code not = 'S' and pr-trans-code not = 'L')
             then
               exit paragraph
           end-if.
      *
           perform 4171-check-loyalty-points.
      *
       4171-check-loyalty-points.
      *
           if pr-cust-num = spaces then
               move ws-is-true to ws-has-errors
               move ws-loyalty-no-customer to ws-edl-error(
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
                 ws-lp-cust-num(ws-lp-srch-index) = pr-cust-num
                   compute ws-lp-found-value =
                     ws-lp-points(ws-lp-srch-index) *
                     ws-lp-point-value
           end-search.
      *
           if pr-trans-amt is numeric and
             pr-trans-amt > ws-lp-found-value then
               move ws-is-true to ws-has-errors
               move ws-loyalty-points-low to ws-edl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
      * A blank customer number is a walk-in sale; when one is
      * keyed it must name an active customer on the master so the
      * activity history stays clean.
      * A customer number retired by a merge is still on cards and
      * receipts in the customer's hands; the transaction is posted
      * to the number the customer was merged into. The retired
      * number itself is inactive on the customer master, so one
      * with no merge on file is still rejected below.
       4184-redirect-merged-customer.
      *
           if pr-cust-num = spaces then
               exit paragraph
           end-if.
      *
           set ws-mx-srch-index to ws-1.
           search ws-mx-entry varying ws-mx-srch-index
               at end
                   continue
               when ws-mx-srch-index <= ws-mx-table-count and
                 ws-mx-retired-num(ws-mx-srch-index) = pr-cust-num
                   move ws-mx-survivor-num(ws-mx-srch-index) to
                     pr-cust-num
                   add ws-1 to ws-merged-cust-count
           end-search.
      *
       4172-check-customer-num.
      *
           if pr-cust-num = spaces then
               add ws-1 to ws-current-error
           end-if.
      *
      * US cash is taken in, never paid out: refunds and layaway
      * cancels go back in Canadian funds, while a void hands back
      * the US bills it took. A US tender must carry the US amount,
      * and that amount at the till rate for its transaction date
      * must come back to the Canadian amount on the line. The
      * foreign amount passed on is zero for every other tender.
       4175-check-foreign-tender.
      *
           move 0 to ws-fx-out-amt.
           if pr-pay-type not = 'US' then
               exit paragraph
           end-if.
      *
           if pr-trans-code = 'R' or pr-trans-code = 'C' then
               move ws-is-true to ws-has-errors
               move ws-fx-refund-invalid to ws-edl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
               exit paragraph
           end-if.
      *
           if pr-fx-amt is not numeric or pr-fx-amt = 0 then
               move ws-is-true to ws-has-errors
               move ws-fx-amt-invalid to ws-edl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
               exit paragraph
           end-if.
           move pr-fx-amt to ws-fx-out-amt.
      *
           if pr-trans-date is numeric then
               move pr-trans-date to ws-fx-lookup-date
           else
               move ws-run-date to ws-fx-lookup-date
           end-if.
           perform 4175-find-till-rate.
      *
           if ws-fx-best-date = 0 then
               move ws-is-true to ws-has-errors
               move ws-fx-rate-missing to ws-edl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
               exit paragraph
           end-if.
      *
           if pr-trans-amt is numeric then
               compute ws-fx-cad-amt rounded =
                 pr-fx-amt * ws-fx-found-rate
               compute ws-fx-difference = ws-fx-cad-amt - pr-trans-amt
               if ws-fx-difference > ws-fx-tolerance or
                 ws-fx-difference < 0 - ws-fx-tolerance then
                   move ws-is-true to ws-has-errors
                   move ws-fx-amt-off-rate to ws-edl-error(
                       ws-current-error)
                   add ws-1 to ws-current-error
               end-if
           end-if.
      *
       4175-find-till-rate.
      *
           move 0 to ws-fx-best-date.
           move 0 to ws-fx-found-rate.
      *
           perform varying ws-fx-ptr from ws-1 by ws-1
             until (ws-fx-ptr > ws-fx-table-count)
               if ws-fx-currency(ws-fx-ptr) = pr-pay-type
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
      * Every return carries one of the four reason codes; the
      * inventory step routes the goods on it.
       4176-check-return-reason.
      *
           if pr-trans-code = 'R' and not pr-ret-reason-valid then
               move ws-is-true to ws-has-errors
               move ws-ret-reason-invalid to ws-edl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
      * An on-account sale must name the customer whose account it
      * charges, and must fit under the account's credit limit -
      * the same shape of test 4169 gives an underfunded gift card.
                   end-if
           end-search.
      *
      * A special order ('O') takes a deposit against goods ordered in
      * for a named customer; the pickup ('P') quotes the order's
      * invoice number and applies the deposit back against the sale
      * of the goods, which is rung as an ordinary sale line. The
      * deposit is held for the customer, so it must name one, and
      * it moves only in Canadian cash or card: gift card, points,
      * house account and US cash tenders each post through their own
      * programs as sales and cannot be held as a deposit.
       4189-check-special-order.
      *
           if not pr-is-special-order then
               exit paragraph
           end-if.
      *
           if pr-cust-num = spaces then
               move ws-is-true to ws-has-errors
               move ws-spec-ord-no-customer to ws-edl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           if pr-pay-type = 'GC' or pr-pay-type = 'LP' or
             pr-pay-type = 'OA' or pr-pay-type = 'US' then
               move ws-is-true to ws-has-errors
               move ws-spec-ord-tender to ws-edl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           if pr-trans-amt is numeric and pr-trans-amt = 0 then
               move ws-is-true to ws-has-errors
               move ws-spec-ord-deposit to ws-edl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
      * A price adjustment ('A') quotes the invoice of the sale whose
      * price came down and refunds only the difference, so the item
      * is neither returned nor sold again. The sale must be on the
      * history, not already returned, and no more than the allowed
      * days old on the adjustment date; its SKU must be on the sale
      * in at least the quantity adjusted, and what the adjustments
      * on that line refund between them can never exceed what the
      * line took. A price drop ('PD') may refund up to the quantity
      * times the fall from the price in effect on the sale date to
      * the price in effect on the adjustment date; a price match
      * ('PM') up to the cap percentage of the price the goods sold
      * at - less, in either case, what earlier adjustments have
      * already refunded on the line. It is refunded in Canadian
      * cash or card - gift card, points, house account and US cash
      * each post through their own programs and cannot take it.
       4191-check-price-adjustment.
      *
           if not pr-is-price-adjust then
               exit paragraph
           end-if.
      *
           if not pr-adj-reason-valid then
               move ws-is-true to ws-has-errors
               move ws-price-adj-reason to ws-edl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           if pr-pay-type = 'GC' or pr-pay-type = 'LP' or
             pr-pay-type = 'OA' or pr-pay-type = 'US' then
               move ws-is-true to ws-has-errors
               move ws-price-adj-tender to ws-edl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           move pr-invoice-num to shr-invoice-num.
           read file-32-sale-history
               invalid key
                   move ws-is-true to ws-has-errors
                   move ws-price-adj-no-sale to ws-edl-error(
                       ws-current-error)
                   add ws-1 to ws-current-error
                   exit paragraph
           end-read.
      *
           if shr-returned = 'y' then
               move ws-is-true to ws-has-errors
               move ws-price-adj-returned to ws-edl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           if pr-trans-amt is not numeric or
             pr-trans-date is not numeric or pr-trans-date = 0 or
             pr-quantity is not numeric or
             ws-prod-found = ws-is-false then
               exit paragraph
           end-if.
      *
           compute ws-pa-days-after =
             function integer-of-date(pr-trans-date) -
             function integer-of-date(shr-sale-date).
           if ws-pa-days-after > ws-pa-max-days then
               move ws-is-true to ws-has-errors
               move ws-price-adj-too-late to ws-edl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           move pr-invoice-num to slh-invoice-num.
           move pr-sku-code to slh-sku-code.
           read file-186-sale-line-hist
               invalid key
                   move ws-is-true to ws-has-errors
                   move ws-price-adj-not-sold to ws-edl-error(
                       ws-current-error)
                   add ws-1 to ws-current-error
                   exit paragraph
           end-read.
      *
           if pr-quantity > slh-quantity then
               move ws-is-true to ws-has-errors
               move ws-price-adj-over-qty to ws-edl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           perform 4198-find-batch-adjustment.
           move slh-adj-amt to ws-pa-adj-to-date.
           if ws-pj-found-ptr > 0 then
               add ws-pj-adj-amt(ws-pj-found-ptr) to ws-pa-adj-to-date
           end-if.
      *
           if pr-trans-amt + ws-pa-adj-to-date > slh-sale-amt then
               move ws-is-true to ws-has-errors
               move ws-price-adj-over-sale to ws-edl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           move shr-sale-date to ws-pe-as-of-date.
           perform 4163-find-effective-price.
           move ws-price-used to ws-pa-sale-price.
      *
           if pr-adj-price-drop then
               move pr-trans-date to ws-pe-as-of-date
               perform 4163-find-effective-price
               compute ws-pa-allowed-amt = pr-quantity *
                 (ws-pa-sale-price - ws-price-used)
               compute ws-pa-line-room = slh-quantity *
                 (ws-pa-sale-price - ws-price-used) -
                 ws-pa-adj-to-date
               if ws-pa-line-room < ws-pa-allowed-amt then
                   move ws-pa-line-room to ws-pa-allowed-amt
               end-if
               if ws-pa-allowed-amt not > 0 then
                   move ws-is-true to ws-has-errors
                   move ws-price-adj-no-drop to ws-edl-error(
                       ws-current-error)
                   add ws-1 to ws-current-error
               else
                   if pr-trans-amt > ws-pa-allowed-amt then
                       move ws-is-true to ws-has-errors
                       move ws-price-adj-over-drop to ws-edl-error(
                           ws-current-error)
                       add ws-1 to ws-current-error
                   end-if
               end-if
           else
               compute ws-pa-allowed-amt rounded = pr-quantity *
                 ws-pa-sale-price * ws-pa-match-cap-pct / ws-100
               compute ws-pa-line-room rounded = slh-quantity *
                 ws-pa-sale-price * ws-pa-match-cap-pct / ws-100 -
                 ws-pa-adj-to-date
               if ws-pa-line-room < ws-pa-allowed-amt then
                   move ws-pa-line-room to ws-pa-allowed-amt
               end-if
               if pr-trans-amt > ws-pa-allowed-amt then
                   move ws-is-true to ws-has-errors
                   move ws-price-adj-over-cap to ws-edl-error(
                       ws-current-error)
                   add ws-1 to ws-current-error
               end-if
           end-if.
      *
      * An even exchange takes an item back and gives out its
      * replacement under one invoice, so no money leaves the store
      * beyond any price difference, which settles on the pair's
      * tender. It needs exactly one line each way, both from the
      * same store on the same tender, or a half-rung swap would
      * post as goods given away or taken in for nothing, and a
      * line whose partner was rejected is rejected with it. Like a
      * price adjustment the difference moves only in Canadian cash
      * or card.
       4192-check-exchange.
      *
           if not pr-is-exchange then
               exit paragraph
           end-if.
      *
           perform 0544-find-exchange.
           if ws-ex-found-ptr = 0 then
               move ws-is-true to ws-has-errors
               move ws-exchange-unpaired to ws-edl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
               exit paragraph
           end-if.
      *
           if ws-ex-return-count(ws-ex-found-ptr) not = 1 or
             ws-ex-replace-count(ws-ex-found-ptr) not = 1 then
               move ws-is-true to ws-has-errors
               move ws-exchange-unpaired to ws-edl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           if ws-ex-disagrees(ws-ex-found-ptr) then
               move ws-is-true to ws-has-errors
               move ws-exchange-disagree to ws-edl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
           if ws-ex-line-rejected(ws-ex-found-ptr) then
               move ws-is-true to ws-has-errors
               move ws-exchange-partner-rej to ws-edl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
      * The serial registry follows a unit through sales and returns
      * only, so a serialized SKU is exchanged as a return and a new
      * sale, each naming its unit.
           if ws-prod-serial-reqd = ws-is-true then
               move ws-is-true to ws-has-errors
               move ws-exchange-serial to ws-edl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
      * The item coming back is credited at no more than the price
      * in effect on the exchange date, within the price tolerance;
      * the replacement is priced like a sale in 4167.
           if pr-is-exchange-return and ws-prod-found = ws-is-true and
             pr-quantity is numeric and pr-quantity > 0 and
             pr-trans-amt is numeric and pr-trans-date is numeric then
               move pr-trans-date to ws-pe-as-of-date
               perform 4163-find-effective-price
               compute ws-expected-amt = pr-quantity * ws-price-used
               compute ws-tolerance-amt rounded =
                 (ws-expected-amt * ws-price-tol-pct) / ws-100
               if pr-trans-amt > ws-expected-amt + ws-tolerance-amt
                 then
                   move ws-is-true to ws-has-errors
                   move ws-exchange-over-price to ws-edl-error(
                       ws-current-error)
                   add ws-1 to ws-current-error
               end-if
           end-if.
      *
           if pr-pay-type = 'GC' or pr-pay-type = 'LP' or
             pr-pay-type = 'OA' or pr-pay-type = 'US' then
               move ws-is-true to ws-has-errors
               move ws-exchange-tender to ws-edl-error(
                   ws-current-error)
               add ws-1 to ws-current-error
           end-if.
      *
      * Only a sale opens a new invoice number, so only sales are
      * checked. A sale is a duplicate when its invoice was keyed on
      * more than one sale in this file (the sort pre-pass found
           end-perform.
           move ws-partial-baskets to ws-pcl-count.
           write report-print-line from ws-partial-count-line.
           perform varying ws-ex-ptr from ws-1 by ws-1
             until (ws-ex-ptr > ws-ex-table-count)
               if ws-ex-rejected(ws-ex-ptr) = 'y' then
                   move ws-ex-invoice-num(ws-ex-ptr) to
                     ws-rxl-invoice
                   write report-print-line from
                     ws-rejected-exchange-line
               end-if
           end-perform.
           move ws-rejected-exchanges to ws-rxcl-count.
           write report-print-line from ws-rejected-exch-count-line.
           move ws-promo-basket-count to ws-pml-count.
           write report-print-line from ws-promo-count-line.
           move ws-merged-cust-count to ws-mccl-count.
           write report-print-line from ws-merged-cust-count-line.
           move ws-cards-tokenized to ws-tkcl-count.
           write report-print-line from ws-tokenized-count-line.
           move ws-cards-not-vaulted to ws-nvcl-count.
           write report-print-line from ws-not-vaulted-count-line.
      *
           write price-exc-print-line from spaces.
           move ws-price-exc-count to ws-pecl-count.
             file-39-price-exc-report, file-58-missing-trans,
             file-32-sale-history, file-61-audit-trail,
             file-66-store-ack, file-69-closed-period-rpt,
             file-77-markdown-report, file-144-promo-redeem,
             file-171-pos-token, file-186-sale-line-hist.
      *
       end program Edit.
