       identification division.
       program-id. CustomerAnonymization.
       author. Raje Singh.
       date-written. 2026-10-15.
      * Program Description:
      * Removes the personal data of customers the company no longer
      * has any reason to keep. Two kinds of customer are taken:
      * closed accounts whose last activity is older than the
      * retention period on the retention control file, and any
      * customer with an erasure request on the request file.
      * Each one is given an anonymous token number. The token
      * replaces the customer number on the customer master,
      * purchase history, open-item ledger, layaway master and
      * schedule, loyalty master, card cross-reference, merge
      * cross-reference, the serial registry's sale records and the
      * special-order master, so every amount stays where it was and
      * the MTD/YTD, tax and GL figures still tie; the name on the
      * master is blanked and the customer's row is dropped from the
      * statement mailing extract.
      * A customer the company still owes or who still owes the
      * company - an open house-charge balance, a layaway not yet
      * paid off, a gift card with money on it, or a special order
      * not yet collected with its deposit still held - is held back
      * and listed instead; a held erasure request stays on the
      * request file until it can be done.
      * The erasure certificate lists every customer anonymized by
      * token and the held ones by number, for the privacy officer.
      * The numbers erased, with their tokens, go onto the erasure
      * list for the job stream to scrub from the archived
      * interface files.
      *
       environment division.
       input-output section.
       file-control.
      *
           select file-158-retention-ctl
               assign
                   to
                   '../../../../datafiles/data/file-158-retention.dat'
               organization is line sequential.
      *
           select optional file-159-erasure-requests
               assign
                   to
                   '../../../../datafiles/data/file-159-erase-req.dat'
               organization is line sequential.
      *
           select optional file-160-erasure-list
               assign
                   to
                   '../../../../datafiles/data/file-160-erase-list.dat'
               organization is line sequential.
      *
           select file-161-erasure-cert
               assign
                   to
                   '../../../../datafiles/data/file-161-erase-cert.out'
               organization is line sequential.
      *
           select file-42-customer-master
               assign
                   to
                   '../../../../datafiles/data/file-42-cust-master.dat'
               organization is line sequential.
      *
           select file-43-customer-history
               assign
                   to
                   '../../../../datafiles/data/file-43-cust-hist.dat'
               organization is line sequential.
      *
           select optional file-94-oa-ledger
               assign
                   to
                   '../../../../datafiles/data/file-94-oa-ledger.dat'
               organization is line sequential.
      *
           select optional file-19-layaway-master
               assign
                   to '../../../../datafiles/data/file-19-layaway.dat'
               organization is indexed
               access is dynamic
               record key is lm-invoice-num.
      *
           select optional file-97-lay-schedule
               assign
                   to
                   '../../../../datafiles/data/file-97-lay-sched.dat'
               organization is line sequential.
      *
           select file-133-loyalty-master
               assign
                   to
                   '../../../../datafiles/data/file-133-loyalty.dat'
               organization is line sequential.
      *
           select file-137-card-xref
               assign
                   to
                   '../../../../datafiles/data/file-137-card-xref.dat'
               organization is line sequential.
      *
           select optional file-156-merge-xref
               assign
                   to
                   '../../../../datafiles/data/file-156-merge-xrf.dat'
               organization is line sequential.
      *
           select optional file-162-serial-registry
               assign
                   to
                   '../../../../datafiles/data/file-162-serial-reg.dat'
               organization is line sequential.
      *
           select optional file-175-spec-ord-master
               assign
                   to
                   '../../../../datafiles/data/file-175-so-master.dat'
               organization is line sequential.
      *
           select file-40-giftcard-master
               assign
                   to
                   '../../../../datafiles/data/file-40-giftcard.dat'
               organization is line sequential.
      *
           select optional file-112-mailing-extract
               assign
                   to
                   '../../../../datafiles/data/file-112-mailing.csv'
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
       fd file-158-retention-ctl
           data record is retention-ctl-rec.
      *
       01 retention-ctl-rec.
         05 rc-retention-days   pic 9(5).
         05 rc-next-token       pic 9(7).
      *
       fd file-159-erasure-requests
           data record is erasure-request-rec.
      *
       01 erasure-request-rec.
         05 er-cust-num         pic x(8).
         05 er-request-date     pic 9(8).
         05 er-request-ref      pic x(10).
      *
       fd file-160-erasure-list
           data record is erasure-list-rec.
      *
       01 erasure-list-rec.
         05 el-cust-num         pic x(8).
         05 el-token            pic x(8).
         05 el-erase-date       pic 9(8).
      *
       fd file-161-erasure-cert
           data record is report-print-line.
      *
       01 report-print-line    pic x(130).
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
       fd file-43-customer-history
           data record is customer-history-rec.
      *
       01 customer-history-rec.
         05 ch-cust-num         pic x(8).
         05 ch-trans-code       pic x.
         05 ch-trans-amt        pic 9(5)v99.
         05 ch-run-date         pic 9(8).
         05 ch-batch-id         pic 9(6).
         05 ch-store-num        pic xx.
         05 ch-no-receipt       pic x.
      *
       fd file-94-oa-ledger
           data record is oa-ledger-rec.
      *
       01 oa-ledger-rec.
         05 ol-cust-num         pic x(8).
         05 ol-entry-type       pic x.
         05 ol-amount           pic 9(7)v99.
         05 ol-entry-date       pic 9(8).
         05 ol-batch-id         pic 9(6).
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
       fd file-97-lay-schedule
           data record is lay-schedule-rec.
      *
       01 lay-schedule-rec.
         05 ls-invoice-num      pic x(9).
         05 ls-freq-days        pic 9(3).
         05 ls-instal-amt       pic 9(5)v99.
         05 ls-next-due         pic 9(8).
         05 ls-final-date       pic 9(8).
         05 ls-missed           pic 9(3).
         05 ls-notices          pic 9(2).
         05 ls-cust-num         pic x(8).
      *
       fd file-133-loyalty-master
           data record is loyalty-master-rec.
      *
       01 loyalty-master-rec.
         05 ly-cust-num         pic x(8).
         05 ly-points-balance   pic 9(9).
         05 ly-earned-ltd       pic 9(9).
         05 ly-redeemed-ltd     pic 9(9).
         05 ly-expired-ltd      pic 9(9).
         05 ly-last-activity    pic 9(8).
         05 ly-enrol-date       pic 9(8).
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
       fd file-156-merge-xref
           data record is merge-xref-rec.
      *
       01 merge-xref-rec.
         05 mx-retired-num      pic x(8).
         05 mx-survivor-num     pic x(8).
         05 mx-merge-date       pic 9(8).
      *
       fd file-162-serial-registry
           data record is serial-reg-rec.
      *
       01 serial-reg-rec.
         05 sr-serial-num       pic x(20).
         05 sr-sku-code         pic x(15).
         05 sr-status           pic x.
         05 sr-rcv-store        pic xx.
         05 sr-rcv-date         pic 9(8).
         05 sr-rcv-ref          pic x(10).
         05 sr-sale-store       pic xx.
         05 sr-sale-invoice     pic x(9).
         05 sr-sale-cust        pic x(8).
         05 sr-sale-date        pic 9(8).
         05 sr-ret-store        pic xx.
         05 sr-ret-invoice      pic x(9).
         05 sr-ret-date         pic 9(8).
      *
      * Status: O open, waiting to go on a PO; Q on order; R goods in
      * and allocated, ready for pickup; C collected.
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
           88 sm-not-collected value 'O', 'Q', 'R'.
         05 sm-po-number       pic 9(9).
         05 sm-alloc-qty       pic 9(3).
         05 sm-ready-date      pic 9(8).
         05 sm-collect-date    pic 9(8).
         05 sm-collect-batch   pic 9(6).
      *
       fd file-40-giftcard-master
           data record is giftcard-master-rec.
      *
       01 giftcard-master-rec.
         05 gcm-card-num        pic x(12).
         05 gcm-balance         pic 9(7)v99.
         05 gcm-active          pic x.
         05 gcm-issue-date      pic 9(8).
         05 gcm-last-activity   pic 9(8).
      *
       fd file-112-mailing-extract
           data record is csv-print-line.
      *
       01 csv-print-line.
         05 csv-cust-num        pic x(8).
         05 csv-rest            pic x(112).
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
                               "CUSTOMER DATA ERASURE CERTIFICATE".
      *
       01 ws-run-stamp-line.
         05 filler             pic x(10) value "RUN DATE: ".
         05 ws-rsl-run-date    pic 9(8).
         05 filler             pic x(13) value "   BATCH ID: ".
         05 ws-rsl-batch-id    pic z(5)9.
      *
       01 ws-retention-line.
         05 filler             pic x(18) value "RETENTION PERIOD: ".
         05 ws-rtl-days        pic z(4)9.
         05 filler             pic x(29) value
                               " DAYS   LAST ACTIVITY BEFORE ".
         05 ws-rtl-cutoff      pic 9(8).
      *
       01 ws-erased-heading-line.
         05 filler             pic x(40) value
                               "CUSTOMERS ANONYMIZED".
      *
       01 ws-erased-column-line.
         05 filler             pic x(10) value "TOKEN".
         05 filler             pic x(11) value "BASIS".
         05 filler             pic x(11) value "REQUEST".
         05 filler             pic x(10) value "LAST ACTV".
         05 filler             pic x(8)  value " HISTORY".
         05 filler             pic x(8)  value "  LEDGER".
         05 filler             pic x(8)  value "  LAYAWY".
         05 filler             pic x(8)  value "   SCHED".
         05 filler             pic x(8)  value " LOYALTY".
         05 filler             pic x(8)  value "   CARDS".
         05 filler             pic x(8)  value "   MERGE".
         05 filler             pic x(8)  value " MAILING".
         05 filler             pic x(8)  value " SERIALS".
         05 filler             pic x(8)  value "  ORDERS".
      *
       01 ws-erased-line.
         05 ws-erl-token       pic x(8).
         05 filler             pic x(2) value spaces.
         05 ws-erl-basis       pic x(11).
         05 ws-erl-request-ref pic x(10).
         05 filler             pic x value space.
         05 ws-erl-last-date   pic 9(8).
         05 filler             pic x(2) value spaces.
         05 ws-erl-history     pic z(7)9.
         05 ws-erl-ledger      pic z(7)9.
         05 ws-erl-layaways    pic z(7)9.
         05 ws-erl-schedules   pic z(7)9.
         05 ws-erl-loyalty     pic z(7)9.
         05 ws-erl-cards       pic z(7)9.
         05 ws-erl-merges      pic z(7)9.
         05 ws-erl-mailing     pic z(7)9.
         05 ws-erl-serials     pic z(7)9.
         05 ws-erl-orders      pic z(7)9.
      *
       01 ws-held-heading-line.
         05 filler             pic x(40) value
                               "HELD BACK - NOT ANONYMIZED".
      *
       01 ws-held-column-line.
         05 filler             pic x(10) value "CUSTOMER".
         05 filler             pic x(11) value "BASIS".
         05 filler             pic x(11) value "REQUEST".
         05 filler             pic x(22) value "REASON".
         05 filler             pic x(13) value "       AMOUNT".
      *
       01 ws-held-line.
         05 ws-hdl-cust-num    pic x(8).
         05 filler             pic x(2) value spaces.
         05 ws-hdl-basis       pic x(11).
         05 ws-hdl-request-ref pic x(10).
         05 filler             pic x value space.
         05 ws-hdl-reason      pic x(22).
         05 ws-hdl-amount      pic $z(8)9.99.
      *
       01 ws-count-line.
         05 ws-cl-label        pic x(34).
         05 ws-cl-count        pic z(5)9.
      *
       01 ws-capacity-line.
         05 filler             pic x(20) value
                               "*** TABLE FULL ON ".
         05 ws-cap-file        pic x(24).
         05 filler             pic x(36) value
                               " - NO CUSTOMERS ERASED THIS RUN".
      *
       01 ws-certify-line-1.
         05 filler             pic x(60) value
           "EACH CUSTOMER ANONYMIZED ABOVE NOW CARRIES ONLY THE TOKEN".
       01 ws-certify-line-2.
         05 filler             pic x(60) value
           "SHOWN ON EVERY MASTER AND HISTORY FILE; THE NAME IS".
       01 ws-certify-line-3.
         05 filler             pic x(60) value
           "REMOVED AND ALL FINANCIAL AMOUNTS ARE UNCHANGED.".
      *
       01 ws-signoff-line.
         05 filler             pic x(60) value
           "PRIVACY OFFICER: ________________________  DATE: ________".
      *
       01 ws-hold-reasons.
         05 ws-hold-balance        pic x(22) value
                                  "OPEN CHARGE BALANCE".
         05 ws-hold-layaway        pic x(22) value
                                  "OPEN LAYAWAY".
         05 ws-hold-giftcard       pic x(22) value
                                  "GIFT CARD LIABILITY".
         05 ws-hold-not-on-file    pic x(22) value
                                  "NOT ON FILE".
         05 ws-hold-too-many       pic x(22) value
                                  "DEFERRED - RUN LIMIT".
         05 ws-hold-spec-order     pic x(22) value
                                  "OPEN SPECIAL ORDER".
      *
       01 ws-erased-name           pic x(20) value
                                  "ERASED CUSTOMER".
      *
      * The select flag is R for a retention candidate and E for an
      * erasure request.
       01 ws-cust-table.
         05 ws-cust-entry           occurs 2000 times
                                     indexed by ws-cust-index
                                     ws-cust-srch-index.
           10 ws-cust-num           pic x(8).
           10 ws-cust-name          pic x(20).
           10 ws-cust-active        pic x.
           10 ws-cust-balance       pic 9(7)v99.
           10 ws-cust-limit         pic 9(7)v99.
           10 ws-cust-last-date     pic 9(8).
           10 ws-cust-select        pic x.
           10 ws-cust-request-ref   pic x(10).
           10 ws-cust-request-date  pic 9(8).
           10 ws-cust-hold-reason   pic x(22).
           10 ws-cust-hold-amt      pic 9(7)v99.
           10 ws-cust-lay-owed      pic 9(8)v99.
       77 ws-cust-table-count       pic 9(4) value 0.
       77 ws-cust-found-ptr         pic 9(4) value 0.
       77 ws-cust-lookup-num        pic x(8) value spaces.
      *
      * This run's erasures.
       01 ws-erased-table.
         05 ws-er-entry             occurs 500 times.
           10 ws-er-cust-num        pic x(8).
           10 ws-er-token           pic x(8).
           10 ws-er-cust-ptr        pic 9(4).
           10 ws-er-history         pic 9(6).
           10 ws-er-ledger          pic 9(6).
           10 ws-er-layaways        pic 9(6).
           10 ws-er-schedules       pic 9(6).
           10 ws-er-loyalty         pic 9(6).
           10 ws-er-cards           pic 9(6).
           10 ws-er-merges          pic 9(6).
           10 ws-er-mailing         pic 9(6).
           10 ws-er-serials         pic 9(6).
           10 ws-er-orders          pic 9(6).
       77 ws-er-table-count         pic 9(3) value 0.
       77 ws-er-ptr                 pic 9(3) value 0.
       77 ws-er-found-ptr           pic 9(3) value 0.
       77 ws-er-lookup-num          pic x(8) value spaces.
      *
       01 ws-token-build.
         05 ws-tb-prefix            pic x value 'Z'.
         05 ws-tb-number            pic 9(7).
      *
      * Erasure requests for numbers not on the master.
       01 ws-unknown-table.
         05 ws-uk-entry             occurs 200 times.
           10 ws-uk-cust-num        pic x(8).
           10 ws-uk-request-ref     pic x(10).
       77 ws-uk-table-count         pic 9(3) value 0.
      *
       01 ws-history-table.
         05 ws-ch-entry             occurs 20000 times.
           10 ws-ch-rec             pic x(33).
       77 ws-ch-table-count         pic 9(5) value 0.
      *
       01 ws-ledger-table.
         05 ws-ol-entry             occurs 10000 times.
           10 ws-ol-rec             pic x(32).
       77 ws-ol-table-count         pic 9(5) value 0.
      *
       01 ws-schedule-table.
         05 ws-ls-entry             occurs 2000 times.
           10 ws-ls-rec             pic x(48).
       77 ws-ls-table-count         pic 9(5) value 0.
      *
       01 ws-loyalty-table.
         05 ws-ly-entry             occurs 5000 times.
           10 ws-ly-rec             pic x(60).
       77 ws-ly-table-count         pic 9(5) value 0.
      *
       01 ws-card-table.
         05 ws-cx-entry             occurs 5000 times.
           10 ws-cx-rec             pic x(45).
       77 ws-cx-table-count         pic 9(5) value 0.
      *
       01 ws-xref-table.
         05 ws-mx-entry             occurs 2000 times.
           10 ws-mx-rec             pic x(24).
       77 ws-mx-table-count         pic 9(5) value 0.
      *
       01 ws-serial-reg-table.
         05 ws-sr-entry             occurs 5000 times.
           10 ws-sr-rec             pic x(102).
       77 ws-sr-table-count         pic 9(5) value 0.
      *
       01 ws-spec-ord-table.
         05 ws-sm-entry             occurs 2000 times.
           10 ws-sm-rec             pic x(87).
       77 ws-sm-table-count         pic 9(5) value 0.
      *
       01 ws-mailing-table.
         05 ws-csv-entry            occurs 2001 times.
           10 ws-csv-rec            pic x(120).
       77 ws-csv-table-count        pic 9(5) value 0.
      *
       01 ws-giftcard-table.
         05 ws-gc-entry             occurs 5000 times
                                     indexed by ws-gc-index
                                     ws-gc-srch-index.
           10 ws-gc-card-num        pic x(12).
           10 ws-gc-balance         pic 9(7)v99.
       77 ws-gc-table-count         pic 9(5) value 0.
      *
       77 ws-array-pointer          pic 9(5) value 0.
       77 ws-table-full             pic x value 'n'.
      *
       77 ws-ctl-eof                pic x value 'n'.
       77 ws-req-eof                pic x value 'n'.
       77 ws-cust-mstr-eof          pic x value 'n'.
       77 ws-ch-eof                 pic x value 'n'.
       77 ws-ol-eof                 pic x value 'n'.
       77 ws-lm-eof                 pic x value 'n'.
       77 ws-ls-eof                 pic x value 'n'.
       77 ws-ly-eof                 pic x value 'n'.
       77 ws-cx-eof                 pic x value 'n'.
       77 ws-mx-eof                 pic x value 'n'.
       77 ws-sr-eof                 pic x value 'n'.
       77 ws-sm-eof                 pic x value 'n'.
       77 ws-gc-eof                 pic x value 'n'.
       77 ws-csv-eof                pic x value 'n'.
       77 ws-is-true                pic x value 'y'.
       77 ws-is-false               pic x value 'n'.
       77 ws-1                      pic 9 value 1.
       77 ws-run-date               pic 9(8) value 0.
       77 ws-batch-id               pic 9(6) value 0.
       77 ws-day-batch-count        pic 9(2) value 0.
       77 ws-retention-days         pic 9(5) value 0.
       77 ws-next-token             pic 9(7) value 0.
       77 ws-cutoff-date            pic 9(8) value 0.
       77 ws-run-int                pic 9(7) value 0.
       77 ws-act-cust-num           pic x(8) value spaces.
       77 ws-act-date               pic 9(8) value 0.
       77 ws-erased-count           pic 9(5) value 0.
       77 ws-held-count             pic 9(5) value 0.
       77 ws-request-count          pic 9(5) value 0.
       77 ws-unknown-count          pic 9(5) value 0.
      *
       procedure division.
       0000-Main.
      *
           accept ws-run-date from date yyyymmdd.
           perform 1200-get-batch-id.
           perform 1000-open-files.
           perform 1050-load-retention-control.
           perform 1100-load-customer-master.
           perform 1150-load-erasure-requests.
           perform 1300-load-history.
           perform 1350-load-ledger.
           perform 1400-load-schedule.
           perform 1450-load-loyalty.
           perform 1500-load-card-xref.
           perform 1550-load-merge-xref.
           perform 1560-load-serial-registry.
           perform 1570-load-spec-orders.
           perform 1600-load-giftcard-liability.
           perform 1650-load-mailing-extract.
           perform 2000-print-report-headings.
           if ws-table-full = ws-is-true then
               perform 7000-close-files
               goback
           end-if.
           perform 3000-find-last-activity.
           perform 3300-scan-layaways.
           perform 3200-select-retention.
           perform 3400-check-giftcard-holds.
           perform 3450-check-spec-order-holds.
           perform 3500-assign-tokens.
           if ws-er-table-count > 0 then
               perform 4100-rekey-history
               perform 4150-rekey-ledger
               perform 4200-rekey-layaways
               perform 4250-rekey-schedules
               perform 4300-rekey-loyalty
               perform 4350-rekey-card-xref
               perform 4400-rekey-merge-xref
               perform 4420-rekey-serial-registry
               perform 4430-rekey-spec-orders
               perform 4450-drop-mailing-rows
               perform 6000-save-customer-master
               perform 6100-save-history
               perform 6150-save-ledger
               perform 6250-save-schedule
               perform 6300-save-loyalty
               perform 6350-save-card-xref
               perform 6400-save-merge-xref
               perform 6420-save-serial-registry
               perform 6430-save-spec-orders
               perform 6450-save-mailing-extract
               perform 6500-save-retention-control
               perform 6550-write-erasure-list
           end-if.
           perform 5000-print-erased.
           perform 5100-print-held.
           perform 5500-print-summary.
           perform 6600-save-erasure-requests.
           perform 7000-close-files.
           goback.
      *
      * A second or later batch of the day appends its section
      * after the earlier batches' instead of destroying them.
       1000-open-files.
      *
           if ws-day-batch-count > 1 then
               open extend file-161-erasure-cert
           else
               open output file-161-erasure-cert
           end-if.
      *
       1050-load-retention-control.
      *
           move 2557 to ws-retention-days.
           move 1 to ws-next-token.
      *
           open input file-158-retention-ctl.
           read file-158-retention-ctl
               at end
                   continue
               not at end
                   if rc-retention-days is numeric then
                       move rc-retention-days to ws-retention-days
                   end-if
                   if rc-next-token is numeric and rc-next-token > 0
                     then
                       move rc-next-token to ws-next-token
                   end-if
           end-read.
           close file-158-retention-ctl.
      *
           compute ws-run-int = function integer-of-date(ws-run-date).
           compute ws-cutoff-date = function date-of-integer(
             ws-run-int - ws-retention-days).
      *
       1100-load-customer-master.
      *
           open input file-42-customer-master.
      *
           perform until ws-cust-mstr-eof = ws-is-true
               read file-42-customer-master
                   at end
                       move ws-is-true to ws-cust-mstr-eof
                   not at end
                       if ws-cust-table-count < 2000 then
                           add ws-1 to ws-cust-table-count
                           set ws-cust-index to ws-cust-table-count
                           move cm-cust-num to ws-cust-num(
                               ws-cust-index)
                           move cm-cust-name to ws-cust-name(
                               ws-cust-index)
                           move cm-cust-active to ws-cust-active(
                               ws-cust-index)
                           move cm-charge-balance to ws-cust-balance(
                               ws-cust-index)
                           move cm-credit-limit to ws-cust-limit(
                               ws-cust-index)
                           move 0 to ws-cust-last-date(ws-cust-index)
                           move space to ws-cust-select(
                               ws-cust-index)
                           move spaces to ws-cust-request-ref(
                               ws-cust-index)
                           move 0 to ws-cust-request-date(
                               ws-cust-index)
                           move spaces to ws-cust-hold-reason(
                               ws-cust-index)
                           move 0 to ws-cust-hold-amt(ws-cust-index)
                           move 0 to ws-cust-lay-owed(ws-cust-index)
                       else
                           move "CUSTOMER MASTER" to ws-cap-file
                           move ws-is-true to ws-table-full
                       end-if
               end-read
           end-perform.
      *
           close file-42-customer-master.
      *
      * An erasure request is taken whatever the retention period
      * says; one for a number not on the master is listed and
      * dropped.
       1150-load-erasure-requests.
      *
           open input file-159-erasure-requests.
      *
           perform until ws-req-eof = ws-is-true
               read file-159-erasure-requests
                   at end
                       move ws-is-true to ws-req-eof
                   not at end
                       add ws-1 to ws-request-count
                       move er-cust-num to ws-cust-lookup-num
                       perform 8000-find-customer
                       if ws-cust-found-ptr > 0 then
                           move 'E' to ws-cust-select(
                               ws-cust-found-ptr)
                           move er-request-ref to ws-cust-request-ref(
                               ws-cust-found-ptr)
                           move er-request-date to
                             ws-cust-request-date(ws-cust-found-ptr)
                       else
                           add ws-1 to ws-unknown-count
                           if ws-uk-table-count < 200 then
                               add ws-1 to ws-uk-table-count
                               move er-cust-num to ws-uk-cust-num(
                                   ws-uk-table-count)
                               move er-request-ref to
                                 ws-uk-request-ref(ws-uk-table-count)
                           end-if
                       end-if
               end-read
           end-perform.
      *
           close file-159-erasure-requests.
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
      * The customer-keyed files are held whole while they are
      * re-keyed and written back. A file too big for its table
      * stops the run before anything is touched, so a customer is
      * never erased from some files and not others.
       1300-load-history.
      *
           open input file-43-customer-history.
           perform until ws-ch-eof = ws-is-true
               read file-43-customer-history
                   at end
                       move ws-is-true to ws-ch-eof
                   not at end
                       if ws-ch-table-count < 20000 then
                           add ws-1 to ws-ch-table-count
                           move customer-history-rec to ws-ch-rec(
                               ws-ch-table-count)
                       else
                           move "CUSTOMER HISTORY" to ws-cap-file
                           move ws-is-true to ws-table-full
                       end-if
               end-read
           end-perform.
           close file-43-customer-history.
      *
       1350-load-ledger.
      *
           open input file-94-oa-ledger.
           perform until ws-ol-eof = ws-is-true
               read file-94-oa-ledger
                   at end
                       move ws-is-true to ws-ol-eof
                   not at end
                       if ws-ol-table-count < 10000 then
                           add ws-1 to ws-ol-table-count
                           move oa-ledger-rec to ws-ol-rec(
                               ws-ol-table-count)
                       else
                           move "OPEN-ITEM LEDGER" to ws-cap-file
                           move ws-is-true to ws-table-full
                       end-if
               end-read
           end-perform.
           close file-94-oa-ledger.
      *
       1400-load-schedule.
      *
           open input file-97-lay-schedule.
           perform until ws-ls-eof = ws-is-true
               read file-97-lay-schedule
                   at end
                       move ws-is-true to ws-ls-eof
                   not at end
                       if ws-ls-table-count < 2000 then
                           add ws-1 to ws-ls-table-count
                           move lay-schedule-rec to ws-ls-rec(
                               ws-ls-table-count)
                       else
                           move "LAYAWAY SCHEDULE" to ws-cap-file
                           move ws-is-true to ws-table-full
                       end-if
               end-read
           end-perform.
           close file-97-lay-schedule.
      *
       1450-load-loyalty.
      *
           open input file-133-loyalty-master.
           perform until ws-ly-eof = ws-is-true
               read file-133-loyalty-master
                   at end
                       move ws-is-true to ws-ly-eof
                   not at end
                       if ws-ly-table-count < 5000 then
                           add ws-1 to ws-ly-table-count
                           move loyalty-master-rec to ws-ly-rec(
                               ws-ly-table-count)
                       else
                           move "LOYALTY MASTER" to ws-cap-file
                           move ws-is-true to ws-table-full
                       end-if
               end-read
           end-perform.
           close file-133-loyalty-master.
      *
       1500-load-card-xref.
      *
           open input file-137-card-xref.
           perform until ws-cx-eof = ws-is-true
               read file-137-card-xref
                   at end
                       move ws-is-true to ws-cx-eof
                   not at end
                       if ws-cx-table-count < 5000 then
                           add ws-1 to ws-cx-table-count
                           move card-xref-rec to ws-cx-rec(
                               ws-cx-table-count)
                       else
                           move "CARD CROSS-REFERENCE" to ws-cap-file
                           move ws-is-true to ws-table-full
                       end-if
               end-read
           end-perform.
           close file-137-card-xref.
      *
       1550-load-merge-xref.
      *
           open input file-156-merge-xref.
           perform until ws-mx-eof = ws-is-true
               read file-156-merge-xref
                   at end
                       move ws-is-true to ws-mx-eof
                   not at end
                       if ws-mx-table-count < 2000 then
                           add ws-1 to ws-mx-table-count
                           move merge-xref-rec to ws-mx-rec(
                               ws-mx-table-count)
                       else
                           move "MERGE CROSS-REFERENCE" to ws-cap-file
                           move ws-is-true to ws-table-full
                       end-if
               end-read
           end-perform.
           close file-156-merge-xref.
      *
       1560-load-serial-registry.
      *
           open input file-162-serial-registry.
           perform until ws-sr-eof = ws-is-true
               read file-162-serial-registry
                   at end
                       move ws-is-true to ws-sr-eof
                   not at end
                       if ws-sr-table-count < 5000 then
                           add ws-1 to ws-sr-table-count
                           move serial-reg-rec to ws-sr-rec(
                               ws-sr-table-count)
                       else
                           move "SERIAL REGISTRY" to ws-cap-file
                           move ws-is-true to ws-table-full
                       end-if
               end-read
           end-perform.
           close file-162-serial-registry.
      *
       1570-load-spec-orders.
      *
           open input file-175-spec-ord-master.
           perform until ws-sm-eof = ws-is-true
               read file-175-spec-ord-master
                   at end
                       move ws-is-true to ws-sm-eof
                   not at end
                       if ws-sm-table-count < 2000 then
                           add ws-1 to ws-sm-table-count
                           move spec-ord-master-rec to ws-sm-rec(
                               ws-sm-table-count)
                       else
                           move "SPECIAL-ORDER MASTER" to ws-cap-file
                           move ws-is-true to ws-table-full
                       end-if
               end-read
           end-perform.
           close file-175-spec-ord-master.
      *
      * Only cards still carrying money matter to the hold check.
       1600-load-giftcard-liability.
      *
           open input file-40-giftcard-master.
           perform until ws-gc-eof = ws-is-true
               read file-40-giftcard-master
                   at end
                       move ws-is-true to ws-gc-eof
                   not at end
                       if gcm-balance is numeric and gcm-balance > 0
                         then
                           if ws-gc-table-count < 5000 then
                               add ws-1 to ws-gc-table-count
                               set ws-gc-index to ws-gc-table-count
                               move gcm-card-num to ws-gc-card-num(
                                   ws-gc-index)
                               move gcm-balance to ws-gc-balance(
                                   ws-gc-index)
                           else
                               move "GIFT CARD MASTER" to ws-cap-file
                               move ws-is-true to ws-table-full
                           end-if
                       end-if
               end-read
           end-perform.
           close file-40-giftcard-master.
      *
       1650-load-mailing-extract.
      *
           open input file-112-mailing-extract.
           perform until ws-csv-eof = ws-is-true
               read file-112-mailing-extract
                   at end
                       move ws-is-true to ws-csv-eof
                   not at end
                       if ws-csv-table-count < 2001 then
                           add ws-1 to ws-csv-table-count
                           move csv-print-line to ws-csv-rec(
                               ws-csv-table-count)
                       else
                           move "MAILING EXTRACT" to ws-cap-file
                           move ws-is-true to ws-table-full
                       end-if
               end-read
           end-perform.
           close file-112-mailing-extract.
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
           move ws-retention-days to ws-rtl-days.
           move ws-cutoff-date to ws-rtl-cutoff.
           write report-print-line from ws-retention-line.
           write report-print-line from spaces.
      *
           if ws-table-full = ws-is-true then
               write report-print-line from ws-capacity-line
           end-if.
      *
      * A customer's last activity is the latest date on any of
      * the files that carry the customer number.
       3000-find-last-activity.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-ch-table-count)
               move ws-ch-rec(ws-array-pointer) to
                 customer-history-rec
               move ch-cust-num to ws-act-cust-num
               move ch-run-date to ws-act-date
               perform 3100-note-activity
           end-perform.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-ol-table-count)
               move ws-ol-rec(ws-array-pointer) to oa-ledger-rec
               move ol-cust-num to ws-act-cust-num
               move ol-entry-date to ws-act-date
               perform 3100-note-activity
           end-perform.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-ly-table-count)
               move ws-ly-rec(ws-array-pointer) to loyalty-master-rec
               move ly-cust-num to ws-act-cust-num
               move ly-last-activity to ws-act-date
               perform 3100-note-activity
           end-perform.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-cx-table-count)
               move ws-cx-rec(ws-array-pointer) to card-xref-rec
               move cx-cust-num to ws-act-cust-num
               move cx-last-date to ws-act-date
               perform 3100-note-activity
           end-perform.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-mx-table-count)
               move ws-mx-rec(ws-array-pointer) to merge-xref-rec
               move mx-retired-num to ws-act-cust-num
               move mx-merge-date to ws-act-date
               perform 3100-note-activity
               move mx-survivor-num to ws-act-cust-num
               perform 3100-note-activity
           end-perform.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-sr-table-count)
               move ws-sr-rec(ws-array-pointer) to serial-reg-rec
               move sr-sale-cust to ws-act-cust-num
               move sr-sale-date to ws-act-date
               perform 3100-note-activity
           end-perform.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-sm-table-count)
               move ws-sm-rec(ws-array-pointer) to spec-ord-master-rec
               move sm-cust-num to ws-act-cust-num
               move sm-order-date to ws-act-date
               perform 3100-note-activity
               move sm-collect-date to ws-act-date
               perform 3100-note-activity
           end-perform.
      *
       3100-note-activity.
      *
           move ws-act-cust-num to ws-cust-lookup-num.
           perform 8000-find-customer.
           if ws-cust-found-ptr > 0 and ws-act-date is numeric then
               if ws-act-date > ws-cust-last-date(ws-cust-found-ptr)
                 then
                   move ws-act-date to ws-cust-last-date(
                       ws-cust-found-ptr)
               end-if
           end-if.
      *
      * A closed account untouched since the cut-off date is past
      * its retention period. A customer already anonymized carries
      * the erased name and is left alone.
       3200-select-retention.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-cust-table-count)
               if ws-cust-select(ws-array-pointer) = space and
                 ws-cust-active(ws-array-pointer) = 'N' and
                 ws-cust-name(ws-array-pointer) not = ws-erased-name
                 and ws-cust-last-date(ws-array-pointer) <
                 ws-cutoff-date then
                   move 'R' to ws-cust-select(ws-array-pointer)
               end-if
               if ws-cust-select(ws-array-pointer) not = space and
                 ws-cust-balance(ws-array-pointer) > 0 then
                   move ws-hold-balance to ws-cust-hold-reason(
                       ws-array-pointer)
                   move ws-cust-balance(ws-array-pointer) to
                     ws-cust-hold-amt(ws-array-pointer)
               end-if
               if ws-cust-select(ws-array-pointer) not = space and
                 ws-cust-hold-reason(ws-array-pointer) = spaces and
                 ws-cust-lay-owed(ws-array-pointer) > 0 then
                   move ws-hold-layaway to ws-cust-hold-reason(
                       ws-array-pointer)
                   move ws-cust-lay-owed(ws-array-pointer) to
                     ws-cust-hold-amt(ws-array-pointer)
               end-if
           end-perform.
      *
      * The layaway master is keyed by invoice, so it is read end to
      * end, once, for both its activity dates and the balances
      * still owing that hold a customer back.
       3300-scan-layaways.
      *
           move ws-is-false to ws-lm-eof.
           open input file-19-layaway-master.
           move low-values to lm-invoice-num.
           start file-19-layaway-master
               key is not less than lm-invoice-num
               invalid key
                   move ws-is-true to ws-lm-eof
           end-start.
      *
           perform until ws-lm-eof = ws-is-true
               read file-19-layaway-master next record
                   at end
                       move ws-is-true to ws-lm-eof
                   not at end
                       move lm-cust-num to ws-act-cust-num
                       move lm-last-date to ws-act-date
                       perform 3100-note-activity
                       if ws-cust-found-ptr > 0 and lm-balance > 0
                         then
                           add lm-balance to ws-cust-lay-owed(
                               ws-cust-found-ptr)
                       end-if
               end-read
           end-perform.
      *
           close file-19-layaway-master.
      *
      * A gift card the customer has used, with money still on it,
      * is a liability the company owes that customer.
       3400-check-giftcard-holds.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-cx-table-count)
               move ws-cx-rec(ws-array-pointer) to card-xref-rec
               move cx-cust-num to ws-cust-lookup-num
               perform 8000-find-customer
               if ws-cust-found-ptr > 0 then
                   if ws-cust-select(ws-cust-found-ptr) not = space
                     then
                       perform 3410-check-one-card
                   end-if
               end-if
           end-perform.
      *
       3410-check-one-card.
      *
           set ws-gc-srch-index to ws-1.
           search ws-gc-entry varying ws-gc-srch-index
               at end
                   continue
               when ws-gc-srch-index <= ws-gc-table-count and
                 ws-gc-card-num(ws-gc-srch-index) = cx-card-num
                   if ws-cust-hold-reason(ws-cust-found-ptr) = spaces
                     or ws-cust-hold-reason(ws-cust-found-ptr) =
                     ws-hold-giftcard then
                       move ws-hold-giftcard to ws-cust-hold-reason(
                           ws-cust-found-ptr)
                       add ws-gc-balance(ws-gc-srch-index) to
                         ws-cust-hold-amt(ws-cust-found-ptr)
                   end-if
           end-search.
      *
      * A special order not yet collected holds the customer's
      * deposit and is waiting to send the customer a pickup notice.
       3450-check-spec-order-holds.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-sm-table-count)
               move ws-sm-rec(ws-array-pointer) to spec-ord-master-rec
               move sm-cust-num to ws-cust-lookup-num
               perform 8000-find-customer
               if ws-cust-found-ptr > 0 and sm-not-collected then
                   if ws-cust-select(ws-cust-found-ptr) not = space
                     then
                       perform 3460-hold-for-spec-order
                   end-if
               end-if
           end-perform.
      *
       3460-hold-for-spec-order.
      *
           if ws-cust-hold-reason(ws-cust-found-ptr) = spaces or
             ws-cust-hold-reason(ws-cust-found-ptr) =
             ws-hold-spec-order then
               move ws-hold-spec-order to ws-cust-hold-reason(
                   ws-cust-found-ptr)
               add sm-deposit to ws-cust-hold-amt(ws-cust-found-ptr)
           end-if.
      *
      * Each customer cleared for erasure gets the next token off
      * the retention control file. A run past the table limit
      * leaves the rest for the next run.
       3500-assign-tokens.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-cust-table-count)
               if ws-cust-select(ws-array-pointer) not = space and
                 ws-cust-hold-reason(ws-array-pointer) = spaces then
                   if ws-er-table-count < 500 then
                       perform 3510-erase-customer
                   else
                       move ws-hold-too-many to ws-cust-hold-reason(
                           ws-array-pointer)
                   end-if
               end-if
               if ws-cust-hold-reason(ws-array-pointer) not = spaces
                 then
                   add ws-1 to ws-held-count
               end-if
           end-perform.
      *
       3510-erase-customer.
      *
           add ws-1 to ws-er-table-count.
           add ws-1 to ws-erased-count.
           move ws-er-table-count to ws-er-ptr.
           move ws-next-token to ws-tb-number.
           add ws-1 to ws-next-token.
      *
           move ws-cust-num(ws-array-pointer) to ws-er-cust-num(
               ws-er-ptr).
           move ws-token-build to ws-er-token(ws-er-ptr).
           move ws-array-pointer to ws-er-cust-ptr(ws-er-ptr).
           move 0 to ws-er-history(ws-er-ptr).
           move 0 to ws-er-ledger(ws-er-ptr).
           move 0 to ws-er-layaways(ws-er-ptr).
           move 0 to ws-er-schedules(ws-er-ptr).
           move 0 to ws-er-loyalty(ws-er-ptr).
           move 0 to ws-er-cards(ws-er-ptr).
           move 0 to ws-er-merges(ws-er-ptr).
           move 0 to ws-er-mailing(ws-er-ptr).
           move 0 to ws-er-serials(ws-er-ptr).
           move 0 to ws-er-orders(ws-er-ptr).
      *
           move ws-token-build to ws-cust-num(ws-array-pointer).
           move ws-erased-name to ws-cust-name(ws-array-pointer).
           move 'N' to ws-cust-active(ws-array-pointer).
           move 0 to ws-cust-limit(ws-array-pointer).
      *
       4100-rekey-history.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-ch-table-count)
               move ws-ch-rec(ws-array-pointer) to
                 customer-history-rec
               move ch-cust-num to ws-er-lookup-num
               perform 8100-find-erased
               if ws-er-found-ptr > 0 then
                   move ws-er-token(ws-er-found-ptr) to ch-cust-num
                   move customer-history-rec to ws-ch-rec(
                       ws-array-pointer)
                   add ws-1 to ws-er-history(ws-er-found-ptr)
               end-if
           end-perform.
      *
       4150-rekey-ledger.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-ol-table-count)
               move ws-ol-rec(ws-array-pointer) to oa-ledger-rec
               move ol-cust-num to ws-er-lookup-num
               perform 8100-find-erased
               if ws-er-found-ptr > 0 then
                   move ws-er-token(ws-er-found-ptr) to ol-cust-num
                   move oa-ledger-rec to ws-ol-rec(ws-array-pointer)
                   add ws-1 to ws-er-ledger(ws-er-found-ptr)
               end-if
           end-perform.
      *
      * Only paid-off layaways are left on an erased customer; they
      * are rewritten in place under the token.
       4200-rekey-layaways.
      *
           move ws-is-false to ws-lm-eof.
           open i-o file-19-layaway-master.
           move low-values to lm-invoice-num.
           start file-19-layaway-master
               key is not less than lm-invoice-num
               invalid key
                   move ws-is-true to ws-lm-eof
           end-start.
      *
           perform until ws-lm-eof = ws-is-true
               read file-19-layaway-master next record
                   at end
                       move ws-is-true to ws-lm-eof
                   not at end
                       move lm-cust-num to ws-er-lookup-num
                       perform 8100-find-erased
                       if ws-er-found-ptr > 0 then
                           move ws-er-token(ws-er-found-ptr) to
                             lm-cust-num
                           rewrite layaway-master-rec
                               invalid key
                                   continue
                           end-rewrite
                           add ws-1 to ws-er-layaways(
                               ws-er-found-ptr)
                       end-if
               end-read
           end-perform.
      *
           close file-19-layaway-master.
      *
       4250-rekey-schedules.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-ls-table-count)
               move ws-ls-rec(ws-array-pointer) to lay-schedule-rec
               move ls-cust-num to ws-er-lookup-num
               perform 8100-find-erased
               if ws-er-found-ptr > 0 then
                   move ws-er-token(ws-er-found-ptr) to ls-cust-num
                   move lay-schedule-rec to ws-ls-rec(
                       ws-array-pointer)
                   add ws-1 to ws-er-schedules(ws-er-found-ptr)
               end-if
           end-perform.
      *
       4300-rekey-loyalty.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-ly-table-count)
               move ws-ly-rec(ws-array-pointer) to loyalty-master-rec
               move ly-cust-num to ws-er-lookup-num
               perform 8100-find-erased
               if ws-er-found-ptr > 0 then
                   move ws-er-token(ws-er-found-ptr) to ly-cust-num
                   move loyalty-master-rec to ws-ly-rec(
                       ws-array-pointer)
                   add ws-1 to ws-er-loyalty(ws-er-found-ptr)
               end-if
           end-perform.
      *
       4350-rekey-card-xref.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-cx-table-count)
               move ws-cx-rec(ws-array-pointer) to card-xref-rec
               move cx-cust-num to ws-er-lookup-num
               perform 8100-find-erased
               if ws-er-found-ptr > 0 then
                   move ws-er-token(ws-er-found-ptr) to cx-cust-num
                   move card-xref-rec to ws-cx-rec(ws-array-pointer)
                   add ws-1 to ws-er-cards(ws-er-found-ptr)
               end-if
           end-perform.
      *
      * Either side of a merge may be the customer being erased.
       4400-rekey-merge-xref.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-mx-table-count)
               move ws-mx-rec(ws-array-pointer) to merge-xref-rec
               move mx-retired-num to ws-er-lookup-num
               perform 8100-find-erased
               if ws-er-found-ptr > 0 then
                   move ws-er-token(ws-er-found-ptr) to
                     mx-retired-num
                   add ws-1 to ws-er-merges(ws-er-found-ptr)
               end-if
               move mx-survivor-num to ws-er-lookup-num
               perform 8100-find-erased
               if ws-er-found-ptr > 0 then
                   move ws-er-token(ws-er-found-ptr) to
                     mx-survivor-num
                   add ws-1 to ws-er-merges(ws-er-found-ptr)
               end-if
               move merge-xref-rec to ws-mx-rec(ws-array-pointer)
           end-perform.
      *
      * A serialized unit keeps its sale record for warranty and
      * police inquiries; only the customer on it is replaced.
       4420-rekey-serial-registry.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-sr-table-count)
               move ws-sr-rec(ws-array-pointer) to serial-reg-rec
               move sr-sale-cust to ws-er-lookup-num
               perform 8100-find-erased
               if ws-er-found-ptr > 0 then
                   move ws-er-token(ws-er-found-ptr) to sr-sale-cust
                   move serial-reg-rec to ws-sr-rec(ws-array-pointer)
                   add ws-1 to ws-er-serials(ws-er-found-ptr)
               end-if
           end-perform.
      *
      * Only collected orders are left on an erased customer; they
      * keep their sale details under the token until they drop off
      * the master.
       4430-rekey-spec-orders.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-sm-table-count)
               move ws-sm-rec(ws-array-pointer) to spec-ord-master-rec
               move sm-cust-num to ws-er-lookup-num
               perform 8100-find-erased
               if ws-er-found-ptr > 0 then
                   move ws-er-token(ws-er-found-ptr) to sm-cust-num
                   move spec-ord-master-rec to ws-sm-rec(
                       ws-array-pointer)
                   add ws-1 to ws-er-orders(ws-er-found-ptr)
               end-if
           end-perform.
      *
      * The mailing extract exists only to reach the customer, so
      * an erased customer's row is taken out rather than re-keyed.
       4450-drop-mailing-rows.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-csv-table-count)
               move ws-csv-rec(ws-array-pointer) to csv-print-line
               move csv-cust-num to ws-er-lookup-num
               perform 8100-find-erased
               if ws-er-found-ptr > 0 then
                   move spaces to ws-csv-rec(ws-array-pointer)
                   add ws-1 to ws-er-mailing(ws-er-found-ptr)
               end-if
           end-perform.
      *
       5000-print-erased.
      *
           write report-print-line from ws-erased-heading-line.
           write report-print-line from ws-erased-column-line.
      *
           perform varying ws-er-ptr from ws-1 by ws-1
             until (ws-er-ptr > ws-er-table-count)
               move ws-er-cust-ptr(ws-er-ptr) to ws-cust-found-ptr
               move ws-er-token(ws-er-ptr) to ws-erl-token
               if ws-cust-select(ws-cust-found-ptr) = 'E' then
                   move "REQUEST" to ws-erl-basis
               else
                   move "RETENTION" to ws-erl-basis
               end-if
               move ws-cust-request-ref(ws-cust-found-ptr) to
                 ws-erl-request-ref
               move ws-cust-last-date(ws-cust-found-ptr) to
                 ws-erl-last-date
               move ws-er-history(ws-er-ptr) to ws-erl-history
               move ws-er-ledger(ws-er-ptr) to ws-erl-ledger
               move ws-er-layaways(ws-er-ptr) to ws-erl-layaways
               move ws-er-schedules(ws-er-ptr) to ws-erl-schedules
               move ws-er-loyalty(ws-er-ptr) to ws-erl-loyalty
               move ws-er-cards(ws-er-ptr) to ws-erl-cards
               move ws-er-merges(ws-er-ptr) to ws-erl-merges
               move ws-er-mailing(ws-er-ptr) to ws-erl-mailing
               move ws-er-serials(ws-er-ptr) to ws-erl-serials
               move ws-er-orders(ws-er-ptr) to ws-erl-orders
               write report-print-line from ws-erased-line
           end-perform.
           write report-print-line from spaces.
      *
       5100-print-held.
      *
           write report-print-line from ws-held-heading-line.
           write report-print-line from ws-held-column-line.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-cust-table-count)
               if ws-cust-hold-reason(ws-array-pointer) not = spaces
                 then
                   move ws-cust-num(ws-array-pointer) to
                     ws-hdl-cust-num
                   if ws-cust-select(ws-array-pointer) = 'E' then
                       move "REQUEST" to ws-hdl-basis
                   else
                       move "RETENTION" to ws-hdl-basis
                   end-if
                   move ws-cust-request-ref(ws-array-pointer) to
                     ws-hdl-request-ref
                   move ws-cust-hold-reason(ws-array-pointer) to
                     ws-hdl-reason
                   move ws-cust-hold-amt(ws-array-pointer) to
                     ws-hdl-amount
                   write report-print-line from ws-held-line
               end-if
           end-perform.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-uk-table-count)
               move ws-uk-cust-num(ws-array-pointer) to
                 ws-hdl-cust-num
               move "REQUEST" to ws-hdl-basis
               move ws-uk-request-ref(ws-array-pointer) to
                 ws-hdl-request-ref
               move ws-hold-not-on-file to ws-hdl-reason
               move 0 to ws-hdl-amount
               write report-print-line from ws-held-line
           end-perform.
           write report-print-line from spaces.
      *
       5500-print-summary.
      *
           move "ERASURE REQUESTS READ:" to ws-cl-label.
           move ws-request-count to ws-cl-count.
           write report-print-line from ws-count-line.
           move "REQUESTS NOT ON FILE:" to ws-cl-label.
           move ws-unknown-count to ws-cl-count.
           write report-print-line from ws-count-line.
           move "CUSTOMERS ANONYMIZED:" to ws-cl-label.
           move ws-erased-count to ws-cl-count.
           write report-print-line from ws-count-line.
           move "CUSTOMERS HELD BACK:" to ws-cl-label.
           move ws-held-count to ws-cl-count.
           write report-print-line from ws-count-line.
           write report-print-line from spaces.
           if ws-erased-count > 0 then
               write report-print-line from ws-certify-line-1
               write report-print-line from ws-certify-line-2
               write report-print-line from ws-certify-line-3
               write report-print-line from spaces
               write report-print-line from ws-signoff-line
           end-if.
      *
       6000-save-customer-master.
      *
           open output file-42-customer-master.
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-cust-table-count)
               move ws-cust-num(ws-array-pointer) to cm-cust-num
               move ws-cust-name(ws-array-pointer) to cm-cust-name
               move ws-cust-active(ws-array-pointer) to
                 cm-cust-active
               move ws-cust-balance(ws-array-pointer) to
                 cm-charge-balance
               move ws-cust-limit(ws-array-pointer) to
                 cm-credit-limit
               write customer-master-rec
           end-perform.
           close file-42-customer-master.
      *
       6100-save-history.
      *
           open output file-43-customer-history.
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-ch-table-count)
               move ws-ch-rec(ws-array-pointer) to
                 customer-history-rec
               write customer-history-rec
           end-perform.
           close file-43-customer-history.
      *
       6150-save-ledger.
      *
           open output file-94-oa-ledger.
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-ol-table-count)
               move ws-ol-rec(ws-array-pointer) to oa-ledger-rec
               write oa-ledger-rec
           end-perform.
           close file-94-oa-ledger.
      *
       6250-save-schedule.
      *
           open output file-97-lay-schedule.
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-ls-table-count)
               move ws-ls-rec(ws-array-pointer) to lay-schedule-rec
               write lay-schedule-rec
           end-perform.
           close file-97-lay-schedule.
      *
       6300-save-loyalty.
      *
           open output file-133-loyalty-master.
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-ly-table-count)
               move ws-ly-rec(ws-array-pointer) to loyalty-master-rec
               write loyalty-master-rec
           end-perform.
           close file-133-loyalty-master.
      *
       6350-save-card-xref.
      *
           open output file-137-card-xref.
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-cx-table-count)
               move ws-cx-rec(ws-array-pointer) to card-xref-rec
               write card-xref-rec
           end-perform.
           close file-137-card-xref.
      *
       6400-save-merge-xref.
      *
           open output file-156-merge-xref.
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-mx-table-count)
               move ws-mx-rec(ws-array-pointer) to merge-xref-rec
               write merge-xref-rec
           end-perform.
           close file-156-merge-xref.
      *
       6420-save-serial-registry.
      *
           open output file-162-serial-registry.
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-sr-table-count)
               move ws-sr-rec(ws-array-pointer) to serial-reg-rec
               write serial-reg-rec
           end-perform.
           close file-162-serial-registry.
      *
       6430-save-spec-orders.
      *
           open output file-175-spec-ord-master.
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-sm-table-count)
               move ws-sm-rec(ws-array-pointer) to spec-ord-master-rec
               write spec-ord-master-rec
           end-perform.
           close file-175-spec-ord-master.
      *
       6450-save-mailing-extract.
      *
           open output file-112-mailing-extract.
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-csv-table-count)
               if ws-csv-rec(ws-array-pointer) not = spaces then
                   move ws-csv-rec(ws-array-pointer) to
                     csv-print-line
                   write csv-print-line
               end-if
           end-perform.
           close file-112-mailing-extract.
      *
       6500-save-retention-control.
      *
           open output file-158-retention-ctl.
           move ws-retention-days to rc-retention-days.
           move ws-next-token to rc-next-token.
           write retention-ctl-rec.
           close file-158-retention-ctl.
      *
      * The job stream scrubs these numbers out of the archived
      * interface files and then deletes this list, so the link
      * between a number and its token is not kept.
       6550-write-erasure-list.
      *
           open extend file-160-erasure-list.
           perform varying ws-er-ptr from ws-1 by ws-1
             until (ws-er-ptr > ws-er-table-count)
               move ws-er-cust-num(ws-er-ptr) to el-cust-num
               move ws-er-token(ws-er-ptr) to el-token
               move ws-run-date to el-erase-date
               write erasure-list-rec
           end-perform.
           close file-160-erasure-list.
      *
      * A request held back stays on the file to be tried again;
      * those carried out or for a number not on file are consumed.
       6600-save-erasure-requests.
      *
           if ws-table-full = ws-is-true then
               exit paragraph
           end-if.
      *
           open output file-159-erasure-requests.
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-cust-table-count)
               if ws-cust-select(ws-array-pointer) = 'E' and
                 ws-cust-hold-reason(ws-array-pointer) not = spaces
                 then
                   move ws-cust-num(ws-array-pointer) to er-cust-num
                   move ws-cust-request-date(ws-array-pointer) to
                     er-request-date
                   move ws-cust-request-ref(ws-array-pointer) to
                     er-request-ref
                   write erasure-request-rec
               end-if
           end-perform.
           close file-159-erasure-requests.
      *
       7000-close-files.
      *
           close file-161-erasure-cert.
      *
       8000-find-customer.
      *
           move 0 to ws-cust-found-ptr.
           set ws-cust-srch-index to ws-1.
           search ws-cust-entry varying ws-cust-srch-index
               at end
                   continue
               when ws-cust-srch-index <= ws-cust-table-count and
                 ws-cust-num(ws-cust-srch-index) = ws-cust-lookup-num
                   set ws-cust-found-ptr to ws-cust-srch-index
           end-search.
      *
       8100-find-erased.
      *
           move 0 to ws-er-found-ptr.
           if ws-er-lookup-num = spaces then
               exit paragraph
           end-if.
           perform varying ws-er-ptr from ws-1 by ws-1
             until (ws-er-ptr > ws-er-table-count) or
             (ws-er-found-ptr > 0)
               if ws-er-cust-num(ws-er-ptr) = ws-er-lookup-num then
                   move ws-er-ptr to ws-er-found-ptr
               end-if
           end-perform.
      *
       end program CustomerAnonymization.
