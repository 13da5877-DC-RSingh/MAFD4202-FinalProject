       identification division.
       program-id. CustomerMerge.
       author. Raje Singh.
       date-written. 2026-10-15.
      * Program Description:
      * Collapses a duplicate customer number into the one the
      * customer keeps. Each merge transaction names the surviving
      * and the retired number. The retired customer's charge
      * balance moves onto the survivor on the customer master and
      * the retired number is made inactive; its purchase history,
      * open-item ledger, layaways and their payment schedules,
      * loyalty points, card cross-references and open special
      * orders are all re-keyed to the survivor, so the
      * chronic-returner counts, statements, delinquency work and
      * pickup notices see one customer.
      * The combined charge balance must fit the survivor's credit
      * limit; a merge that would put the survivor over is held
      * unless the transaction carries the AR clerk's override.
      * Every merge goes on the merge cross-reference file, which
      * Edit and Corrections use to redirect a retired number still
      * being keyed at the till. The merge report shows each
      * customer's balances before and after, what moved, and the
      * held and rejected merges, for the AR clerk to sign off.
      * Applied and rejected transactions are consumed; held ones
      * stay on the file for the next run.
      *
       environment division.
       input-output section.
       file-control.
      *
           select file-155-merge-trans
               assign
                   to
                   '../../../../datafiles/data/file-155-merge-trn.dat'
               organization is line sequential.
      *
           select file-156-merge-xref
               assign
                   to
                   '../../../../datafiles/data/file-156-merge-xrf.dat'
               organization is line sequential.
      *
           select file-157-merge-report
               assign
                   to
                   '../../../../datafiles/data/file-157-merge-rpt.out'
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
           select optional file-175-spec-ord-master
               assign
                   to
                   '../../../../datafiles/data/file-175-so-master.dat'
               organization is line sequential.
      *
           select file-33-clerk-master
               assign
                   to
                   '../../../../datafiles/data/file-33-clerk-master.dat'
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
      * The override is the AR clerk's approval to merge past the
      * survivor's credit limit.
       fd file-155-merge-trans
           data record is merge-trans-rec.
      *
       01 merge-trans-rec.
         05 mg-survivor-num     pic x(8).
         05 mg-retired-num      pic x(8).
         05 mg-override         pic x.
         05 mg-requested-by     pic x(10).
      *
       fd file-156-merge-xref
           data record is merge-xref-rec.
      *
       01 merge-xref-rec.
         05 mx-retired-num      pic x(8).
         05 mx-survivor-num     pic x(8).
         05 mx-merge-date       pic 9(8).
      *
       fd file-157-merge-report
           data record is report-print-line.
      *
       01 report-print-line    pic x(110).
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
         05 sm-po-number       pic 9(9).
         05 sm-alloc-qty       pic 9(3).
         05 sm-ready-date      pic 9(8).
         05 sm-collect-date    pic 9(8).
         05 sm-collect-batch   pic 9(6).
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
                               "CUSTOMER MERGE REPORT".
      *
       01 ws-run-stamp-line.
         05 filler             pic x(10) value "RUN DATE: ".
         05 ws-rsl-run-date    pic 9(8).
         05 filler             pic x(13) value "   BATCH ID: ".
         05 ws-rsl-batch-id    pic z(5)9.
      *
       01 ws-merge-head-line.
         05 filler             pic x(10) value "SURVIVOR: ".
         05 ws-mhl-survivor    pic x(8).
         05 filler             pic x value space.
         05 ws-mhl-surv-name   pic x(20).
         05 filler             pic x(11) value "  RETIRED: ".
         05 ws-mhl-retired     pic x(8).
         05 filler             pic x value space.
         05 ws-mhl-ret-name    pic x(20).
      *
       01 ws-balance-column-line.
         05 filler             pic x(24) value spaces.
         05 filler             pic x(14) value "  CHARGE BAL".
         05 filler             pic x(14) value "  CREDIT LIMIT".
         05 filler             pic x(14) value "  LAYAWAY BAL".
         05 filler             pic x(12) value "  POINTS".
      *
       01 ws-balance-line.
         05 filler             pic x(2) value spaces.
         05 ws-bl-label        pic x(22).
         05 ws-bl-charge       pic $z(8)9.99.
         05 filler             pic x value space.
         05 ws-bl-limit        pic $z(8)9.99.
         05 filler             pic x value space.
         05 ws-bl-layaway      pic $z(8)9.99.
         05 filler             pic x value space.
         05 ws-bl-points       pic z(9)9.
      *
       01 ws-moved-line.
         05 filler             pic x(2) value spaces.
         05 filler             pic x(9) value "MOVED -  ".
         05 filler             pic x(9) value "HISTORY ".
         05 ws-mvl-history     pic z(5)9.
         05 filler             pic x(13) value "  OPEN ITEMS ".
         05 ws-mvl-ledger      pic z(5)9.
         05 filler             pic x(11) value "  LAYAWAYS ".
         05 ws-mvl-layaways    pic z(4)9.
         05 filler             pic x(12) value "  SCHEDULES ".
         05 ws-mvl-schedules   pic z(4)9.
         05 filler             pic x(8) value "  CARDS ".
         05 ws-mvl-cards       pic z(4)9.
         05 filler             pic x(9) value "  ORDERS ".
         05 ws-mvl-orders      pic z(4)9.
      *
       01 ws-override-line.
         05 filler             pic x(2) value spaces.
         05 filler             pic x(47) value
               "*** OVER THE SURVIVOR'S CREDIT LIMIT - APPROVED".
         05 filler             pic x(4) value " BY ".
         05 ws-ovl-approver    pic x(10).
      *
       01 ws-clerk-warn-line.
         05 filler             pic x(2) value spaces.
         05 filler             pic x(10) value "*** CLERK ".
         05 ws-cwl-clerk-id    pic x(4).
         05 filler             pic x(50) value
               " SHOPS UNDER THE RETIRED NUMBER - FIX CLERK MASTER".
      *
       01 ws-exception-heading-line.
         05 filler             pic x(40) value
                               "MERGES NOT APPLIED".
      *
       01 ws-exception-column-line.
         05 filler             pic x(10) value "SURVIVOR".
         05 filler             pic x(10) value "RETIRED".
         05 filler             pic x(8)  value "STATUS".
         05 filler             pic x(30) value "REASON".
      *
       01 ws-exception-line.
         05 ws-exl-survivor    pic x(8).
         05 filler             pic x(2) value spaces.
         05 ws-exl-retired     pic x(8).
         05 filler             pic x(2) value spaces.
         05 ws-exl-status      pic x(8).
         05 ws-exl-reason      pic x(30).
      *
       01 ws-count-line.
         05 ws-cl-label        pic x(30).
         05 ws-cl-count        pic z(5)9.
      *
       01 ws-capacity-line.
         05 filler             pic x(20) value
                               "*** TABLE FULL ON ".
         05 ws-cap-file        pic x(24).
         05 filler             pic x(30) value
                               " - NO MERGES APPLIED THIS RUN".
      *
       01 ws-signoff-line.
         05 filler             pic x(60) value
           "AR CLERK SIGN-OFF: ______________________  DATE: ________".
      *
       01 ws-merge-errors.
         05 ws-same-number         pic x(30) value
                                  "SURVIVOR AND RETIRED THE SAME".
         05 ws-survivor-missing    pic x(30) value
                                  "SURVIVOR NOT ON FILE".
         05 ws-retired-missing     pic x(30) value
                                  "RETIRED NOT ON FILE".
         05 ws-survivor-inactive   pic x(30) value
                                  "SURVIVOR NOT ACTIVE".
         05 ws-survivor-retired    pic x(30) value
                                  "SURVIVOR ALREADY RETIRED".
         05 ws-already-merged      pic x(30) value
                                  "RETIRED NUMBER ALREADY MERGED".
         05 ws-over-limit          pic x(30) value
                                  "COMBINED BALANCE OVER LIMIT".
         05 ws-too-many-merges     pic x(30) value
                                  "TOO MANY MERGES IN ONE RUN".
      *
       01 ws-cust-table.
         05 ws-cust-entry           occurs 2000 times
                                     indexed by ws-cust-index
                                     ws-cust-srch-index.
           10 ws-cust-num           pic x(8).
           10 ws-cust-name          pic x(20).
           10 ws-cust-active        pic x.
           10 ws-cust-balance       pic 9(7)v99.
           10 ws-cust-limit         pic 9(7)v99.
       77 ws-cust-table-count       pic 9(4) value 0.
       77 ws-cust-found-ptr         pic 9(4) value 0.
       77 ws-cust-lookup-num        pic x(8) value spaces.
       77 ws-surv-ptr               pic 9(4) value 0.
       77 ws-ret-ptr                pic 9(4) value 0.
      *
      * Every merge ever made, carried on the cross-reference file.
       01 ws-xref-table.
         05 ws-mx-entry             occurs 2000 times
                                     indexed by ws-mx-index
                                     ws-mx-srch-index.
           10 ws-mx-retired-num     pic x(8).
           10 ws-mx-survivor-num    pic x(8).
           10 ws-mx-merge-date      pic 9(8).
       77 ws-mx-table-count         pic 9(4) value 0.
       77 ws-mx-ptr                 pic 9(4) value 0.
       77 ws-mx-found-ptr           pic 9(4) value 0.
      *
      * This run's merges, with the balances and counts reported.
       01 ws-merge-table.
         05 ws-mg-entry             occurs 200 times.
           10 ws-mg-retired-num     pic x(8).
           10 ws-mg-survivor-num    pic x(8).
           10 ws-mg-keyed-survivor  pic x(8).
           10 ws-mg-surv-name       pic x(20).
           10 ws-mg-surv-limit      pic 9(7)v99.
           10 ws-mg-retired-name    pic x(20).
           10 ws-mg-approver        pic x(10).
           10 ws-mg-over-limit      pic x.
           10 ws-mg-surv-bal-before pic 9(7)v99.
           10 ws-mg-ret-bal-before  pic 9(7)v99.
           10 ws-mg-ret-limit       pic 9(7)v99.
           10 ws-mg-surv-lay-before pic 9(8)v99.
           10 ws-mg-ret-lay-before  pic 9(8)v99.
           10 ws-mg-surv-pts-before pic 9(9).
           10 ws-mg-ret-pts-before  pic 9(9).
           10 ws-mg-history-moved   pic 9(6).
           10 ws-mg-ledger-moved    pic 9(6).
           10 ws-mg-layaways-moved  pic 9(5).
           10 ws-mg-schedules-moved pic 9(5).
           10 ws-mg-cards-moved     pic 9(5).
           10 ws-mg-orders-moved    pic 9(5).
       77 ws-mg-table-count         pic 9(3) value 0.
       77 ws-mg-ptr                 pic 9(3) value 0.
       77 ws-mg-found-ptr           pic 9(3) value 0.
       77 ws-mg-lookup-num          pic x(8) value spaces.
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
           10 ws-ly-cust-num        pic x(8).
           10 ws-ly-points-balance  pic 9(9).
           10 ws-ly-earned-ltd      pic 9(9).
           10 ws-ly-redeemed-ltd    pic 9(9).
           10 ws-ly-expired-ltd     pic 9(9).
           10 ws-ly-last-activity   pic 9(8).
           10 ws-ly-enrol-date      pic 9(8).
           10 ws-ly-keep            pic x.
       77 ws-ly-table-count         pic 9(5) value 0.
       77 ws-ly-ptr                 pic 9(5) value 0.
       77 ws-ly-surv-ptr            pic 9(5) value 0.
      *
       01 ws-card-table.
         05 ws-cx-entry             occurs 5000 times.
           10 ws-cx-rec             pic x(45).
       77 ws-cx-table-count         pic 9(5) value 0.
      *
       01 ws-spec-ord-table.
         05 ws-sm-entry             occurs 2000 times.
           10 ws-sm-rec             pic x(87).
       77 ws-sm-table-count         pic 9(5) value 0.
      *
       77 ws-array-pointer          pic 9(5) value 0.
       77 ws-table-full             pic x value 'n'.
      *
       77 ws-trans-eof              pic x value 'n'.
       77 ws-cust-mstr-eof          pic x value 'n'.
       77 ws-mx-mstr-eof            pic x value 'n'.
       77 ws-ch-eof                 pic x value 'n'.
       77 ws-ol-eof                 pic x value 'n'.
       77 ws-lm-eof                 pic x value 'n'.
       77 ws-ls-eof                 pic x value 'n'.
       77 ws-ly-eof                 pic x value 'n'.
       77 ws-cx-eof                 pic x value 'n'.
       77 ws-sm-eof                 pic x value 'n'.
       77 ws-ckm-eof                pic x value 'n'.
       77 ws-is-true                pic x value 'y'.
       77 ws-is-false               pic x value 'n'.
       77 ws-1                      pic 9 value 1.
       77 ws-run-date               pic 9(8) value 0.
       77 ws-batch-id               pic 9(6) value 0.
       77 ws-day-batch-count        pic 9(2) value 0.
      *
       77 ws-merge-reason           pic x(30) value spaces.
       77 ws-combined-bal           pic 9(8)v99 value 0.
       77 ws-applied-count          pic 9(5) value 0.
       77 ws-held-count             pic 9(5) value 0.
       77 ws-rejected-count         pic 9(5) value 0.
      *
      * The transactions held back for the next run.
       01 ws-held-table.
         05 ws-held-entry           occurs 200 times.
           10 ws-held-rec           pic x(27).
       77 ws-held-table-count       pic 9(3) value 0.
      *
       procedure division.
       0000-Main.
      *
           accept ws-run-date from date yyyymmdd.
           perform 1200-get-batch-id.
           perform 1000-open-files.
           perform 1100-load-customer-master.
           perform 1150-load-merge-xref.
           perform 1300-load-history.
           perform 1350-load-ledger.
           perform 1400-load-schedule.
           perform 1450-load-loyalty.
           perform 1500-load-card-xref.
           perform 1550-load-spec-orders.
           perform 2000-print-report-headings.
           if ws-table-full = ws-is-true then
               perform 7000-close-files
               goback
           end-if.
           perform 3000-process-merge-trans.
           if ws-mg-table-count > 0 then
               perform 4100-rekey-history
               perform 4150-rekey-ledger
               perform 4200-rekey-layaways
               perform 4250-rekey-schedules
               perform 4350-rekey-card-xref
               perform 4400-rekey-spec-orders
               perform 5000-print-merges
               perform 6000-save-customer-master
               perform 6050-save-merge-xref
               perform 6100-save-history
               perform 6150-save-ledger
               perform 6250-save-schedule
               perform 6300-save-loyalty
               perform 6350-save-card-xref
               perform 6400-save-spec-orders
           end-if.
           perform 5500-print-summary.
           perform 6500-consume-merge-trans.
           perform 7000-close-files.
           goback.
      *
      * A second or later batch of the day appends its section
      * after the earlier batches' instead of destroying them.
       1000-open-files.
      *
           if ws-day-batch-count > 1 then
               open extend file-157-merge-report
           else
               open output file-157-merge-report
           end-if.
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
                       else
                           move "CUSTOMER MASTER" to ws-cap-file
                           move ws-is-true to ws-table-full
                       end-if
               end-read
           end-perform.
      *
           close file-42-customer-master.
      *
       1150-load-merge-xref.
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
                           move mx-merge-date to ws-mx-merge-date(
                               ws-mx-index)
                       else
                           move "MERGE CROSS-REFERENCE" to ws-cap-file
                           move ws-is-true to ws-table-full
                       end-if
               end-read
           end-perform.
      *
           close file-156-merge-xref.
      *
      * Edit runs first in the daily chain and hands out the batch
      * id; this step runs ahead of Edit, so the stamp on the report
      * is the last batch handed out, and tonight's batch is counted
      * in with the day's batches here because Edit has not yet.
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
           add 1 to ws-day-batch-count.
      *
      * The customer-keyed files are held whole while they are
      * re-keyed and written back. A file too big for its table
      * stops the run before anything is touched, so a merge is
      * never applied to some files and not others.
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
                           move loyalty-master-rec to ws-ly-entry(
                               ws-ly-table-count)
                           move 'y' to ws-ly-keep(ws-ly-table-count)
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
       1550-load-spec-orders.
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
           if ws-table-full = ws-is-true then
               write report-print-line from ws-capacity-line
           end-if.
      *
      * Merges are taken in file order, so a later transaction can
      * retire a number an earlier one made the survivor.
       3000-process-merge-trans.
      *
           write report-print-line from ws-exception-heading-line.
           write report-print-line from ws-exception-column-line.
      *
           open input file-155-merge-trans.
           perform until ws-trans-eof = ws-is-true
               read file-155-merge-trans
                   at end
                       move ws-is-true to ws-trans-eof
                   not at end
                       perform 3100-validate-merge
                       evaluate true
                           when ws-merge-reason = spaces
                               perform 3200-apply-merge
                           when ws-merge-reason = ws-over-limit
                               perform 3300-hold-merge
                           when ws-merge-reason = ws-too-many-merges
                               perform 3300-hold-merge
                           when other
                               perform 3400-reject-merge
                       end-evaluate
               end-read
           end-perform.
           close file-155-merge-trans.
           write report-print-line from spaces.
      *
       3100-validate-merge.
      *
           move spaces to ws-merge-reason.
      *
           if mg-survivor-num = mg-retired-num then
               move ws-same-number to ws-merge-reason
               exit paragraph
           end-if.
      *
           move mg-survivor-num to ws-cust-lookup-num.
           perform 8000-find-customer.
           move ws-cust-found-ptr to ws-surv-ptr.
           if ws-surv-ptr = 0 then
               move ws-survivor-missing to ws-merge-reason
               exit paragraph
           end-if.
      *
           move mg-retired-num to ws-cust-lookup-num.
           perform 8000-find-customer.
           move ws-cust-found-ptr to ws-ret-ptr.
           if ws-ret-ptr = 0 then
               move ws-retired-missing to ws-merge-reason
               exit paragraph
           end-if.
      *
           move mg-retired-num to ws-mg-lookup-num.
           perform 8100-find-xref.
           if ws-mx-found-ptr > 0 then
               move ws-already-merged to ws-merge-reason
               exit paragraph
           end-if.
      *
           move mg-survivor-num to ws-mg-lookup-num.
           perform 8100-find-xref.
           if ws-mx-found-ptr > 0 then
               move ws-survivor-retired to ws-merge-reason
               exit paragraph
           end-if.
      *
           if ws-cust-active(ws-surv-ptr) not = 'Y' then
               move ws-survivor-inactive to ws-merge-reason
               exit paragraph
           end-if.
      *
           if ws-mg-table-count >= 200 or ws-mx-table-count >= 2000
             then
               move ws-too-many-merges to ws-merge-reason
               exit paragraph
           end-if.
      *
           compute ws-combined-bal = ws-cust-balance(ws-surv-ptr) +
             ws-cust-balance(ws-ret-ptr).
           if ws-combined-bal > ws-cust-limit(ws-surv-ptr) and
             mg-override not = 'Y' then
               move ws-over-limit to ws-merge-reason
           end-if.
      *
      * The balances and loyalty points are moved on their tables
      * now; the other customer-keyed files are re-keyed in one pass
      * each once all the transactions are in. Earlier merges onto
      * the number now being retired are pointed straight at the new
      * survivor.
       3200-apply-merge.
      *
           add ws-1 to ws-applied-count.
           add ws-1 to ws-mg-table-count.
           move ws-mg-table-count to ws-mg-ptr.
      *
           move mg-retired-num to ws-mg-retired-num(ws-mg-ptr).
           move mg-survivor-num to ws-mg-survivor-num(ws-mg-ptr).
           move mg-survivor-num to ws-mg-keyed-survivor(ws-mg-ptr).
           move ws-cust-name(ws-surv-ptr) to ws-mg-surv-name(ws-mg-ptr).
           move ws-cust-limit(ws-surv-ptr) to ws-mg-surv-limit(
               ws-mg-ptr).
           move ws-cust-name(ws-ret-ptr) to ws-mg-retired-name(
               ws-mg-ptr).
           move mg-requested-by to ws-mg-approver(ws-mg-ptr).
           move ws-is-false to ws-mg-over-limit(ws-mg-ptr).
           if ws-combined-bal > ws-cust-limit(ws-surv-ptr) then
               move ws-is-true to ws-mg-over-limit(ws-mg-ptr)
           end-if.
           move ws-cust-balance(ws-surv-ptr) to ws-mg-surv-bal-before(
               ws-mg-ptr).
           move ws-cust-balance(ws-ret-ptr) to ws-mg-ret-bal-before(
               ws-mg-ptr).
           move ws-cust-limit(ws-ret-ptr) to ws-mg-ret-limit(
               ws-mg-ptr).
           move 0 to ws-mg-surv-lay-before(ws-mg-ptr).
           move 0 to ws-mg-ret-lay-before(ws-mg-ptr).
           move 0 to ws-mg-surv-pts-before(ws-mg-ptr).
           move 0 to ws-mg-ret-pts-before(ws-mg-ptr).
           move 0 to ws-mg-history-moved(ws-mg-ptr).
           move 0 to ws-mg-ledger-moved(ws-mg-ptr).
           move 0 to ws-mg-layaways-moved(ws-mg-ptr).
           move 0 to ws-mg-schedules-moved(ws-mg-ptr).
           move 0 to ws-mg-cards-moved(ws-mg-ptr).
           move 0 to ws-mg-orders-moved(ws-mg-ptr).
      *
           move ws-combined-bal to ws-cust-balance(ws-surv-ptr).
           move 0 to ws-cust-balance(ws-ret-ptr).
           move 'N' to ws-cust-active(ws-ret-ptr).
      *
           perform varying ws-mx-ptr from ws-1 by ws-1
             until (ws-mx-ptr > ws-mx-table-count)
               if ws-mx-survivor-num(ws-mx-ptr) = mg-retired-num then
                   move mg-survivor-num to ws-mx-survivor-num(
                       ws-mx-ptr)
               end-if
           end-perform.
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer >= ws-mg-table-count)
               if ws-mg-survivor-num(ws-array-pointer) =
                 mg-retired-num then
                   move mg-survivor-num to ws-mg-survivor-num(
                       ws-array-pointer)
               end-if
           end-perform.
      *
           add ws-1 to ws-mx-table-count.
           set ws-mx-index to ws-mx-table-count.
           move mg-retired-num to ws-mx-retired-num(ws-mx-index).
           move mg-survivor-num to ws-mx-survivor-num(ws-mx-index).
           move ws-run-date to ws-mx-merge-date(ws-mx-index).
      *
           perform 3250-merge-loyalty.
      *
      * The retired member's points and lifetime totals are added
      * to the survivor's membership; a survivor who never enrolled
      * simply takes over the retired membership.
       3250-merge-loyalty.
      *
           move 0 to ws-ly-ptr.
           move 0 to ws-ly-surv-ptr.
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-ly-table-count)
               if ws-ly-keep(ws-array-pointer) = 'y' then
                   if ws-ly-cust-num(ws-array-pointer) =
                     mg-retired-num then
                       move ws-array-pointer to ws-ly-ptr
                   end-if
                   if ws-ly-cust-num(ws-array-pointer) =
                     mg-survivor-num then
                       move ws-array-pointer to ws-ly-surv-ptr
                   end-if
               end-if
           end-perform.
      *
           if ws-ly-surv-ptr > 0 then
               move ws-ly-points-balance(ws-ly-surv-ptr) to
                 ws-mg-surv-pts-before(ws-mg-ptr)
           end-if.
           if ws-ly-ptr = 0 then
               exit paragraph
           end-if.
           move ws-ly-points-balance(ws-ly-ptr) to
             ws-mg-ret-pts-before(ws-mg-ptr).
      *
           if ws-ly-surv-ptr = 0 then
               move mg-survivor-num to ws-ly-cust-num(ws-ly-ptr)
               exit paragraph
           end-if.
      *
           add ws-ly-points-balance(ws-ly-ptr) to
             ws-ly-points-balance(ws-ly-surv-ptr).
           add ws-ly-earned-ltd(ws-ly-ptr) to
             ws-ly-earned-ltd(ws-ly-surv-ptr).
           add ws-ly-redeemed-ltd(ws-ly-ptr) to
             ws-ly-redeemed-ltd(ws-ly-surv-ptr).
           add ws-ly-expired-ltd(ws-ly-ptr) to
             ws-ly-expired-ltd(ws-ly-surv-ptr).
           if ws-ly-last-activity(ws-ly-ptr) >
             ws-ly-last-activity(ws-ly-surv-ptr) then
               move ws-ly-last-activity(ws-ly-ptr) to
                 ws-ly-last-activity(ws-ly-surv-ptr)
           end-if.
           if ws-ly-enrol-date(ws-ly-ptr) <
             ws-ly-enrol-date(ws-ly-surv-ptr) then
               move ws-ly-enrol-date(ws-ly-ptr) to
                 ws-ly-enrol-date(ws-ly-surv-ptr)
           end-if.
           move 'n' to ws-ly-keep(ws-ly-ptr).
      *
      * Over the limit without the AR clerk's override: the merge
      * waits on the transaction file until it is approved or the
      * balance comes down.
       3300-hold-merge.
      *
           add ws-1 to ws-held-count.
           if ws-held-table-count < 200 then
               add ws-1 to ws-held-table-count
               move merge-trans-rec to ws-held-rec(ws-held-table-count)
           end-if.
           move mg-survivor-num to ws-exl-survivor.
           move mg-retired-num to ws-exl-retired.
           move "HELD" to ws-exl-status.
           move ws-merge-reason to ws-exl-reason.
           write report-print-line from ws-exception-line.
      *
       3400-reject-merge.
      *
           add ws-1 to ws-rejected-count.
           move mg-survivor-num to ws-exl-survivor.
           move mg-retired-num to ws-exl-retired.
           move "REJECTED" to ws-exl-status.
           move ws-merge-reason to ws-exl-reason.
           write report-print-line from ws-exception-line.
      *
       4100-rekey-history.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-ch-table-count)
               move ws-ch-rec(ws-array-pointer) to
                 customer-history-rec
               move ch-cust-num to ws-mg-lookup-num
               perform 8200-find-run-merge
               if ws-mg-found-ptr > 0 then
                   move ws-mg-survivor-num(ws-mg-found-ptr) to
                     ch-cust-num
                   move customer-history-rec to ws-ch-rec(
                       ws-array-pointer)
                   add ws-1 to ws-mg-history-moved(ws-mg-found-ptr)
               end-if
           end-perform.
      *
       4150-rekey-ledger.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-ol-table-count)
               move ws-ol-rec(ws-array-pointer) to oa-ledger-rec
               move ol-cust-num to ws-mg-lookup-num
               perform 8200-find-run-merge
               if ws-mg-found-ptr > 0 then
                   move ws-mg-survivor-num(ws-mg-found-ptr) to
                     ol-cust-num
                   move oa-ledger-rec to ws-ol-rec(ws-array-pointer)
                   add ws-1 to ws-mg-ledger-moved(ws-mg-found-ptr)
               end-if
           end-perform.
      *
      * The layaway master is keyed by invoice, so it is walked end
      * to end and each retired customer's account rewritten in
      * place. The survivor's own layaway balance is totalled on
      * the way by for the before figures.
       4200-rekey-layaways.
      *
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
                       perform 4210-rekey-one-layaway
               end-read
           end-perform.
      *
           close file-19-layaway-master.
      *
       4210-rekey-one-layaway.
      *
           perform varying ws-mg-ptr from ws-1 by ws-1
             until (ws-mg-ptr > ws-mg-table-count)
               if ws-mg-keyed-survivor(ws-mg-ptr) = lm-cust-num then
                   add lm-balance to ws-mg-surv-lay-before(ws-mg-ptr)
               end-if
           end-perform.
      *
           move lm-cust-num to ws-mg-lookup-num.
           perform 8200-find-run-merge.
           if ws-mg-found-ptr > 0 then
               add lm-balance to ws-mg-ret-lay-before(ws-mg-found-ptr)
               add ws-1 to ws-mg-layaways-moved(ws-mg-found-ptr)
               move ws-mg-survivor-num(ws-mg-found-ptr) to
                 lm-cust-num
               rewrite layaway-master-rec
                   invalid key
                       continue
               end-rewrite
           end-if.
      *
       4250-rekey-schedules.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-ls-table-count)
               move ws-ls-rec(ws-array-pointer) to lay-schedule-rec
               move ls-cust-num to ws-mg-lookup-num
               perform 8200-find-run-merge
               if ws-mg-found-ptr > 0 then
                   move ws-mg-survivor-num(ws-mg-found-ptr) to
                     ls-cust-num
                   move lay-schedule-rec to ws-ls-rec(
                       ws-array-pointer)
                   add ws-1 to ws-mg-schedules-moved(ws-mg-found-ptr)
               end-if
           end-perform.
      *
       4350-rekey-card-xref.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-cx-table-count)
               move ws-cx-rec(ws-array-pointer) to card-xref-rec
               move cx-cust-num to ws-mg-lookup-num
               perform 8200-find-run-merge
               if ws-mg-found-ptr > 0 then
                   move ws-mg-survivor-num(ws-mg-found-ptr) to
                     cx-cust-num
                   move card-xref-rec to ws-cx-rec(ws-array-pointer)
                   add ws-1 to ws-mg-cards-moved(ws-mg-found-ptr)
               end-if
           end-perform.
      *
      * An order still to be collected follows the customer to the
      * survivor so the pickup notice and the deposit go to one
      * account; a collected order keeps the number it was sold
      * under until it drops off the master.
       4400-rekey-spec-orders.
      *
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-sm-table-count)
               move ws-sm-rec(ws-array-pointer) to spec-ord-master-rec
               move sm-cust-num to ws-mg-lookup-num
               perform 8200-find-run-merge
               if ws-mg-found-ptr > 0 and sm-status not = 'C' then
                   move ws-mg-survivor-num(ws-mg-found-ptr) to
                     sm-cust-num
                   move spec-ord-master-rec to ws-sm-rec(
                       ws-array-pointer)
                   add ws-1 to ws-mg-orders-moved(ws-mg-found-ptr)
               end-if
           end-perform.
      *
       5000-print-merges.
      *
           perform varying ws-mg-ptr from ws-1 by ws-1
             until (ws-mg-ptr > ws-mg-table-count)
               perform 5100-print-one-merge
           end-perform.
      *
       5100-print-one-merge.
      *
           move ws-mg-keyed-survivor(ws-mg-ptr) to ws-mhl-survivor.
           move ws-mg-surv-name(ws-mg-ptr) to ws-mhl-surv-name.
           move ws-mg-retired-num(ws-mg-ptr) to ws-mhl-retired.
           move ws-mg-retired-name(ws-mg-ptr) to ws-mhl-ret-name.
           write report-print-line from ws-merge-head-line.
           write report-print-line from ws-balance-column-line.
      *
           move "SURVIVOR BEFORE" to ws-bl-label.
           move ws-mg-surv-bal-before(ws-mg-ptr) to ws-bl-charge.
           move ws-mg-surv-limit(ws-mg-ptr) to ws-bl-limit.
           move ws-mg-surv-lay-before(ws-mg-ptr) to ws-bl-layaway.
           move ws-mg-surv-pts-before(ws-mg-ptr) to ws-bl-points.
           write report-print-line from ws-balance-line.
      *
           move "RETIRED BEFORE" to ws-bl-label.
           move ws-mg-ret-bal-before(ws-mg-ptr) to ws-bl-charge.
           move ws-mg-ret-limit(ws-mg-ptr) to ws-bl-limit.
           move ws-mg-ret-lay-before(ws-mg-ptr) to ws-bl-layaway.
           move ws-mg-ret-pts-before(ws-mg-ptr) to ws-bl-points.
           write report-print-line from ws-balance-line.
      *
           move "SURVIVOR AFTER" to ws-bl-label.
           compute ws-combined-bal = ws-mg-surv-bal-before(ws-mg-ptr)
             + ws-mg-ret-bal-before(ws-mg-ptr).
           move ws-combined-bal to ws-bl-charge.
           move ws-mg-surv-limit(ws-mg-ptr) to ws-bl-limit.
           compute ws-bl-layaway = ws-mg-surv-lay-before(ws-mg-ptr) +
             ws-mg-ret-lay-before(ws-mg-ptr).
           compute ws-bl-points = ws-mg-surv-pts-before(ws-mg-ptr) +
             ws-mg-ret-pts-before(ws-mg-ptr).
           write report-print-line from ws-balance-line.
      *
           move ws-mg-history-moved(ws-mg-ptr) to ws-mvl-history.
           move ws-mg-ledger-moved(ws-mg-ptr) to ws-mvl-ledger.
           move ws-mg-layaways-moved(ws-mg-ptr) to ws-mvl-layaways.
           move ws-mg-schedules-moved(ws-mg-ptr) to ws-mvl-schedules.
           move ws-mg-cards-moved(ws-mg-ptr) to ws-mvl-cards.
           move ws-mg-orders-moved(ws-mg-ptr) to ws-mvl-orders.
           write report-print-line from ws-moved-line.
      *
           if ws-mg-over-limit(ws-mg-ptr) = ws-is-true then
               move ws-mg-approver(ws-mg-ptr) to ws-ovl-approver
               write report-print-line from ws-override-line
           end-if.
      *
           perform 5200-check-clerk-accounts.
           write report-print-line from spaces.
      *
      * A clerk who shops under the retired number still has it on
      * the clerk master; that is fixed through master maintenance.
       5200-check-clerk-accounts.
      *
           move ws-is-false to ws-ckm-eof.
           open input file-33-clerk-master.
           perform until ws-ckm-eof = ws-is-true
               read file-33-clerk-master
                   at end
                       move ws-is-true to ws-ckm-eof
                   not at end
                       if ckm-cust-num = ws-mg-retired-num(ws-mg-ptr)
                         then
                           move ckm-clerk-id to ws-cwl-clerk-id
                           write report-print-line from
                             ws-clerk-warn-line
                       end-if
               end-read
           end-perform.
           close file-33-clerk-master.
      *
       5500-print-summary.
      *
           move "MERGES APPLIED:" to ws-cl-label.
           move ws-applied-count to ws-cl-count.
           write report-print-line from ws-count-line.
           move "MERGES HELD OVER LIMIT:" to ws-cl-label.
           move ws-held-count to ws-cl-count.
           write report-print-line from ws-count-line.
           move "MERGES REJECTED:" to ws-cl-label.
           move ws-rejected-count to ws-cl-count.
           write report-print-line from ws-count-line.
           write report-print-line from spaces.
           if ws-applied-count > 0 then
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
       6050-save-merge-xref.
      *
           open output file-156-merge-xref.
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-mx-table-count)
               move ws-mx-retired-num(ws-array-pointer) to
                 mx-retired-num
               move ws-mx-survivor-num(ws-array-pointer) to
                 mx-survivor-num
               move ws-mx-merge-date(ws-array-pointer) to
                 mx-merge-date
               write merge-xref-rec
           end-perform.
           close file-156-merge-xref.
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
               if ws-ly-keep(ws-array-pointer) = 'y' then
                   move ws-ly-cust-num(ws-array-pointer) to
                     ly-cust-num
                   move ws-ly-points-balance(ws-array-pointer) to
                     ly-points-balance
                   move ws-ly-earned-ltd(ws-array-pointer) to
                     ly-earned-ltd
                   move ws-ly-redeemed-ltd(ws-array-pointer) to
                     ly-redeemed-ltd
                   move ws-ly-expired-ltd(ws-array-pointer) to
                     ly-expired-ltd
                   move ws-ly-last-activity(ws-array-pointer) to
                     ly-last-activity
                   move ws-ly-enrol-date(ws-array-pointer) to
                     ly-enrol-date
                   write loyalty-master-rec
               end-if
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
       6400-save-spec-orders.
      *
           open output file-175-spec-ord-master.
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-sm-table-count)
               move ws-sm-rec(ws-array-pointer) to spec-ord-master-rec
               write spec-ord-master-rec
           end-perform.
           close file-175-spec-ord-master.
      *
      * Applied and rejected transactions are consumed; a merge held
      * over the credit limit is written back to wait.
       6500-consume-merge-trans.
      *
           if ws-table-full = ws-is-true then
               exit paragraph
           end-if.
      *
           open output file-155-merge-trans.
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-held-table-count)
               move ws-held-rec(ws-array-pointer) to merge-trans-rec
               write merge-trans-rec
           end-perform.
           close file-155-merge-trans.
      *
       7000-close-files.
      *
           close file-157-merge-report.
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
       8100-find-xref.
      *
           move 0 to ws-mx-found-ptr.
           set ws-mx-srch-index to ws-1.
           search ws-mx-entry varying ws-mx-srch-index
               at end
                   continue
               when ws-mx-srch-index <= ws-mx-table-count and
                 ws-mx-retired-num(ws-mx-srch-index) = ws-mg-lookup-num
                   set ws-mx-found-ptr to ws-mx-srch-index
           end-search.
      *
       8200-find-run-merge.
      *
           move 0 to ws-mg-found-ptr.
           if ws-mg-lookup-num = spaces then
               exit paragraph
           end-if.
           perform varying ws-mg-ptr from ws-1 by ws-1
             until (ws-mg-ptr > ws-mg-table-count) or
             (ws-mg-found-ptr > 0)
               if ws-mg-retired-num(ws-mg-ptr) = ws-mg-lookup-num then
                   move ws-mg-ptr to ws-mg-found-ptr
               end-if
           end-perform.
      *
       end program CustomerMerge.
