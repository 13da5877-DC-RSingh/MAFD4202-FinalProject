       identification division.
       program-id. InterStoreSettlement.
       author. Raje Singh.
       date-written. 2026-10-15.
      * Program Description:
      * Prints the monthly inter-store settlement report from the
      * inter-store journal GL Journal Extract keeps of every return
      * taken at a store other than the one that made the sale. The
      * selling store owes the returning store for the refund it
      * paid out on the selling store's behalf. For each month and
      * each pair of stores the two directions are netted, so the
      * report shows the one amount each store owes every other
      * store, followed by every store's net position for the month
      * (what it is owed less what it owes) for finance to settle
      * the due-to/due-from balances.
      *
       environment division.
       input-output section.
       file-control.
      *
           select optional file-167-interstore-journal
               assign
                   to
                   '../../../../datafiles/data/file-167-interstore.dat'
               organization is line sequential.
      *
           select file-168-settlement-report
               assign
                   to
                   '../../../../datafiles/data/file-168-settle-rpt.out'
               organization is line sequential.
      *
           select file-13-store-master
               assign
                   to
                   '../../../../datafiles/data/file-13-store-master.dat'
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
       fd file-167-interstore-journal
           data record is interstore-rec.
      *
       01 interstore-rec.
         05 is-period-year      pic 9(4).
         05 is-period-month     pic 9(2).
         05 is-ret-store        pic xx.
         05 is-sale-store       pic xx.
         05 is-invoice-num      pic x(9).
         05 is-sku-code         pic x(15).
         05 is-amount           pic 9(5)v99.
         05 is-trans-date       pic 9(8).
         05 is-run-date         pic 9(8).
         05 is-batch-id         pic 9(6).
      *
       fd file-168-settlement-report
           data record is report-print-line.
      *
       01 report-print-line    pic x(120).
      *
       fd file-13-store-master
           data record is store-master-rec.
      *
       01 store-master-rec.
         05 smr-store-num      pic xx.
         05 smr-store-name     pic x(20).
         05 smr-store-active   pic x.
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
         05 filler             pic x(32) value
                               "INTER-STORE SETTLEMENT REPORT".
      *
       01 ws-run-stamp-line.
         05 filler             pic x(10) value "RUN DATE: ".
         05 ws-rsl-run-date    pic 9(8).
         05 filler             pic x(13) value "   BATCH ID: ".
         05 ws-rsl-batch-id    pic z(5)9.
      *
       01 ws-period-heading-line.
         05 filler             pic x(8) value "PERIOD: ".
         05 ws-phl-year        pic 9(4).
         05 filler             pic x value '/'.
         05 ws-phl-month       pic 9(2).
      *
       01 ws-pair-heading.
         05 filler             pic x(27) value "PAYING STORE".
         05 filler             pic x(27) value "RECEIVING STORE".
         05 filler             pic x(15) value "     GROSS OWED".
         05 filler             pic x(15) value "    LESS OFFSET".
         05 filler             pic x(15) value "       NET OWED".
      *
       01 ws-pair-line.
         05 ws-pl-pay-store    pic xx.
         05 filler             pic x(3) value spaces.
         05 ws-pl-pay-name     pic x(20).
         05 filler             pic x(2) value spaces.
         05 ws-pl-rcv-store    pic xx.
         05 filler             pic x(3) value spaces.
         05 ws-pl-rcv-name     pic x(20).
         05 filler             pic x(2) value spaces.
         05 ws-pl-gross        pic $z(8)9.99.
         05 filler             pic x(2) value spaces.
         05 ws-pl-offset       pic $z(8)9.99.
         05 filler             pic x(2) value spaces.
         05 ws-pl-net          pic $z(8)9.99.
      *
       01 ws-position-heading.
         05 filler             pic x(27) value "STORE NET POSITION".
         05 filler             pic x(15) value "    OWED TO IT".
         05 filler             pic x(15) value "     IT OWES".
         05 filler             pic x(16) value "    NET POSITION".
      *
       01 ws-position-line.
         05 ws-psl-store       pic xx.
         05 filler             pic x(3) value spaces.
         05 ws-psl-name        pic x(20).
         05 filler             pic x(2) value spaces.
         05 ws-psl-owed-to     pic $z(8)9.99.
         05 filler             pic x(2) value spaces.
         05 ws-psl-owes        pic $z(8)9.99.
         05 filler             pic x(2) value spaces.
         05 ws-psl-net         pic $z(8)9.99-.
      *
       01 ws-no-activity-line.
         05 filler             pic x(40) value
                               "NO CROSS-STORE RETURNS ON THE JOURNAL".
      *
       01 ws-count-line.
         05 ws-cl-label        pic x(30).
         05 ws-cl-count        pic z(5)9.
      *
       01 ws-overflow-line.
         05 filler             pic x(40) value
                               "*** JOURNAL ROWS NOT ON THIS REPORT: ".
         05 ws-ol-count        pic z(5)9.
      *
      * One row per month, returning store and selling store.
       01 ws-settle-table.
         05 ws-st-entry          occurs 2000 times.
           10 ws-st-year         pic 9(4).
           10 ws-st-month        pic 9(2).
           10 ws-st-ret-store    pic xx.
           10 ws-st-sale-store   pic xx.
           10 ws-st-amount       pic 9(9)v99.
       77 ws-st-table-count      pic 9(4) value 0.
       77 ws-st-found-ptr        pic 9(4) value 0.
       77 ws-st-overflow-cnt     pic 9(6) value 0.
       77 ws-journal-eof         pic x value 'n'.
      *
       01 ws-period-table.
         05 ws-pd-entry          occurs 120 times.
           10 ws-pd-year         pic 9(4).
           10 ws-pd-month        pic 9(2).
       77 ws-pd-table-count      pic 9(3) value 0.
       77 ws-pd-found-ptr        pic 9(3) value 0.
       77 ws-pd-ptr              pic 9(3) value 0.
      *
       01 ws-constants.
         05 ws-store-table      occurs 20 times
                                 indexed by ws-store-index.
           10 ws-store-literals pic xx.
           10 ws-store-name     pic x(20).
       77 ws-store-table-count  pic 99 value 0.
       77 ws-store-mstr-eof     pic x value 'n'.
      *
       77 ws-is-true            pic x value 'y'.
       77 ws-1                  pic 9 value 1.
       77 ws-run-date           pic 9(8) value 0.
       77 ws-batch-id           pic 9(6) value 0.
       77 ws-journal-rows       pic 9(6) value 0.
       77 ws-pairs-printed      pic 9(6) value 0.
      *
       77 ws-first-ptr          pic 99 value 0.
       77 ws-second-ptr         pic 99 value 0.
       77 ws-lookup-ret-store   pic xx value spaces.
       77 ws-lookup-sale-store  pic xx value spaces.
       77 ws-lookup-amount      pic 9(9)v99 value 0.
       77 ws-first-owes         pic 9(9)v99 value 0.
       77 ws-second-owes        pic 9(9)v99 value 0.
       77 ws-owed-to-store      pic 9(9)v99 value 0.
       77 ws-store-owes         pic 9(9)v99 value 0.
       77 ws-net-position       pic s9(9)v99 value 0.
      *
       77 ws-array-pointer      pic 9(4) value 1.
      *
       procedure division.
       0000-Main.
      *
           perform 1000-open-files.
           perform 1100-load-store-master.
           perform 1200-load-interstore-journal.
           accept ws-run-date from date yyyymmdd.
           perform 1300-get-batch-id.
           perform 2000-print-report-headings.
           perform 3000-print-each-period.
           perform 4000-print-counts.
           perform 7000-close-files.
           goback.
      *
       1000-open-files.
      *
           open output file-168-settlement-report.
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
                       add ws-1 to ws-store-table-count
                       set ws-store-index to ws-store-table-count
                       move smr-store-num to ws-store-literals(
                           ws-store-index)
                       move smr-store-name to ws-store-name(
                           ws-store-index)
               end-read
           end-perform.
      *
           close file-13-store-master.
      *
      * The journal carries one row per return; it is summed into
      * one row per month and direction as it is read.
       1200-load-interstore-journal.
      *
           open input file-167-interstore-journal.
      *
           perform until ws-journal-eof = ws-is-true
               read file-167-interstore-journal
                   at end
                       move ws-is-true to ws-journal-eof
                   not at end
                       add ws-1 to ws-journal-rows
                       perform 1210-add-journal-row
               end-read
           end-perform.
      *
           close file-167-interstore-journal.
      *
       1210-add-journal-row.
      *
           move 0 to ws-st-found-ptr.
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-st-table-count)
               if ws-st-year(ws-array-pointer) = is-period-year and
                 ws-st-month(ws-array-pointer) = is-period-month and
                 ws-st-ret-store(ws-array-pointer) = is-ret-store and
                 ws-st-sale-store(ws-array-pointer) = is-sale-store
                 then
                   move ws-array-pointer to ws-st-found-ptr
               end-if
           end-perform.
      *
           if ws-st-found-ptr = 0 then
               if ws-st-table-count < 2000 and
                 ws-pd-table-count < 120 then
                   add ws-1 to ws-st-table-count
                   move ws-st-table-count to ws-st-found-ptr
                   move is-period-year to ws-st-year(ws-st-found-ptr)
                   move is-period-month to ws-st-month(
                       ws-st-found-ptr)
                   move is-ret-store to ws-st-ret-store(
                       ws-st-found-ptr)
                   move is-sale-store to ws-st-sale-store(
                       ws-st-found-ptr)
                   move 0 to ws-st-amount(ws-st-found-ptr)
                   perform 1220-note-period
               else
                   add ws-1 to ws-st-overflow-cnt
                   exit paragraph
               end-if
           end-if.
      *
           add is-amount to ws-st-amount(ws-st-found-ptr).
      *
      * Periods print in the order they first appear on the journal,
      * which is the order the returns were posted.
       1220-note-period.
      *
           move 0 to ws-pd-found-ptr.
           perform varying ws-pd-ptr from ws-1 by ws-1
             until (ws-pd-ptr > ws-pd-table-count)
               if ws-pd-year(ws-pd-ptr) = is-period-year and
                 ws-pd-month(ws-pd-ptr) = is-period-month then
                   move ws-pd-ptr to ws-pd-found-ptr
               end-if
           end-perform.
      *
           if ws-pd-found-ptr = 0 then
               add ws-1 to ws-pd-table-count
               move is-period-year to ws-pd-year(ws-pd-table-count)
               move is-period-month to ws-pd-month(ws-pd-table-count)
           end-if.
      *
      * Edit runs first in the daily chain and hands out the batch
      * id; this program just reads what Edit left here.
       1300-get-batch-id.
      *
           move 0 to ws-batch-id.
      *
           open input file-26-batch-id-ctl.
           read file-26-batch-id-ctl
               at end
                   continue
               not at end
                   move bic-last-batch to ws-batch-id
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
      *
       3000-print-each-period.
      *
           if ws-pd-table-count = 0 then
               write report-print-line from spaces
               write report-print-line from ws-no-activity-line
               exit paragraph
           end-if.
      *
           perform varying ws-pd-ptr from ws-1 by ws-1
             until (ws-pd-ptr > ws-pd-table-count)
               write report-print-line from spaces
               move ws-pd-year(ws-pd-ptr) to ws-phl-year
               move ws-pd-month(ws-pd-ptr) to ws-phl-month
               write report-print-line from ws-period-heading-line
               write report-print-line from spaces
               write report-print-line from ws-pair-heading
               perform 3100-print-store-pairs
               write report-print-line from spaces
               write report-print-line from ws-position-heading
               perform 3300-print-store-positions
           end-perform.
      *
      * Each pair of stores is visited once.
       3100-print-store-pairs.
      *
           perform varying ws-first-ptr from ws-1 by ws-1
             until (ws-first-ptr > ws-store-table-count)
               perform varying ws-second-ptr from ws-first-ptr by
                 ws-1 until (ws-second-ptr > ws-store-table-count)
                   if ws-second-ptr > ws-first-ptr then
                       perform 3200-print-one-pair
                   end-if
               end-perform
           end-perform.
      *
      * The first store owes the second for the first store's sales
      * the second store refunded, and the other way round; the
      * store that owes the larger amount pays the other the
      * difference.
       3200-print-one-pair.
      *
           move ws-store-literals(ws-second-ptr) to
             ws-lookup-ret-store.
           move ws-store-literals(ws-first-ptr) to
             ws-lookup-sale-store.
           perform 8000-find-period-amount.
           move ws-lookup-amount to ws-first-owes.
      *
           move ws-store-literals(ws-first-ptr) to
             ws-lookup-ret-store.
           move ws-store-literals(ws-second-ptr) to
             ws-lookup-sale-store.
           perform 8000-find-period-amount.
           move ws-lookup-amount to ws-second-owes.
      *
           if ws-first-owes = 0 and ws-second-owes = 0 then
               exit paragraph
           end-if.
      *
           if ws-first-owes not < ws-second-owes then
               move ws-store-literals(ws-first-ptr) to
                 ws-pl-pay-store
               move ws-store-name(ws-first-ptr) to ws-pl-pay-name
               move ws-store-literals(ws-second-ptr) to
                 ws-pl-rcv-store
               move ws-store-name(ws-second-ptr) to ws-pl-rcv-name
               move ws-first-owes to ws-pl-gross
               move ws-second-owes to ws-pl-offset
               compute ws-pl-net = ws-first-owes - ws-second-owes
           else
               move ws-store-literals(ws-second-ptr) to
                 ws-pl-pay-store
               move ws-store-name(ws-second-ptr) to ws-pl-pay-name
               move ws-store-literals(ws-first-ptr) to
                 ws-pl-rcv-store
               move ws-store-name(ws-first-ptr) to ws-pl-rcv-name
               move ws-second-owes to ws-pl-gross
               move ws-first-owes to ws-pl-offset
               compute ws-pl-net = ws-second-owes - ws-first-owes
           end-if.
           write report-print-line from ws-pair-line.
           add ws-1 to ws-pairs-printed.
      *
      * A store's position is what the other stores owe it for the
      * refunds it paid less what it owes them for theirs; the
      * positions of all stores for a month net to zero.
       3300-print-store-positions.
      *
           perform varying ws-first-ptr from ws-1 by ws-1
             until (ws-first-ptr > ws-store-table-count)
               move 0 to ws-owed-to-store
               move 0 to ws-store-owes
               perform varying ws-array-pointer from ws-1 by ws-1
                 until (ws-array-pointer > ws-st-table-count)
                   if ws-st-year(ws-array-pointer) =
                     ws-pd-year(ws-pd-ptr) and
                     ws-st-month(ws-array-pointer) =
                     ws-pd-month(ws-pd-ptr) then
                       if ws-st-ret-store(ws-array-pointer) =
                         ws-store-literals(ws-first-ptr) then
                           add ws-st-amount(ws-array-pointer) to
                             ws-owed-to-store
                       end-if
                       if ws-st-sale-store(ws-array-pointer) =
                         ws-store-literals(ws-first-ptr) then
                           add ws-st-amount(ws-array-pointer) to
                             ws-store-owes
                       end-if
                   end-if
               end-perform
               if ws-owed-to-store > 0 or ws-store-owes > 0 then
                   move ws-store-literals(ws-first-ptr) to
                     ws-psl-store
                   move ws-store-name(ws-first-ptr) to ws-psl-name
                   move ws-owed-to-store to ws-psl-owed-to
                   move ws-store-owes to ws-psl-owes
                   compute ws-net-position =
                     ws-owed-to-store - ws-store-owes
                   move ws-net-position to ws-psl-net
                   write report-print-line from ws-position-line
               end-if
           end-perform.
      *
       4000-print-counts.
      *
           write report-print-line from spaces.
           move "JOURNAL ROWS READ:" to ws-cl-label.
           move ws-journal-rows to ws-cl-count.
           write report-print-line from ws-count-line.
           move "STORE PAIRS SETTLED:" to ws-cl-label.
           move ws-pairs-printed to ws-cl-count.
           write report-print-line from ws-count-line.
           if ws-st-overflow-cnt > 0 then
               move ws-st-overflow-cnt to ws-ol-count
               write report-print-line from ws-overflow-line
           end-if.
      *
       7000-close-files.
      *
           close file-168-settlement-report.
      *
      * Amount the sale store owes the returning store for the
      * period being printed.
       8000-find-period-amount.
      *
           move 0 to ws-lookup-amount.
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-st-table-count)
               if ws-st-year(ws-array-pointer) =
                 ws-pd-year(ws-pd-ptr) and
                 ws-st-month(ws-array-pointer) =
                 ws-pd-month(ws-pd-ptr) and
                 ws-st-ret-store(ws-array-pointer) =
                 ws-lookup-ret-store and
                 ws-st-sale-store(ws-array-pointer) =
                 ws-lookup-sale-store then
                   add ws-st-amount(ws-array-pointer) to
                     ws-lookup-amount
               end-if
           end-perform.
      *
       end program InterStoreSettlement.
