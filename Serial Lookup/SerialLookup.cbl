       identification division.
       program-id. SerialLookup.
       author. Raje Singh.
       date-written. 2026-10-15.
      * Program Description:
      * Answers warranty and police inquiries from the serial
      * registry. Each request names a serial number, an invoice or
      * a customer, with the inquirer's reference (claim or case
      * number); the report lists every unit that matches - where
      * and when it was received, the store, invoice, customer and
      * date of its sale, and its return if it came back - so the
      * question is answered from one report instead of from the
      * sale history and the receiving paperwork.
      *
       environment division.
       input-output section.
       file-control.
      *
           select optional file-162-serial-registry
               assign
                   to
                   '../../../../datafiles/data/file-162-serial-reg.dat'
               organization is line sequential.
      *
           select file-165-serial-request
               assign
                   to
                   '../../../../datafiles/data/file-165-serial-req.dat'
               organization is line sequential.
      *
           select file-166-serial-lookup
               assign
                   to
                   '../../../../datafiles/data/file-166-serial-lkp.out'
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd file-162-serial-registry
           data record is serial-reg-rec.
      *
       01 serial-reg-rec.
         05 sr-serial-num      pic x(20).
         05 sr-sku-code        pic x(15).
         05 sr-status          pic x.
           88 sr-in-stock      value 'I'.
           88 sr-sold          value 'S'.
           88 sr-returned      value 'T'.
         05 sr-rcv-store       pic xx.
         05 sr-rcv-date        pic 9(8).
         05 sr-rcv-ref         pic x(10).
         05 sr-sale-store      pic xx.
         05 sr-sale-invoice    pic x(9).
         05 sr-sale-cust       pic x(8).
         05 sr-sale-date       pic 9(8).
         05 sr-ret-store       pic xx.
         05 sr-ret-invoice     pic x(9).
         05 sr-ret-date        pic 9(8).
      *
      * S - by serial number, I - by invoice (the sale or the
      * return), C - by the customer the unit was sold to.
       fd file-165-serial-request
           data record is serial-request-rec.
      *
       01 serial-request-rec.
         05 sq-type            pic x.
           88 sq-by-serial     value 'S'.
           88 sq-by-invoice    value 'I'.
           88 sq-by-customer   value 'C'.
         05 sq-value           pic x(20).
         05 sq-reference       pic x(12).
      *
       fd file-166-serial-lookup
           data record is report-print-line.
      *
       01 report-print-line    pic x(120).
      *
       working-storage section.
      *
       01 ws-report-name-line.
         05 filler             pic x(26) value
                               "Raje Singh, Final Project".
      *
       01 ws-report-title-line.
         05 filler             pic x(10) value spaces.
         05 filler             pic x(20) value
                               "SERIAL NUMBER LOOKUP".
      *
       01 ws-run-stamp-line.
         05 filler             pic x(10) value "RUN DATE: ".
         05 ws-rsl-run-date    pic 9(8).
      *
       01 ws-request-heading-line.
         05 filler             pic x(9) value "REQUEST: ".
         05 ws-rhl-type        pic x(10).
         05 ws-rhl-value       pic x(20).
         05 filler             pic x(7) value "  REF: ".
         05 ws-rhl-reference   pic x(12).
      *
       01 ws-unit-column-line.
         05 filler             pic x(22) value "SERIAL NUMBER".
         05 filler             pic x(17) value "SKU".
         05 filler             pic x(10) value "STATUS".
         05 filler             pic x(40) value
                               "RECEIVED  STORE  DATE      REFERENCE".
      *
       01 ws-unit-line.
         05 ws-ul-serial       pic x(20).
         05 filler             pic x(2) value spaces.
         05 ws-ul-sku          pic x(15).
         05 filler             pic x(2) value spaces.
         05 ws-ul-status       pic x(10).
         05 filler             pic x(10) value spaces.
         05 ws-ul-rcv-store    pic xx.
         05 filler             pic x(5) value spaces.
         05 ws-ul-rcv-date     pic x(8).
         05 filler             pic x(2) value spaces.
         05 ws-ul-rcv-ref      pic x(10).
      *
       01 ws-sale-line.
         05 filler             pic x(4) value spaces.
         05 filler             pic x(12) value "SOLD  STORE ".
         05 ws-sal-store       pic xx.
         05 filler             pic x(10) value "  INVOICE ".
         05 ws-sal-invoice     pic x(9).
         05 filler             pic x(11) value "  CUSTOMER ".
         05 ws-sal-cust        pic x(8).
         05 filler             pic x(7) value "  DATE ".
         05 ws-sal-date        pic x(8).
      *
       01 ws-return-line.
         05 filler             pic x(4) value spaces.
         05 filler             pic x(12) value "RETURNED    ".
         05 filler             pic x(6) value "STORE ".
         05 ws-rtl-store       pic xx.
         05 filler             pic x(10) value "  INVOICE ".
         05 ws-rtl-invoice     pic x(9).
         05 filler             pic x(7) value "  DATE ".
         05 ws-rtl-date        pic x(8).
      *
       01 ws-no-units-line.
         05 filler             pic x(30) value
                               "NO UNITS ON THE REGISTRY".
      *
       01 ws-bad-request-line.
         05 filler             pic x(40) value
                               "REQUEST TYPE MUST BE S, I OR C".
      *
       01 ws-request-table.
         05 ws-req-entry        occurs 100 times
                                 indexed by ws-req-index.
           10 ws-req-type       pic x.
           10 ws-req-value      pic x(20).
           10 ws-req-reference  pic x(12).
           10 ws-req-hits       pic 9(5).
       77 ws-req-table-count    pic 9(3) value 0.
       77 ws-req-eof            pic x value 'n'.
       77 ws-srg-eof            pic x value 'n'.
       77 ws-unit-matches       pic x value 'n'.
      *
       77 ws-is-true            pic x value 'y'.
       77 ws-1                  pic 9 value 1.
       77 ws-run-date           pic 9(8) value 0.
      *
       77 ws-array-pointer      pic 9(3) value 1.
      *
       procedure division.
       0000-Main.
      *
           perform 1000-open-files.
           accept ws-run-date from date yyyymmdd.
           perform 1100-load-lookup-requests.
           perform 2000-print-report-headings.
           perform 3000-look-up-each-request.
           perform 7000-close-files.
           goback.
      *
       1000-open-files.
      *
           open input file-165-serial-request.
           open output file-166-serial-lookup.
      *
       1100-load-lookup-requests.
      *
           perform until ws-req-eof = ws-is-true
               read file-165-serial-request
                   at end
                       move ws-is-true to ws-req-eof
                   not at end
                       if sq-value not = spaces and
                         ws-req-table-count < 100 then
                           add ws-1 to ws-req-table-count
                           set ws-req-index to ws-req-table-count
                           move sq-type to ws-req-type(ws-req-index)
                           move sq-value to ws-req-value(
                               ws-req-index)
                           move sq-reference to ws-req-reference(
                               ws-req-index)
                           move 0 to ws-req-hits(ws-req-index)
                       end-if
               end-read
           end-perform.
      *
           close file-165-serial-request.
      *
       2000-print-report-headings.
      *
           write report-print-line from spaces.
           write report-print-line from ws-report-name-line.
           write report-print-line from spaces.
           write report-print-line from ws-report-title-line.
           move ws-run-date to ws-rsl-run-date.
           write report-print-line from ws-run-stamp-line.
      *
      * The registry is scanned once per request; the lookup is an
      * on-demand tool run for a handful of inquiries, the same
      * trade the invoice trace makes.
       3000-look-up-each-request.
      *
           move ws-1 to ws-array-pointer.
           perform
             varying ws-array-pointer
             from ws-1 by ws-1
             until (ws-array-pointer > ws-req-table-count)
               perform 3100-look-up-one-request
           end-perform.
      *
       3100-look-up-one-request.
      *
           write report-print-line from spaces.
           evaluate ws-req-type(ws-array-pointer)
               when 'S'
                   move "SERIAL" to ws-rhl-type
               when 'I'
                   move "INVOICE" to ws-rhl-type
               when 'C'
                   move "CUSTOMER" to ws-rhl-type
               when other
                   move "UNKNOWN" to ws-rhl-type
           end-evaluate.
           move ws-req-value(ws-array-pointer) to ws-rhl-value.
           move ws-req-reference(ws-array-pointer) to
             ws-rhl-reference.
           write report-print-line from ws-request-heading-line.
      *
           if ws-req-type(ws-array-pointer) not = 'S' and
             ws-req-type(ws-array-pointer) not = 'I' and
             ws-req-type(ws-array-pointer) not = 'C' then
               write report-print-line from ws-bad-request-line
               exit paragraph
           end-if.
      *
           write report-print-line from ws-unit-column-line.
      *
           move 'n' to ws-srg-eof.
           open input file-162-serial-registry.
           perform until ws-srg-eof = ws-is-true
               read file-162-serial-registry
                   at end
                       move ws-is-true to ws-srg-eof
                   not at end
                       perform 3150-check-unit-matches
                       if ws-unit-matches = ws-is-true then
                           add ws-1 to ws-req-hits(ws-array-pointer)
                           perform 3200-print-unit
                       end-if
               end-read
           end-perform.
           close file-162-serial-registry.
      *
           if ws-req-hits(ws-array-pointer) = 0 then
               write report-print-line from ws-no-units-line
           end-if.
      *
       3150-check-unit-matches.
      *
           move 'n' to ws-unit-matches.
           evaluate ws-req-type(ws-array-pointer)
               when 'S'
                   if sr-serial-num = ws-req-value(ws-array-pointer)
                       move ws-is-true to ws-unit-matches
                   end-if
               when 'I'
                   if sr-sale-invoice =
                     ws-req-value(ws-array-pointer) or
                     sr-ret-invoice = ws-req-value(ws-array-pointer)
                       move ws-is-true to ws-unit-matches
                   end-if
               when 'C'
                   if sr-sale-cust = ws-req-value(ws-array-pointer)
                       move ws-is-true to ws-unit-matches
                   end-if
           end-evaluate.
      *
      * A unit's receipt goes on its first line, its sale and its
      * return (when it has had one) on the lines under it.
       3200-print-unit.
      *
           move sr-serial-num to ws-ul-serial.
           move sr-sku-code to ws-ul-sku.
           evaluate true
               when sr-in-stock
                   move "IN STOCK" to ws-ul-status
               when sr-sold
                   move "SOLD" to ws-ul-status
               when sr-returned
                   move "RETURNED" to ws-ul-status
               when other
                   move sr-status to ws-ul-status
           end-evaluate.
           move sr-rcv-store to ws-ul-rcv-store.
           if sr-rcv-date is numeric and sr-rcv-date > 0 then
               move sr-rcv-date to ws-ul-rcv-date
               move sr-rcv-ref to ws-ul-rcv-ref
           else
               move "NONE" to ws-ul-rcv-date
               move spaces to ws-ul-rcv-ref
           end-if.
           write report-print-line from ws-unit-line.
      *
           if sr-sale-invoice not = spaces then
               move sr-sale-store to ws-sal-store
               move sr-sale-invoice to ws-sal-invoice
               move sr-sale-cust to ws-sal-cust
               move sr-sale-date to ws-sal-date
               write report-print-line from ws-sale-line
           end-if.
      *
           if sr-ret-invoice not = spaces then
               move sr-ret-store to ws-rtl-store
               move sr-ret-invoice to ws-rtl-invoice
               move sr-ret-date to ws-rtl-date
               write report-print-line from ws-return-line
           end-if.
      *
       7000-close-files.
      *
           close file-166-serial-lookup.
      *
       end program SerialLookup.
