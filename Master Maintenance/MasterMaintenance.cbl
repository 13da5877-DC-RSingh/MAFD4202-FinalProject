      * Program Description:
      * Applies keyed maintenance transactions (add / change /
      * deactivate) against the store, pay-type, product, clerk,
      * customer, gift-card and store sales plan masters, so the
      * masters stop being edited by hand in a text editor with no
      * validation and no record of who changed what. Each
      * transaction names its master and carries a full record
      * image; field rules are enforced (numeric prices and
      * balances, unique keys on add, existing keys on change/
      * deactivate), every applied change is printed with its before
      * and after images, and a bad transaction is rejected to its
      * own error listing instead of corrupting the master. Applied
      * transactions are consumed.
      *
       environment division.
       input-output section.
                   to
                   '../../../../datafiles/data/file-40-giftcard.dat'
               organization is line sequential.
      *
           select file-139-sales-plan
               assign
                   to
                   '../../../../datafiles/data/file-139-sales-plan.dat'
               organization is line sequential.
      *
           select file-73-maint-report
               assign
       01 maint-trans-rec.
         05 mt-master          pic xx.
           88 mt-master-valid value 'ST', 'PT', 'PR', 'CK', 'CU',
                                    'GC', 'SP'.
         05 mt-action          pic x.
           88 mt-action-add value 'A'.
           88 mt-action-change value 'C'.
         05 pmr-sku-active      pic x.
         05 pmr-unit-price      pic 9(5)v99.
         05 pmr-taxable         pic x.
         05 pmr-serialized      pic x.
      *
       fd file-33-clerk-master
           data record is clerk-master-rec.
         05 ckm-clerk-id        pic x(4).
         05 ckm-clerk-name      pic x(20).
         05 ckm-clerk-active    pic x.
      * The customer number the clerk shops under, if any.
         05 ckm-cust-num        pic x(8).
      *
       fd file-42-customer-master
           data record is customer-master-rec.
         05 gcm-active          pic x.
         05 gcm-issue-date      pic 9(8).
         05 gcm-last-activity   pic 9(8).
      *
      * One row per store per month: the sales (S&L) and returns
      * Finance plans the store to ring that month.
       fd file-139-sales-plan
           data record is sales-plan-rec.
      *
       01 sales-plan-rec.
         05 sp-store-num        pic xx.
         05 sp-plan-year        pic 9(4).
         05 sp-plan-month       pic 9(2).
         05 sp-plan-active      pic x.
         05 sp-plan-sales       pic 9(9)v99.
         05 sp-plan-returns     pic 9(9)v99.
      *
       fd file-73-maint-report
           data record is report-print-line.
                                  "MASTER TABLE CAPACITY".
         05 ws-taxable-invalid   pic x(20) value
                                  "TAXABLE FLAG INVALID".
         05 ws-serial-invalid    pic x(20) value
                                  "SERIAL FLAG INVALID".
         05 ws-period-invalid    pic x(19) value "PLAN PERIOD INVALID".
      *
      * Every master rides in this one table while the maintenance
      * is applied: the tag says which master a row belongs to, and
           open output file-73-maint-report.
           open output file-74-maint-errors.
      *
      * The seven masters load one after another into the shared
      * table, each row tagged with its master code.
       1100-load-all-masters.
      *
               end-read
           end-perform.
           close file-40-giftcard-master.
      *
           move 'n' to ws-load-eof.
           open input file-139-sales-plan.
           perform until ws-load-eof = ws-is-true
               read file-139-sales-plan
                   at end
                       move ws-is-true to ws-load-eof
                   not at end
                       perform 1110-add-master-row
                       move sales-plan-rec to ws-mstr-rec(
                           ws-mstr-table-count)
                       move "SP" to ws-mstr-tag(ws-mstr-table-count)
               end-read
           end-perform.
           close file-139-sales-plan.
      *
       1110-add-master-row.
      *
               when "PR"
                   move 15 to ws-key-len
                   move 36 to ws-active-pos
                   move 45 to ws-rec-len
               when "CK"
                   move 4  to ws-key-len
                   move 25 to ws-active-pos
                   move 33 to ws-rec-len
               when "CU"
                   move 8  to ws-key-len
                   move 29 to ws-active-pos
                   move 12 to ws-key-len
                   move 22 to ws-active-pos
                   move 38 to ws-rec-len
               when "SP"
                   move 8  to ws-key-len
                   move 9  to ws-active-pos
                   move 31 to ws-rec-len
           end-evaluate.
      *
       3000-read-maint-trans.
                     mt-data(44:1) not = 'N' then
                       move ws-taxable-invalid to ws-reject-reason
                       move ws-is-true to ws-has-reject
                       exit paragraph
                   end-if
      * A product keyed before serial tracking carries no
      * serialized flag, so a blank is taken as not tracked.
                   if mt-data(45:1) = space then
                       move 'N' to mt-data(45:1)
                   end-if
                   if mt-data(45:1) not = 'Y' and
                     mt-data(45:1) not = 'N' then
                       move ws-serial-invalid to ws-reject-reason
                       move ws-is-true to ws-has-reject
                   end-if
               when "CU"
                   if mt-data(30:9) is not numeric or
                       move ws-date-not-num to ws-reject-reason
                       move ws-is-true to ws-has-reject
                   end-if
               when "SP"
                   if mt-data(3:6) is not numeric or
                     mt-data(7:2) < "01" or mt-data(7:2) > "12" then
                       move ws-period-invalid to ws-reject-reason
                       move ws-is-true to ws-has-reject
                       exit paragraph
                   end-if
                   if mt-data(10:11) is not numeric or
                     mt-data(21:11) is not numeric then
                       move ws-amount-not-num to ws-reject-reason
                       move ws-is-true to ws-has-reject
                   end-if
           end-evaluate.
      *
       4500-apply-maint-trans.
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-mstr-table-count)
               if ws-mstr-tag(ws-array-pointer) = "PR" then
                   move ws-mstr-rec(ws-array-pointer) (1:45) to
                     product-master-rec
                   write product-master-rec
               end-if
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-mstr-table-count)
               if ws-mstr-tag(ws-array-pointer) = "CK" then
                   move ws-mstr-rec(ws-array-pointer) (1:33) to
                     clerk-master-rec
                   write clerk-master-rec
               end-if
               end-if
           end-perform.
           close file-40-giftcard-master.
      *
           open output file-139-sales-plan.
           perform varying ws-array-pointer from ws-1 by ws-1
             until (ws-array-pointer > ws-mstr-table-count)
               if ws-mstr-tag(ws-array-pointer) = "SP" then
                   move ws-mstr-rec(ws-array-pointer) (1:31) to
                     sales-plan-rec
                   write sales-plan-rec
               end-if
           end-perform.
           close file-139-sales-plan.
      *
      * Applied and rejected transactions are both consumed; the
      * rejects live on the error listing for re-keying, so running
