         05 ls-final-date       pic 9(8).
         05 ls-missed           pic 9(3).
         05 ls-notices          pic 9(2).
         05 ls-cust-num         pic x(8).
      *
       fd file-98-layaway-terms
           data record is layaway-terms-rec.
         05 lm-balance         pic 9(7)v99.
         05 lm-last-date       pic 9(8).
         05 lm-days-open       pic 9(4).
         05 lm-cust-num        pic x(8).
      *
       fd file-99-lay-notices
           data record is notice-print-line.
           10 ws-ls-final-date   pic 9(8).
           10 ws-ls-missed       pic 9(3).
           10 ws-ls-notices      pic 9(2).
           10 ws-ls-cust-num     pic x(8).
           10 ws-ls-disp         pic x.
       77 ws-ls-table-count      pic 9(4) value 0.
       77 ws-ls-mstr-eof         pic x value 'n'.
                           ws-ls-table-count)
                       move ls-notices to ws-ls-notices(
                           ws-ls-table-count)
                       move ls-cust-num to ws-ls-cust-num(
                           ws-ls-table-count)
                       move 'k' to ws-ls-disp(ws-ls-table-count)
               end-read
           end-perform.
                   move ws-ls-missed(ws-array-pointer) to ls-missed
                   move ws-ls-notices(ws-array-pointer) to
                     ls-notices
                   move ws-ls-cust-num(ws-array-pointer) to
                     ls-cust-num
                   write lay-schedule-rec
               end-if
           end-perform.
