         05 rr-batch-id        pic 9(6).
         05 rr-review-reason   pic X(20).
         05 rr-review-date     pic 9(8).
         05 rr-ret-reason      pic xx.
         05 rr-serial-num      pic x(20).
      *
       fd file-52-review-decisions
           data record is review-decision-rec.
         05 ar-cust-num        pic X(8).
         05 ar-trans-date      pic 9(8).
         05 ar-batch-id        pic 9(6).
         05 ar-ret-reason      pic xx.
         05 ar-serial-num      pic x(20).
      *
       fd file-02-error-output
           data record is error-out-data.
         05 eo-batch-id        pic 9(6).
         05 eo-disc-reason     pic xx.
         05 eo-no-receipt      pic x.
         05 eo-ret-reason      pic xx.
         05 eo-fx-amt          pic 9(5)V99.
         05 eo-coupon-code     pic x(10).
         05 eo-coupon-amt      pic 9(3)V99.
         05 eo-serial-num      pic x(20).
      *
       fd file-61-audit-trail
           data record is audit-trail-rec.
      * Pending reviews are held here while the queue is rewritten.
       01 ws-pending-table.
         05 ws-pnd-entry         occurs 2000 times.
           10 ws-pnd-review-rec  pic x(127).
       77 ws-pnd-table-count     pic 9(4) value 0.
      *
       77 ws-review-eof          pic x value 'n'.
           move rr-cust-num    to ar-cust-num.
           move rr-trans-date  to ar-trans-date.
           move ws-batch-id    to ar-batch-id.
           move rr-ret-reason  to ar-ret-reason.
           move rr-serial-num  to ar-serial-num.
           write approved-return-rec.
      *
           move ws-dec-reviewer(ws-dec-found-ptr) to ws-ddl-reviewer.
           move ws-batch-id    to eo-batch-id.
           move spaces         to eo-disc-reason.
           move spaces         to eo-no-receipt.
           move rr-ret-reason  to eo-ret-reason.
           move 0              to eo-fx-amt.
           move spaces         to eo-coupon-code.
           move 0              to eo-coupon-amt.
           move rr-serial-num  to eo-serial-num.
           write error-out-data.
      *
           move ws-dec-reviewer(ws-dec-found-ptr) to ws-ddl-reviewer.
