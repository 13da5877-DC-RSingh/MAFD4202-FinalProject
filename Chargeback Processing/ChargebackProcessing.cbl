      * shows open disputes by days open - so the winnable ones are
      * fought inside the processor's deadline - plus won/lost
      * outcomes and the chargeback rate by store (against the MTD
      * sales on file-24) and counts by pay type. The processor
      * names the disputed card by its number; this is the one
      * program that reads the card vault, to turn that number into
      * the token the sale history carries and check the dispute
      * was made on the card the sale was paid with. The register
      * and the report carry only the token and the last four
      * digits.
      *
       environment division.
       input-output section.
               organization is indexed
               access is dynamic
               record key is shr-invoice-num.
      *
           select optional file-170-card-vault
               assign
                   to
                   '../../../../datafiles/vault/file-170-vault.dat'
               organization is line sequential.
      *
           select file-61-audit-trail
               assign
         05 cb-invoice-num      pic x(9).
         05 cb-amount           pic 9(5)v99.
         05 cb-orig-date        pic 9(8).
         05 cb-card-num         pic x(12).
      *
       fd file-91-chargeback-reg
           data record is chargeback-reg-rec.
         05 cg-open-date        pic 9(8).
         05 cg-status           pic x.
         05 cg-matched          pic x.
         05 cg-card-token       pic x(12).
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
       fd file-170-card-vault
           data record is card-vault-rec.
      *
       01 card-vault-rec.
         05 vt-token            pic x(12).
         05 vt-card-num         pic x(12).
         05 vt-vault-date       pic 9(8).
      *
       fd file-61-audit-trail
           data record is audit-trail-rec.
         05 filler             pic x(10) value "OPENED".
         05 filler             pic x(10) value "DAYS".
         05 filler             pic x(9)  value "MATCHED".
         05 filler             pic x(12) value "CARD".
      *
       01 ws-open-detail-line.
         05 ws-odl-reference   pic x(12).
         05 ws-odl-days        pic z(3)9.
         05 filler             pic x(7) value spaces.
         05 ws-odl-matched     pic x.
         05 filler             pic x(2) value spaces.
         05 ws-odl-card        pic x(12).
      *
       01 ws-rate-heading-line.
         05 filler             pic x(36) value
           10 ws-cg-open-date    pic 9(8).
           10 ws-cg-status       pic x.
           10 ws-cg-matched      pic x.
           10 ws-cg-card-token   pic x(12).
       77 ws-cg-table-count      pic 9(4) value 0.
       77 ws-cg-table-max        pic 9(4) value 1000.
       77 ws-cg-mstr-eof         pic x value 'n'.
      *
       77 ws-feed-eof            pic x value 'n'.
       77 ws-audit-eof           pic x value 'n'.
       77 ws-vault-eof           pic x value 'n'.
      *
       01 ws-card-token.
         05 ws-ct-prefix         pic x(8).
         05 ws-ct-last-four      pic x(4).
       77 ws-is-true             pic x value 'y'.
       77 ws-1                   pic 9 value 1.
       77 ws-100                 pic 999 value 100.
               move cb-orig-date to ws-cg-orig-date(ws-cg-index)
               move ws-run-date to ws-cg-open-date(ws-cg-index)
               move 'O' to ws-cg-status(ws-cg-index)
               perform 3250-find-card-token
               move ws-card-token to ws-cg-card-token(ws-cg-index)
      *
      * A sale paid on a different card than the one disputed is
      * matched to its invoice but flagged - the dispute is not
      * fought on that invoice's evidence.
               move cb-invoice-num to shr-invoice-num
               read file-32-sale-history
                   invalid key
                       move 'n' to ws-cg-matched(ws-cg-index)
                   not invalid key
                       if cb-card-num not = spaces and
                         shr-card-num not = ws-card-token then
                           move 'c' to ws-cg-matched(ws-cg-index)
                       else
                           move 'y' to ws-cg-matched(ws-cg-index)
                       end-if
               end-read
           end-if.
      *
           move "CR" to gj-dr-cr.
           write gl-journal-rec.
      *
      * The disputed card's token, off the vault. A card the vault
      * has never seen was never tokenized at a till, so it is
      * carried masked to its last four digits under token number
      * zero and cannot match any sale.
       3250-find-card-token.
      *
           move spaces to ws-card-token.
           if cb-card-num = spaces then
               exit paragraph
           end-if.
      *
           move "T0000000" to ws-ct-prefix.
           move cb-card-num(9:4) to ws-ct-last-four.
           move 'n' to ws-vault-eof.
           open input file-170-card-vault.
           perform until ws-vault-eof = ws-is-true
               read file-170-card-vault
                   at end
                       move ws-is-true to ws-vault-eof
                   not at end
                       if vt-card-num = cb-card-num then
                           move vt-token to ws-card-token
                           move ws-is-true to ws-vault-eof
                       end-if
               end-read
           end-perform.
           close file-170-card-vault.
      *
      * A won dispute puts the money back (DR CASH / CR CHGBACK); a
      * lost one only closes the register entry - the clawback
      * booked when the dispute opened stands.
           end-if.
           move ws-days-open to ws-odl-days.
      *
           evaluate ws-cg-matched(ws-array-pointer)
               when 'n'
                   move 'N' to ws-odl-matched
               when 'c'
                   move 'C' to ws-odl-matched
               when other
                   move 'Y' to ws-odl-matched
           end-evaluate.
      *
           move ws-cg-card-token(ws-array-pointer) to ws-card-token.
           if ws-card-token = spaces then
               move spaces to ws-odl-card
           else
               move "********" to ws-odl-card
               move ws-ct-last-four to ws-odl-card(9:4)
           end-if.
      *
           write report-print-line from ws-open-detail-line.
