       identification division.
       program-id. CardTokenConversion.
       author. Raje Singh.
       date-written. 2026-10-15.
      * Program Description:
      * Run once, when card tokenization is brought in, to take the
      * payment card numbers already on file out of circulation.
      * The job stream's conversion script gathers every card number
      * still held in the interface files, the card cross-reference
      * and the archived days onto the harvest file; each one is
      * given its token on the card vault here, the same token the
      * Edit program would give it. The sale history is converted in
      * place, card by card. The script then swaps the numbers for
      * their tokens in the flat files from the vault. Running it
      * again converts nothing twice: a token is never all digits,
      * and a card already on the vault keeps the token it has.
      *
       environment division.
       input-output section.
       file-control.
      *
           select optional file-172-card-harvest
               assign
                   to
                   '../../../../datafiles/data/file-172-card-harv.dat'
               organization is line sequential.
      *
           select optional file-170-card-vault
               assign
                   to
                   '../../../../datafiles/vault/file-170-vault.dat'
               organization is line sequential.
      *
           select optional file-32-sale-history
               assign
                   to
                   '../../../../datafiles/data/file-32-sale-hist.dat'
               organization is indexed
               access is dynamic
               record key is shr-invoice-num.
      *
           select file-173-conversion-report
               assign
                   to
                   '../../../../datafiles/data/file-173-token-conv.out'
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
       fd file-172-card-harvest
           data record is card-harvest-rec.
      *
       01 card-harvest-rec.
         05 ch-card-num         pic x(12).
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
       fd file-32-sale-history
           data record is sale-history-rec.
      *
       01 sale-history-rec.
         05 shr-invoice-num    pic x(9).
         05 shr-trans-amt      pic 9(5)V99.
         05 shr-sale-date      pic 9(8).
         05 shr-returned       pic x.
         05 shr-card-num       pic x(12).
         05 shr-cashier-id     pic x(4).
         05 shr-cust-num       pic x(8).
         05 shr-sale-store     pic xx.
      *
       fd file-173-conversion-report
           data record is report-print-line.
      *
       01 report-print-line    pic x(120).
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
                               "CARD NUMBER TOKEN CONVERSION".
      *
       01 ws-run-stamp-line.
         05 filler             pic x(10) value "RUN DATE: ".
         05 ws-rsl-run-date    pic 9(8).
         05 filler             pic x(13) value "   BATCH ID: ".
         05 ws-rsl-batch-id    pic z(5)9.
      *
       01 ws-count-line.
         05 ws-cl-label        pic x(34).
         05 ws-cl-count        pic z(5)9.
      *
       01 ws-vault-full-line.
         05 filler             pic x(34) value
                               "*** CARD VAULT FULL - CARDS MASKED".
         05 filler             pic x(40) value
                               " WITH TOKEN NUMBER ZERO, NOT VAULTED".
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
       77 ws-vt-found-ptr         pic 9(5) value 0.
       77 ws-vt-next-seq          pic 9(7) value 1.
      *
       01 ws-token-build.
         05 ws-tb-prefix          pic x value 'T'.
         05 ws-tb-seq             pic 9(7).
         05 ws-tb-last-four       pic x(4).
      *
       77 ws-card-num             pic x(12) value spaces.
       77 ws-vt-mstr-eof          pic x value 'n'.
       77 ws-harvest-eof          pic x value 'n'.
       77 ws-shr-eof              pic x value 'n'.
       77 ws-is-true              pic x value 'y'.
       77 ws-1                    pic 9 value 1.
       77 ws-run-date             pic 9(8) value 0.
       77 ws-batch-id             pic 9(6) value 0.
      *
       77 ws-harvest-count        pic 9(6) value 0.
       77 ws-already-count        pic 9(6) value 0.
       77 ws-vaulted-count        pic 9(6) value 0.
       77 ws-not-vaulted-count    pic 9(6) value 0.
       77 ws-shr-read-count       pic 9(6) value 0.
       77 ws-shr-conv-count       pic 9(6) value 0.
      *
       procedure division.
       0000-Main.
      *
           accept ws-run-date from date yyyymmdd.
           perform 1200-get-batch-id.
           perform 1000-open-files.
           perform 1100-load-card-vault.
           perform 2000-print-report-headings.
           perform 3000-tokenize-harvest.
           perform 4000-convert-sale-history.
           perform 5000-print-summary.
           perform 6000-save-card-vault.
           perform 7000-close-files.
           goback.
      *
       1000-open-files.
      *
           open input file-172-card-harvest.
           open output file-173-conversion-report.
      *
      * The card vault, with the next free token number taken from
      * the highest one already issued.
       1100-load-card-vault.
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
       1200-get-batch-id.
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
           write report-print-line from spaces.
      *
      * The harvest file holds the numbers themselves, so it is
      * emptied as soon as they are on the vault.
       3000-tokenize-harvest.
      *
           perform until ws-harvest-eof = ws-is-true
               read file-172-card-harvest
                   at end
                       move ws-is-true to ws-harvest-eof
                   not at end
                       if ch-card-num is numeric then
                           add ws-1 to ws-harvest-count
                           move ch-card-num to ws-card-num
                           perform 8000-tokenize-card
                       end-if
               end-read
           end-perform.
      *
           close file-172-card-harvest.
           open output file-172-card-harvest.
           close file-172-card-harvest.
      *
       4000-convert-sale-history.
      *
           open i-o file-32-sale-history.
      *
           perform until ws-shr-eof = ws-is-true
               read file-32-sale-history next record
                   at end
                       move ws-is-true to ws-shr-eof
                   not at end
                       add ws-1 to ws-shr-read-count
                       if shr-card-num is numeric then
                           move shr-card-num to ws-card-num
                           perform 8000-tokenize-card
                           move ws-card-num to shr-card-num
                           rewrite sale-history-rec
                               invalid key
                                   continue
                           end-rewrite
                           add ws-1 to ws-shr-conv-count
                       end-if
               end-read
           end-perform.
      *
           close file-32-sale-history.
      *
       5000-print-summary.
      *
           move "CARD NUMBERS HARVESTED:" to ws-cl-label.
           move ws-harvest-count to ws-cl-count.
           write report-print-line from ws-count-line.
           move "ALREADY ON THE VAULT:" to ws-cl-label.
           move ws-already-count to ws-cl-count.
           write report-print-line from ws-count-line.
           move "NEW CARDS VAULTED:" to ws-cl-label.
           move ws-vaulted-count to ws-cl-count.
           write report-print-line from ws-count-line.
           move "MASKED - VAULT FULL:" to ws-cl-label.
           move ws-not-vaulted-count to ws-cl-count.
           write report-print-line from ws-count-line.
           write report-print-line from spaces.
           move "SALE HISTORY RECORDS READ:" to ws-cl-label.
           move ws-shr-read-count to ws-cl-count.
           write report-print-line from ws-count-line.
           move "SALE HISTORY CARDS TOKENIZED:" to ws-cl-label.
           move ws-shr-conv-count to ws-cl-count.
           write report-print-line from ws-count-line.
      *
           if ws-not-vaulted-count > 0 then
               write report-print-line from spaces
               write report-print-line from ws-vault-full-line
           end-if.
      *
       6000-save-card-vault.
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
           close file-173-conversion-report.
      *
      * The same card always takes the same token; a card new to
      * the vault is given the next token number, or token number
      * zero - masked but never stored - when the vault table is
      * full.
       8000-tokenize-card.
      *
           move 0 to ws-vt-found-ptr.
           set ws-vt-srch-index to ws-1.
           search ws-vt-entry varying ws-vt-srch-index
               at end
                   continue
               when ws-vt-srch-index <= ws-vt-table-count and
                 ws-vt-card-num(ws-vt-srch-index) = ws-card-num
                   set ws-vt-found-ptr to ws-vt-srch-index
           end-search.
      *
           if ws-vt-found-ptr > 0 then
               if ws-vt-new(ws-vt-found-ptr) = 'n' then
                   add ws-1 to ws-already-count
               end-if
               move ws-vt-token(ws-vt-found-ptr) to ws-card-num
           else
               move ws-card-num(9:4) to ws-tb-last-four
               if ws-vt-table-count < 20000 then
                   move ws-vt-next-seq to ws-tb-seq
                   add ws-1 to ws-vt-next-seq
                   add ws-1 to ws-vt-table-count
                   set ws-vt-index to ws-vt-table-count
                   move ws-token-build to ws-vt-token(ws-vt-index)
                   move ws-card-num to ws-vt-card-num(ws-vt-index)
                   move ws-run-date to ws-vt-vault-date(ws-vt-index)
                   move 'y' to ws-vt-new(ws-vt-index)
                   add ws-1 to ws-vaulted-count
               else
                   move 0 to ws-tb-seq
                   add ws-1 to ws-not-vaulted-count
               end-if
               move ws-token-build to ws-card-num
           end-if.
      *
       end program CardTokenConversion.
