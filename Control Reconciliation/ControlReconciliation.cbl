       date-written. 2026-08-08.
      * Program Description:
      * Reads the control total records written by Edit, Data Split
      * and Count, S and L Processing, Returns Processing, Void
      * Processing and the Exchange Summary for today's run and
      * reports whether the record counts and dollar amounts handed
      * from one program to the next actually tie out.
      *
       environment division.
       input-output section.
           10 ws-tag-found     pic x.
             88 ws-tag-is-found value 'Y'.
      *
       77 ws-tag-table-count    pic 99 value 15.
      *
       77 ws-ctl-eof            pic x value 'n'.
       77 ws-is-true            pic x value 'y'.
           perform 1200-load-control-totals.
           perform 2000-print-report-headings.
           perform 3000-print-pair varying ws-ptr from ws-1 by ws-1
             until ws-ptr > 7.
           perform 3500-print-backout-line.
           perform 7000-close-files.
           goback.
           move "DS-CANCEL" to ws-tag-literal(9).
           move "SANDL-CXL" to ws-tag-literal(10).
           move "BACKOUT"   to ws-tag-literal(11).
           move "DS-PADJ"   to ws-tag-literal(12).
           move "SANDL-PADJ" to ws-tag-literal(13).
           move "DS-EXCH"   to ws-tag-literal(14).
           move "EXCHANGE"  to ws-tag-literal(15).
      *
       1200-load-control-totals.
      *
               when 5
                   set ws-tag-index to 9
                   set ws-tag-srch-index to 10
               when 6
                   set ws-tag-index to 12
                   set ws-tag-srch-index to 13
               when 7
                   set ws-tag-index to 14
                   set ws-tag-srch-index to 15
           end-evaluate.
      *
           if ws-tag-is-found(ws-tag-index) and
