       identification division.
       program-id. A2_Purchase.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *purchase order generation run - turns the reorder
      *suggestions A2_StockStatus leaves behind into purchase
      *orders, but only for the items the buyers have approved. the
      *approval file is keyed by the buyers off the printed stock
      *status report: the item, the quantity they will actually
      *order (blank takes the suggested quantity) and the supplier
      *lead time in days (blank takes the default off the sysin
      *card). each approved line is given the next purchase order
      *number and a due date of run date plus lead time, and is
      *written to the open purchase order file that A2_Receive
      *matches the dock receipts against. an approval for an item
      *that was not suggested, or that already has an order open,
      *is rejected on the listing rather than ordered twice
      *
       environment division.
       configuration section.
       input-output section.
      *
       file-control.
      *
      *suggestion-file declaration - the reorder suggestions the
      *stock status run wrote, one per item
      *
           select suggestion-file
               assign to "../../../data/A2-StockStatus.sug"
               organization is line sequential
               file status is ws-sg-status.
      *
      *approval-file declaration - the buyers' approvals, one line
      *per item to be ordered
      *
           select approval-file
               assign to "../../../data/A2-Purchase.trn"
               organization is line sequential
               file status is ws-ap-status.
      *
      *purchase-order-file declaration - the purchase order file,
      *keyed on purchase order number. walked once to find the
      *highest number issued and the items already on order, then
      *written to randomly
      *
           select purchase-order-file
               assign to "../../../data/A2-PurchOrd.dat"
               organization is indexed
               access mode is dynamic
               record key is po-number
               file status is ws-po-status.
      *
      *listing-file declaration - the purchase order listing: every
      *approval with the order it raised or why it was refused
      *
           select listing-file
               assign to "../../../data/A2-Purchase.rpt"
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd suggestion-file
           data record is suggestion-line
           record contains 20 characters.
      *
       01 suggestion-line.
           05 sg-item-number           pic 9(4).
           05 sg-product-class         pic x.
           05 sg-suggested-qty         pic 9(7).
           05 sg-run-date              pic 9(8).
      *
       fd approval-file
           data record is approval-line
           record contains 14 characters.
      *
       01 approval-line.
           05 ap-item-number           pic 9(4).
           05 ap-approved-qty          pic 9(7).
           05 ap-lead-days             pic 9(3).
      *
       fd purchase-order-file
           data record is purchase-order-rec
           record contains 50 characters.
      *
       01 purchase-order-rec.
           05 po-number                pic 9(6).
           05 po-item-number           pic 9(4).
           05 po-product-class         pic x.
           05 po-order-qty             pic 9(7).
           05 po-received-qty          pic 9(7).
           05 po-order-date            pic 9(8).
           05 po-due-date              pic 9(8).
           05 po-status                pic x.
               88 po-open              value "O".
               88 po-part-received     value "P".
               88 po-closed            value "C".
           05 po-last-receipt-date     pic 9(8).
      *
       fd listing-file
           data record is listing-print-line
           record contains 132 characters.
      *
       01 listing-print-line           pic x(132) value spaces.
      *
       working-storage section.
      *
       01 ws-flags.
           05 ws-eof-flag              pic x value "n".
           05 ws-eof-yes               pic x value "y".
           05 ws-sg-status             pic xx value spaces.
           05 ws-sg-eof-flag           pic x value "n".
           05 ws-ap-status             pic xx value spaces.
           05 ws-ap-open-flag          pic x value "n".
           05 ws-po-status             pic xx value spaces.
           05 ws-po-eof-flag           pic x value "n".
      *
      *run date and the sysin card - the card carries the default
      *supplier lead time in days for approvals keyed without one;
      *blank or non-numeric keeps the shop default
      *
       01 ws-run-stamp.
           05 ws-run-date              pic 9(8) value zero.
      *
       01 ws-parm-card.
           05 ws-parm-lead-days        pic x(3).
      *
       01 ws-order-controls.
           05 ws-default-lead-days     pic 9(3) value 14.
           05 ws-lead-days             pic 9(3) value zero.
           05 ws-order-qty             pic 9(7) value zero.
           05 ws-last-po-number        pic 9(6) value zero.
           05 ws-run-date-int          pic 9(7) value zero.
           05 ws-due-date-int          pic 9(7) value zero.
           05 ws-item-sub              pic 9(5) value zero.
      *
      *suggestion table - one slot per possible item number holding
      *the suggested quantity and class; a zero quantity means the
      *stock status run did not suggest the item
      *
       01 ws-suggestion-table.
           05 ws-sugg-entry occurs 10000 times.
               10 ws-sugg-qty          pic 9(7).
               10 ws-sugg-class        pic x.
      *
      *on-order table - flagged for every item with an order open
      *or part received, including the orders raised by this run
      *
       01 ws-on-order-table value spaces.
           05 ws-on-order-flag occurs 10000 times
                                       pic x.
      *
      *run counters for the listing summary
      *
       01 ws-counters.
           05 ws-cnt-approvals         pic 9(6) value zero.
           05 ws-cnt-ordered           pic 9(6) value zero.
           05 ws-cnt-rejected          pic 9(6) value zero.
           05 ws-cnt-suggestions       pic 9(6) value zero.
           05 ws-tot-ordered-qty       pic 9(9) value zero.
      *
       01 ws-listing-heading.
           05 filler                   pic x(40) value
                  "*** PURCHASE ORDER GENERATION ***".
           05 filler                   pic x(10) value "Run Date:".
           05 ws-lh-run-date           pic 9(8).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(20) value
                  "Default Lead Days:".
           05 ws-lh-lead-days          pic zz9.
      *
       01 ws-listing-col-heads.
           05 filler                   pic x(4) value "Item".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(5) value "Class".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(9) value "PO Number".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(9) value "Suggested".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(9) value "Ordered".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "Due Date".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(30) value "Disposition".
      *
       01 ws-listing-line.
           05 ws-lst-item              pic x(4).
           05 filler                   pic x(5) value "  |  ".
           05 ws-lst-class             pic x.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(5) value "  |  ".
           05 ws-lst-po-number         pic x(6).
           05 filler                   pic x(3) value spaces.
           05 filler                   pic x(5) value "  |  ".
           05 ws-lst-suggested         pic z(6)9.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(5) value "  |  ".
           05 ws-lst-ordered           pic z(6)9.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(5) value "  |  ".
           05 ws-lst-due-date          pic x(8).
           05 filler                   pic x(5) value "  |  ".
           05 ws-lst-result            pic x(30).
      *
       01 ws-listing-summary.
           05 filler                   pic x(11) value "Approvals:".
           05 ws-lst-sum-approvals     pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(16) value
                  "Orders Written:".
           05 ws-lst-sum-ordered       pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(10) value "Rejected:".
           05 ws-lst-sum-rejected      pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(14) value "Qty Ordered:".
           05 ws-lst-sum-qty           pic 9(9).
      *
       procedure division.
      *
       000-main.
      *
           perform 020-get-run-stamp.
           perform 030-get-parameters.
           perform 040-load-suggestions.
           perform 060-open-purchase-orders.
      *
           open input approval-file.
           open output listing-file.
      *
           move ws-run-date          to ws-lh-run-date.
           move ws-default-lead-days to ws-lh-lead-days.
           write listing-print-line from ws-listing-heading
               before advancing 2 lines.
           write listing-print-line from ws-listing-col-heads
               before advancing 2 lines.
      *
           if ws-ap-status = "00"
               move "y" to ws-ap-open-flag
               read approval-file
                   at end
                       move ws-eof-yes to ws-eof-flag
               end-read
           else
               display "A2_Purchase - approval file not "
                   "available, status " ws-ap-status
               move ws-eof-yes to ws-eof-flag
           end-if.
      *
           perform 100-process-approval
               until ws-eof-flag = ws-eof-yes.
      *
           perform 900-write-listing-summary.
      *
           if ws-ap-open-flag = "y"
               close approval-file
           end-if.
           close purchase-order-file.
           close listing-file.
      *
           goback.
      *
       020-get-run-stamp.
      *
      *the run date is the order date, and the base the due dates
      *are counted forward from
      *
           accept ws-run-date from date yyyymmdd.
      *
           compute ws-run-date-int =
               function integer-of-date (ws-run-date).
      *
       030-get-parameters.
      *
      *the sysin card carries the default lead time in days - blank
      *or non-numeric keeps the shop default
      *
           move spaces to ws-parm-card.
           accept ws-parm-card from sysin.
      *
           if ws-parm-lead-days is numeric
               move ws-parm-lead-days to ws-default-lead-days
           end-if.
      *
       040-load-suggestions.
      *
      *an approval is only good against a standing suggestion, so
      *without the suggestion file there is nothing this run may
      *order
      *
           initialize ws-suggestion-table.
      *
           open input suggestion-file.
      *
           if ws-sg-status not = "00"
               display "A2_Purchase - suggestion file not "
                   "available, status " ws-sg-status
               move 16 to return-code
               goback
           end-if.
      *
           read suggestion-file
               at end
                   move ws-eof-yes to ws-sg-eof-flag.
      *
           perform 045-load-suggestion
               until ws-sg-eof-flag = ws-eof-yes.
      *
           close suggestion-file.
      *
       045-load-suggestion.
      *
           if sg-item-number is numeric
              and sg-suggested-qty is numeric
               compute ws-item-sub = sg-item-number + 1
               move sg-suggested-qty to ws-sugg-qty (ws-item-sub)
               move sg-product-class to ws-sugg-class (ws-item-sub)
               add 1 to ws-cnt-suggestions
           end-if.
      *
           read suggestion-file
               at end
                   move ws-eof-yes to ws-sg-eof-flag.
      *
       060-open-purchase-orders.
      *
      *orders raised here are meant to accumulate, so the file is
      *opened for update - created empty the first time, the way
      *the maintenance run creates the item master - and walked
      *front to back for the highest order number issued and the
      *items still on order
      *
           open i-o purchase-order-file.
      *
           if ws-po-status = "35"
               open output purchase-order-file
               close purchase-order-file
               open i-o purchase-order-file
           end-if.
      *
           if ws-po-status not = "00"
               display "A2_Purchase - purchase order file not "
                   "available, status " ws-po-status
               move 16 to return-code
               goback
           end-if.
      *
           move "n" to ws-po-eof-flag.
      *
           read purchase-order-file next record
               at end
                   move ws-eof-yes to ws-po-eof-flag.
      *
           perform 065-scan-one-order
               until ws-po-eof-flag = ws-eof-yes.
      *
       065-scan-one-order.
      *
      *the file is keyed on order number, so the last record read
      *carries the highest number issued
      *
           move po-number to ws-last-po-number.
      *
           if po-open or po-part-received
               compute ws-item-sub = po-item-number + 1
               move "y" to ws-on-order-flag (ws-item-sub)
           end-if.
      *
           read purchase-order-file next record
               at end
                   move ws-eof-yes to ws-po-eof-flag.
      *
       100-process-approval.
      *
      *edit the approval against the suggestion and the open orders
      *and raise the order if it passes
      *
           add 1 to ws-cnt-approvals.
      *
           move spaces to ws-lst-class.
           move spaces to ws-lst-po-number.
           move spaces to ws-lst-due-date.
           move spaces to ws-lst-result.
           move ap-item-number to ws-lst-item.
           move zero to ws-lst-suggested.
           move zero to ws-lst-ordered.
      *
           if ap-item-number is not numeric
               move "ITEM NUMBER NOT NUMERIC" to ws-lst-result
               perform 800-reject-approval
           else
               compute ws-item-sub = ap-item-number + 1
               move ws-sugg-class (ws-item-sub) to ws-lst-class
               move ws-sugg-qty (ws-item-sub)   to ws-lst-suggested
               if ws-sugg-qty (ws-item-sub) = zero
                   move "ITEM NOT SUGGESTED" to ws-lst-result
                   perform 800-reject-approval
               else if ws-on-order-flag (ws-item-sub) = "y"
                   move "PURCHASE ORDER ALREADY OPEN"
                       to ws-lst-result
                   perform 800-reject-approval
               else if ap-approved-qty is not numeric
                    and ap-approved-qty not = spaces
                   move "APPROVED QTY NOT NUMERIC" to ws-lst-result
                   perform 800-reject-approval
               else
                   perform 200-write-purchase-order
               end-if
           end-if.
      *
           write listing-print-line from ws-listing-line
               before advancing 1 line.
      *
           read approval-file
               at end
                   move ws-eof-yes to ws-eof-flag.
      *
       200-write-purchase-order.
      *
      *a blank or zero approved quantity takes the suggestion as it
      *stands; a blank lead time takes the card default
      *
           if ap-approved-qty is numeric
              and ap-approved-qty > zero
               move ap-approved-qty to ws-order-qty
           else
               move ws-sugg-qty (ws-item-sub) to ws-order-qty
           end-if.
      *
           if ap-lead-days is numeric
               move ap-lead-days to ws-lead-days
           else
               move ws-default-lead-days to ws-lead-days
           end-if.
      *
           compute ws-due-date-int = ws-run-date-int + ws-lead-days.
      *
           add 1 to ws-last-po-number.
      *
           move ws-last-po-number           to po-number.
           move ap-item-number              to po-item-number.
           move ws-sugg-class (ws-item-sub) to po-product-class.
           move ws-order-qty                to po-order-qty.
           move zero                        to po-received-qty.
           move ws-run-date                 to po-order-date.
           compute po-due-date =
               function date-of-integer (ws-due-date-int).
           move "O"                         to po-status.
           move zero                        to po-last-receipt-date.
      *
           write purchase-order-rec
               invalid key
                   move "ORDER WRITE FAILED" to ws-lst-result
                   perform 800-reject-approval
               not invalid key
                   move po-number    to ws-lst-po-number
                   move po-order-qty to ws-lst-ordered
                   move po-due-date  to ws-lst-due-date
                   move "ORDERED"    to ws-lst-result
                   move "y" to ws-on-order-flag (ws-item-sub)
                   add 1 to ws-cnt-ordered
                   add po-order-qty to ws-tot-ordered-qty
           end-write.
      *
       800-reject-approval.
      *
           add 1 to ws-cnt-rejected.
      *
           if ws-lst-result = spaces
               move "APPROVAL IGNORED" to ws-lst-result
           end-if.
      *
       900-write-listing-summary.
      *
           move ws-cnt-approvals   to ws-lst-sum-approvals.
           move ws-cnt-ordered     to ws-lst-sum-ordered.
           move ws-cnt-rejected    to ws-lst-sum-rejected.
           move ws-tot-ordered-qty to ws-lst-sum-qty.
      *
           move spaces to listing-print-line.
           write listing-print-line
               before advancing 1 line.
           write listing-print-line from ws-listing-summary
               before advancing 1 line.
      *
           display "A2_Purchase - " ws-cnt-suggestions
               " suggestions, " ws-cnt-ordered " orders written, "
               ws-cnt-rejected " approvals rejected".
      *
           if ws-cnt-rejected > zero
               move 4 to return-code
           end-if.
      *
       end program A2_Purchase.
