      *quantities keyed after a warehouse count, matches each
      *against the item master by item number, and prints the
      *variance report the auditors ask for: book on-hand against
      *counted, with the dollar value of every variance. the book
      *figure is the counted warehouse's own balance, never the
      *company-wide on-hand, so a count in one warehouse cannot
      *wipe out the stock sitting in another. each
      *variance also writes an on-hand adjustment in the main
      *run's posting layout, so the corrections flow through the
      *proven apply path in A2_ItemList's 865/868 machinery on the
       file-control.
      *
      *count-file declaration - one record per counted item: item
      *number, counted quantity, count date and the warehouse
      *counted (blank for the home warehouse)
      *
           select count-file
               assign to "../../../data/A2-InvCount.cnt"
               record key is im-item-number
               file status is ws-im-status.
      *
      *warehouse-balance-file declaration - on-hand by item and
      *warehouse, the book side of each count
      *
           select warehouse-balance-file
               assign to "../../../data/A2-WhBalance.dat"
               organization is indexed
               access mode is random
               record key is wb-key
               file status is ws-wb-status.
      *
      *warehouse-list-file declaration - the warehouse control list
      *the main run's consolidated mode reads; a count keyed against
      *a warehouse not on it (or the home warehouse) is refused. a
      *missing list means the home warehouse is the only one
      *
           select optional warehouse-list-file
               assign to "../../../data/A2-Warehouse.ctl"
               organization is line sequential
               file status is ws-whl-status.
      *
      *adjustment-file declaration - the book-to-count adjustments
      *in the main run's posting layout, appended so back-to-back
      *count runs accumulate until the nightly run applies and
      *
       fd count-file
           data record is count-line
           record contains 22 characters.
      *
       01 count-line.
           05 cn-item-number           pic 9(4).
           05 cn-counted-qty           pic 9(7).
           05 cn-count-date            pic 9(8).
           05 cn-warehouse-code        pic x(3).
      *
       fd item-master-file
           data record is item-master-rec
           record contains 94 characters.
      *
       01 item-master-rec.
           05 im-item-number           pic 9(4).
           05 im-ytd-net-sales         pic s9(11)v99.
           05 im-reorder-point         pic 9(7).
           05 im-reorder-qty           pic 9(7).
           05 im-std-unit-cost         pic 9(5)v99.
           05 im-abc-code              pic x.
      *
       fd warehouse-balance-file
           data record is warehouse-balance-rec
           record contains 22 characters.
      *
       01 warehouse-balance-rec.
           05 wb-key.
               10 wb-item-number       pic 9(4).
               10 wb-warehouse-code    pic x(3).
           05 wb-on-hand-qty           pic s9(7).
           05 wb-last-post-date        pic 9(8).
      *
       fd warehouse-list-file
           data record is warehouse-list-line
           record contains 63 characters.
      *
       01 warehouse-list-line.
           05 wl-warehouse-code        pic x(3).
           05 wl-input-dsn             pic x(60).
      *
      *same layout as the main run's posting-line - byte for byte,
      *so the adjustment drops straight into its apply path
      *
       fd adjustment-file
           data record is adjustment-line
           record contains 25 characters.
      *
       01 adjustment-line.
           05 aj-item-number           pic 9(4).
           05 aj-qty                   pic 9(7).
           05 aj-net-price             pic 9(7)v99.
           05 aj-trans-type            pic x.
           05 aj-warehouse-code        pic x(3).
      *
       fd report-file
           data record is report-print-line
           05 ws-master-found-flag     pic x value "n".
               88 ws-master-found      value "y".
               88 ws-master-not-found  value "n".
           05 ws-wb-status             pic xx value spaces.
           05 ws-whl-status            pic xx value spaces.
           05 ws-whl-eof-flag          pic x value "n".
      *
      *warehouse controls - the warehouse being counted, its book
      *balance for the item, and the warehouses a count may name.
      *the home warehouse is where a count with no warehouse of its
      *own is taken, as in the main run
      *
       01 ws-warehouse-controls.
           05 ws-home-wh-code          pic x(3) value "001".
           05 ws-count-wh-code         pic x(3) value spaces.
           05 ws-book-qty              pic s9(7) value zero.
           05 ws-wh-count              pic 99 value zero.
           05 ws-wh-max                pic 99 value 9.
           05 ws-wh-sub                pic 99 value zero.
           05 ws-wh-found-flag         pic x value "n".
               88 ws-wh-found          value "y".
               88 ws-wh-not-found      value "n".
      *
       01 ws-warehouse-table.
           05 ws-wh-code occurs 9 times pic x(3).
      *
       01 ws-run-stamp.
           05 ws-run-date              pic 9(8) value zero.
      *
      *variance arithmetic - the unit value prices each variance
      *at the item's standard unit cost, which is what the
      *shrinkage is carried at on the books; an item not yet
      *costed falls back to its own average net selling price off
      *the ytd buckets (the mtd buckets when the year is young)
      *
       01 ws-calc-fields.
           05 ws-calc-variance         pic s9(8) value zero.
           05 ws-calc-var-value        pic 9(9)v99 value zero.
      *
      *duplicate count controls - one slot per possible item
      *number, holding the warehouses a count line has already
      *been reconciled in for the item. a repeat in the same
      *warehouse computes its variance against the same book
      *balance and would double-adjust it when the main run
      *applies both postings, so it is listed as an exception
      *instead - same discipline as the main run's
      *130-check-duplicate on the billing side
      *
       01 ws-dup-controls.
           05 ws-dup-sub               pic 9(5) value zero.
           05 ws-dup-wh-sub            pic 99 value zero.
           05 ws-dup-free-sub          pic 99 value zero.
           05 ws-dup-flag              pic x value "n".
               88 ws-dup-count         value "y".
               88 ws-first-count       value "n".
      *
       01 ws-counted-table value spaces.
           05 ws-counted-item occurs 10000 times.
               10 ws-counted-wh occurs 9 times
                                       pic x(3).
      *
       01 ws-counters.
           05 ws-cnt-counted           pic 9(6) value zero.
           05 ws-cnt-matched           pic 9(6) value zero.
           05 ws-cnt-no-master         pic 9(6) value zero.
           05 ws-cnt-unknown-wh        pic 9(6) value zero.
           05 ws-cnt-variances         pic 9(6) value zero.
           05 ws-tot-short-value       pic 9(11)v99 value zero.
           05 ws-tot-over-value        pic 9(11)v99 value zero.
       01 ws-report-col-heads.
           05 filler                   pic x(4) value "Item".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(3) value "Whs".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(20) value "Description".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(9) value "Book Qty".
       01 ws-detail-line.
           05 ws-dtl-item              pic 9(4).
           05 filler                   pic x(5) value "  |  ".
           05 ws-dtl-wh-code           pic x(3).
           05 filler                   pic x(5) value "  |  ".
           05 ws-dtl-desc              pic x(20).
           05 filler                   pic x(5) value "  |  ".
           05 ws-dtl-book              pic -(7)9.
           05 filler                   pic x(12) value "Exceptions:".
           05 ws-rpt-sum-no-master     pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(14) value "Unknown Whse:".
           05 ws-rpt-sum-unknown-wh    pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(11) value "Variances:".
           05 ws-rpt-sum-variances     pic 9(6).
      *
               before advancing 2 lines.
      *
           perform 060-open-item-master.
           perform 070-load-warehouse-list.
      *
           open extend adjustment-file.
           open input count-file.
           end-if.
           close adjustment-file.
           close item-master-file.
           close warehouse-balance-file.
           close report-file.
      *
           goback.
               move 16 to return-code
               goback
           end-if.
      *
      *the book side of every count is a warehouse balance - no
      *balances, nothing to reconcile against
      *
           open input warehouse-balance-file.
      *
           if ws-wb-status not = "00"
               display "A2_InvCount - warehouse balances not "
                   "available, status " ws-wb-status
               move 16 to return-code
               goback
           end-if.
      *
       070-load-warehouse-list.
      *
      *the home warehouse is always countable; the consolidated
      *run's control list adds the rest
      *
           move 1 to ws-wh-count.
           move ws-home-wh-code to ws-wh-code (1).
      *
           open input warehouse-list-file.
      *
           if ws-whl-status = "00"
               read warehouse-list-file
                   at end
                       move ws-eof-yes to ws-whl-eof-flag
               end-read
               perform 075-load-warehouse-record
                   until ws-whl-eof-flag = ws-eof-yes
               close warehouse-list-file
           end-if.
      *
       075-load-warehouse-record.
      *
           move wl-warehouse-code to ws-count-wh-code.
           perform 080-find-warehouse.
      *
           if ws-wh-not-found
               if ws-wh-count < ws-wh-max
                   add 1 to ws-wh-count
                   move wl-warehouse-code to ws-wh-code (ws-wh-count)
               else
                   display "A2_InvCount - warehouse list exceeds "
                       ws-wh-max " warehouses, extras ignored"
                   move ws-eof-yes to ws-whl-eof-flag
               end-if
           end-if.
      *
           if ws-whl-eof-flag not = ws-eof-yes
               read warehouse-list-file
                   at end
                       move ws-eof-yes to ws-whl-eof-flag
               end-read
           end-if.
      *
       080-find-warehouse.
      *
           set ws-wh-not-found to true.
      *
           perform 085-check-warehouse
               varying ws-wh-sub from 1 by 1
               until ws-wh-sub > ws-wh-count
                  or ws-wh-found.
      *
       085-check-warehouse.
      *
           if ws-wh-code (ws-wh-sub) = ws-count-wh-code
               set ws-wh-found to true
           end-if.
      *
       100-process-count-record.
      *
           else
               move zero to ws-dtl-count-date
           end-if.
      *
           if cn-warehouse-code = spaces
               move ws-home-wh-code to ws-count-wh-code
           else
               move cn-warehouse-code to ws-count-wh-code
           end-if.
           move ws-count-wh-code to ws-dtl-wh-code.
      *
           if cn-item-number is numeric
               move cn-item-number to im-item-number
           end-if.
      *
           if ws-master-found
               perform 080-find-warehouse
               if ws-wh-not-found
                   perform 320-write-unknown-warehouse-line
               else
                   perform 150-read-warehouse-balance
                   perform 160-check-duplicate-count
                   if ws-dup-count
                       perform 310-write-duplicate-count-line
                   else
                       perform 200-reconcile-one-item
                   end-if
               end-if
           else
               perform 300-write-no-master-line
           read count-file
               at end
                   move ws-eof-yes to ws-eof-flag.
      *
       150-read-warehouse-balance.
      *
      *an item never stocked in the counted warehouse has no
      *balance there yet - its book figure is zero
      *
           move cn-item-number   to wb-item-number.
           move ws-count-wh-code to wb-warehouse-code.
      *
           read warehouse-balance-file
               invalid key
                   move zero to ws-book-qty
               not invalid key
                   move wb-on-hand-qty to ws-book-qty
           end-read.
      *
       160-check-duplicate-count.
      *
      *look for the counted warehouse among those the item has
      *already been reconciled in, noting the first free slot
      *
           compute ws-dup-sub = cn-item-number + 1.
           set ws-first-count to true.
           move zero to ws-dup-free-sub.
      *
           perform 165-check-counted-wh
               varying ws-dup-wh-sub from 1 by 1
               until ws-dup-wh-sub > ws-wh-max
                  or ws-dup-count.
      *
       165-check-counted-wh.
      *
           if ws-counted-wh (ws-dup-sub, ws-dup-wh-sub)
                  = ws-count-wh-code
               set ws-dup-count to true
           else
               if ws-counted-wh (ws-dup-sub, ws-dup-wh-sub) = spaces
                  and ws-dup-free-sub = zero
                   move ws-dup-wh-sub to ws-dup-free-sub
               end-if
           end-if.
      *
       200-reconcile-one-item.
      *
           if cn-counted-qty is not numeric
               move cn-item-number to ws-dtl-item
               move im-desc        to ws-dtl-desc
               move ws-book-qty    to ws-dtl-book
               move zero           to ws-dtl-counted
               move zero           to ws-dtl-variance
               move zero           to ws-dtl-var-value
      *
       205-reconcile-matched-item.
      *
      *this line reconciles the item in this warehouse - claim a
      *slot so a later count line for the same item and warehouse
      *is reported, not re-adjusted
      *
           if ws-dup-free-sub > zero
               move ws-count-wh-code
                   to ws-counted-wh (ws-dup-sub, ws-dup-free-sub)
           end-if.
      *
           add 1 to ws-cnt-matched.
      *
           compute ws-calc-variance =
               cn-counted-qty - ws-book-qty.
      *
           if ws-calc-variance < zero
               compute ws-calc-abs-variance =
      *
           move cn-item-number     to ws-dtl-item.
           move im-desc            to ws-dtl-desc.
           move ws-book-qty        to ws-dtl-book.
           move cn-counted-qty     to ws-dtl-counted.
           move ws-calc-variance   to ws-dtl-variance.
      *
      *
       210-value-the-variance.
      *
      *price the variance at the item's standard unit cost. an
      *item with no cost set yet is priced at its own average net
      *selling price - ytd when there are ytd sales, mtd when the
      *year is young - and at zero when it has never sold either
      *
           evaluate true
               when im-std-unit-cost is numeric
                and im-std-unit-cost > zero
                   move im-std-unit-cost to ws-calc-unit-value
               when im-ytd-qty-sold > zero
                   compute ws-calc-unit-value rounded =
                       im-ytd-net-sales / im-ytd-qty-sold
           move im-product-class    to aj-product-class.
           move ws-calc-abs-variance to aj-qty.
           move ws-calc-var-value   to aj-net-price.
           move ws-count-wh-code    to aj-warehouse-code.
      *
           if ws-calc-variance > zero
               move "I" to aj-trans-type
      *
           move cn-item-number     to ws-dtl-item.
           move im-desc            to ws-dtl-desc.
           move ws-book-qty        to ws-dtl-book.
           if cn-counted-qty is numeric
               move cn-counted-qty to ws-dtl-counted
           else
      *
           write report-print-line from ws-detail-line
               before advancing 1 line.
      *
       320-write-unknown-warehouse-line.
      *
      *a count keyed against a warehouse the run does not know -
      *most likely a mis-keyed code, and adjusting a balance
      *nobody stocks would plant phantom stock, so the line is
      *listed for a rekey
      *
           add 1 to ws-cnt-unknown-wh.
      *
           move cn-item-number     to ws-dtl-item.
           move im-desc            to ws-dtl-desc.
           move zero               to ws-dtl-book.
           if cn-counted-qty is numeric
               move cn-counted-qty to ws-dtl-counted
           else
               move zero to ws-dtl-counted
           end-if.
           move zero               to ws-dtl-variance.
           move zero               to ws-dtl-var-value.
           move "UNKNOWN WHSE"     to ws-dtl-condition.
      *
           write report-print-line from ws-detail-line
               before advancing 1 line.
      *
       900-write-report-summary.
      *
           move ws-cnt-counted     to ws-rpt-sum-counted.
           move ws-cnt-matched     to ws-rpt-sum-matched.
           move ws-cnt-no-master   to ws-rpt-sum-no-master.
           move ws-cnt-unknown-wh  to ws-rpt-sum-unknown-wh.
           move ws-cnt-variances   to ws-rpt-sum-variances.
      *
           move spaces to report-print-line.
           write report-print-line from ws-value-summary
               before advancing 1 line.
      *
      *counted items with no master record, an unreadable count,
      *an unknown warehouse or a duplicate count line need
      *A2_ItemMaint or a rekey
      *before the books are trustworthy - flag the run
      *
           if ws-cnt-no-master > zero
              or ws-cnt-unknown-wh > zero
               move 4 to return-code
           end-if.
      *
