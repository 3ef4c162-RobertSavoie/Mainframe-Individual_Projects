       identification division.
       program-id. A2_Receive.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *receiving run - matches the receipts keyed at the dock
      *against the open purchase orders A2_Purchase raised. a
      *receipt that names an open order for the same item, for no
      *more than is still outstanding on it, is accepted: the order
      *is marked part received or closed, and a goods-receipt
      *posting is left in the main run's posting layout so the
      *on-hand goes up through A2_ItemList's deferred 865/868
      *machinery on the next nightly run, exactly the way the
      *inventory count adjustments do. anything else is rejected
      *on the receiving register for the dock to chase. the run
      *then walks every order still open and lists it with its
      *outstanding quantity, flagging the orders past their due
      *date so the buyers can chase the suppliers
      *
       environment division.
       configuration section.
       input-output section.
      *
       file-control.
      *
      *receipt-file declaration - one line per receipt keyed at the
      *dock: order number, item number, quantity received, date,
      *and the warehouse the stock was put away in
      *
           select receipt-file
               assign to "../../../data/A2-Receive.trn"
               organization is line sequential
               file status is ws-rc-status.
      *
      *purchase-order-file declaration - the purchase order file
      *A2_Purchase writes, read by key for the receipts and then
      *walked in key order for the open order report
      *
           select purchase-order-file
               assign to "../../../data/A2-PurchOrd.dat"
               organization is indexed
               access mode is dynamic
               record key is po-number
               file status is ws-po-status.
      *
      *adjustment-file declaration - the goods receipts in the main
      *run's posting layout, appended alongside whatever the
      *inventory count run has left there, until the nightly run
      *applies and consumes them
      *
           select optional adjustment-file
               assign to "../../../data/A2-ItemList.adj"
               organization is line sequential.
      *
      *warehouse-list-file declaration - the warehouse control list
      *the main run's consolidated mode reads; a receipt put away
      *in a warehouse not on it (or the home warehouse) is refused.
      *a missing list means the home warehouse is the only one
      *
           select optional warehouse-list-file
               assign to "../../../data/A2-Warehouse.ctl"
               organization is line sequential
               file status is ws-whl-status.
      *
      *report-file declaration - the receiving register followed by
      *the open purchase order report
      *
           select report-file
               assign to "../../../data/A2-Receive.rpt"
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd receipt-file
           data record is receipt-line
           record contains 28 characters.
      *
       01 receipt-line.
           05 rc-po-number             pic 9(6).
           05 rc-item-number           pic 9(4).
           05 rc-received-qty          pic 9(7).
           05 rc-receipt-date          pic 9(8).
           05 rc-warehouse-code        pic x(3).
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
      *same layout as the main run's posting-line - byte for byte,
      *so the receipt drops straight into its apply path
      *
       fd adjustment-file
           data record is adjustment-line
           record contains 25 characters.
      *
       01 adjustment-line.
           05 aj-item-number           pic 9(4).
           05 aj-product-class         pic x.
           05 aj-qty                   pic 9(7).
           05 aj-net-price             pic 9(7)v99.
           05 aj-trans-type            pic x.
           05 aj-warehouse-code        pic x(3).
      *
       fd warehouse-list-file
           data record is warehouse-list-line
           record contains 63 characters.
      *
       01 warehouse-list-line.
           05 wl-warehouse-code        pic x(3).
           05 wl-input-dsn             pic x(60).
      *
       fd report-file
           data record is report-print-line
           record contains 132 characters.
      *
       01 report-print-line            pic x(132) value spaces.
      *
       working-storage section.
      *
       01 ws-flags.
           05 ws-eof-flag              pic x value "n".
           05 ws-eof-yes               pic x value "y".
           05 ws-rc-status             pic xx value spaces.
           05 ws-rc-open-flag          pic x value "n".
           05 ws-po-status             pic xx value spaces.
           05 ws-po-eof-flag           pic x value "n".
           05 ws-order-found-flag      pic x value "n".
               88 ws-order-found       value "y".
               88 ws-order-not-found   value "n".
           05 ws-whl-status            pic xx value spaces.
           05 ws-whl-eof-flag          pic x value "n".
      *
      *warehouse controls - the warehouses a receipt may be put
      *away in. a receipt with no warehouse of its own goes to the
      *home warehouse, as in the main run
      *
       01 ws-warehouse-controls.
           05 ws-home-wh-code          pic x(3) value "001".
           05 ws-receipt-wh-code       pic x(3) value spaces.
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
      *receipt and aging arithmetic - outstanding is what is still
      *owed on an order; days late counts from the due date
      *
       01 ws-calc-fields.
           05 ws-calc-outstanding      pic 9(7) value zero.
           05 ws-run-date-int          pic 9(7) value zero.
           05 ws-due-date-int          pic 9(7) value zero.
           05 ws-days-late             pic s9(5) value zero.
      *
      *run counters for the register and open order summaries
      *
       01 ws-counters.
           05 ws-cnt-receipts          pic 9(6) value zero.
           05 ws-cnt-accepted          pic 9(6) value zero.
           05 ws-cnt-rejected          pic 9(6) value zero.
           05 ws-cnt-closed            pic 9(6) value zero.
           05 ws-tot-received-qty      pic 9(9) value zero.
           05 ws-cnt-open-orders       pic 9(6) value zero.
           05 ws-cnt-overdue           pic 9(6) value zero.
           05 ws-tot-outstanding-qty   pic 9(9) value zero.
      *
       01 ws-report-heading.
           05 filler                   pic x(40) value
                  "*** RECEIVING REGISTER ***".
           05 filler                   pic x(10) value "Run Date:".
           05 ws-rph-run-date          pic 9(8).
      *
       01 ws-receipt-col-heads.
           05 filler                   pic x(9) value "PO Number".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(4) value "Item".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "Received".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "Ordered".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "To Date".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "Rcpt Dt".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(30) value "Disposition".
      *
       01 ws-receipt-line.
           05 ws-rcl-po-number         pic x(6).
           05 filler                   pic x(3) value spaces.
           05 filler                   pic x(5) value "  |  ".
           05 ws-rcl-item              pic x(4).
           05 filler                   pic x(5) value "  |  ".
           05 ws-rcl-received          pic z(6)9.
           05 filler                   pic x value space.
           05 filler                   pic x(5) value "  |  ".
           05 ws-rcl-ordered           pic z(6)9.
           05 filler                   pic x value space.
           05 filler                   pic x(5) value "  |  ".
           05 ws-rcl-to-date           pic z(6)9.
           05 filler                   pic x value space.
           05 filler                   pic x(5) value "  |  ".
           05 ws-rcl-date              pic x(8).
           05 filler                   pic x(5) value "  |  ".
           05 ws-rcl-result            pic x(30).
      *
       01 ws-receipt-summary.
           05 filler                   pic x(10) value "Receipts:".
           05 ws-rcs-receipts          pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(10) value "Accepted:".
           05 ws-rcs-accepted          pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(10) value "Rejected:".
           05 ws-rcs-rejected          pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(15) value
                  "Orders Closed:".
           05 ws-rcs-closed            pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(14) value "Qty Received:".
           05 ws-rcs-qty               pic 9(9).
      *
       01 ws-open-heading.
           05 filler                   pic x(40) value
                  "*** OPEN PURCHASE ORDERS ***".
      *
       01 ws-open-col-heads.
           05 filler                   pic x(9) value "PO Number".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(4) value "Item".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(5) value "Class".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "Ordered".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "Received".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "Open Qty".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "Ord Date".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "Due Date".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(9) value "Days Late".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(7) value "Flag".
      *
       01 ws-open-line.
           05 ws-opl-po-number         pic 9(6).
           05 filler                   pic x(3) value spaces.
           05 filler                   pic x(5) value "  |  ".
           05 ws-opl-item              pic 9(4).
           05 filler                   pic x(5) value "  |  ".
           05 ws-opl-class             pic x.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(5) value "  |  ".
           05 ws-opl-ordered           pic z(6)9.
           05 filler                   pic x value space.
           05 filler                   pic x(5) value "  |  ".
           05 ws-opl-received          pic z(6)9.
           05 filler                   pic x value space.
           05 filler                   pic x(5) value "  |  ".
           05 ws-opl-outstanding       pic z(6)9.
           05 filler                   pic x value space.
           05 filler                   pic x(5) value "  |  ".
           05 ws-opl-order-date        pic 9(8).
           05 filler                   pic x(5) value "  |  ".
           05 ws-opl-due-date          pic 9(8).
           05 filler                   pic x(5) value "  |  ".
           05 ws-opl-days-late         pic z(4)9.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(5) value "  |  ".
           05 ws-opl-flag              pic x(7).
      *
       01 ws-open-summary.
           05 filler                   pic x(13) value "Open Orders:".
           05 ws-ops-open              pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(9) value "Overdue:".
           05 ws-ops-overdue           pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(17) value
                  "Qty Outstanding:".
           05 ws-ops-qty               pic 9(9).
      *
       procedure division.
      *
       000-main.
      *
           accept ws-run-date from date yyyymmdd.
      *
           compute ws-run-date-int =
               function integer-of-date (ws-run-date).
      *
           perform 060-open-purchase-orders.
           perform 070-load-warehouse-list.
      *
           open extend adjustment-file.
           open input receipt-file.
           open output report-file.
      *
           move ws-run-date to ws-rph-run-date.
           write report-print-line from ws-report-heading
               before advancing 2 lines.
           write report-print-line from ws-receipt-col-heads
               before advancing 2 lines.
      *
           if ws-rc-status = "00"
               move "y" to ws-rc-open-flag
               read receipt-file
                   at end
                       move ws-eof-yes to ws-eof-flag
               end-read
           else
               display "A2_Receive - receipt file not available, "
                   "status " ws-rc-status
               move ws-eof-yes to ws-eof-flag
           end-if.
      *
           perform 100-process-receipt
               until ws-eof-flag = ws-eof-yes.
      *
           perform 300-write-receipt-summary.
           perform 400-write-open-orders.
           perform 900-set-return-code.
      *
           if ws-rc-open-flag = "y"
               close receipt-file
           end-if.
           close adjustment-file.
           close purchase-order-file.
           close report-file.
      *
           goback.
      *
       060-open-purchase-orders.
      *
      *a receipt can only be matched against an order, so without
      *the purchase order file there is nothing this run can do
      *
           open i-o purchase-order-file.
      *
           if ws-po-status not = "00"
               display "A2_Receive - purchase order file not "
                   "available, status " ws-po-status
               move 16 to return-code
               goback
           end-if.
      *
       070-load-warehouse-list.
      *
      *the home warehouse is always valid; the consolidated run's
      *control list adds the rest
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
           move wl-warehouse-code to ws-receipt-wh-code.
           perform 080-find-warehouse.
      *
           if ws-wh-not-found
               if ws-wh-count < ws-wh-max
                   add 1 to ws-wh-count
                   move wl-warehouse-code to ws-wh-code (ws-wh-count)
               else
                   display "A2_Receive - warehouse list exceeds "
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
           if ws-wh-code (ws-wh-sub) = ws-receipt-wh-code
               set ws-wh-found to true
           end-if.
      *
       100-process-receipt.
      *
      *fetch the order the receipt names and make sure the dock
      *received what was ordered, on an order still open, for no
      *more than is still owed on it, into a warehouse the main
      *run knows - a mis-keyed warehouse would open a balance
      *nobody stocks
      *
           add 1 to ws-cnt-receipts.
      *
           move rc-po-number   to ws-rcl-po-number.
           move rc-item-number to ws-rcl-item.
           move zero           to ws-rcl-received.
           move zero           to ws-rcl-ordered.
           move zero           to ws-rcl-to-date.
           move spaces         to ws-rcl-result.
      *
           if rc-receipt-date is not numeric
              or rc-receipt-date = zero
               move ws-run-date to rc-receipt-date
           end-if.
           move rc-receipt-date to ws-rcl-date.
      *
           if rc-received-qty is numeric
               move rc-received-qty to ws-rcl-received
           end-if.
      *
           if rc-warehouse-code = spaces
               move ws-home-wh-code to ws-receipt-wh-code
           else
               move rc-warehouse-code to ws-receipt-wh-code
           end-if.
           perform 080-find-warehouse.
      *
           set ws-order-not-found to true.
           if rc-po-number is numeric
               move rc-po-number to po-number
               read purchase-order-file
                   invalid key
                       set ws-order-not-found to true
                   not invalid key
                       set ws-order-found to true
               end-read
           end-if.
      *
           if ws-order-found
               move po-order-qty    to ws-rcl-ordered
               move po-received-qty to ws-rcl-to-date
               compute ws-calc-outstanding =
                   po-order-qty - po-received-qty
           end-if.
      *
           if ws-order-not-found
               move "NO SUCH PURCHASE ORDER" to ws-rcl-result
               perform 800-reject-receipt
           else if rc-item-number not = po-item-number
               move "ITEM NOT ON PURCHASE ORDER" to ws-rcl-result
               perform 800-reject-receipt
           else if po-closed
               move "PURCHASE ORDER ALREADY CLOSED"
                   to ws-rcl-result
               perform 800-reject-receipt
           else if rc-received-qty is not numeric
                 or rc-received-qty = zero
               move "RECEIVED QTY INVALID" to ws-rcl-result
               perform 800-reject-receipt
           else if rc-received-qty > ws-calc-outstanding
               move "EXCEEDS OPEN QTY ON ORDER" to ws-rcl-result
               perform 800-reject-receipt
           else if ws-wh-not-found
               move "UNKNOWN WAREHOUSE" to ws-rcl-result
               perform 800-reject-receipt
           else
               perform 200-accept-receipt
           end-if.
      *
           write report-print-line from ws-receipt-line
               before advancing 1 line.
      *
           read receipt-file
               at end
                   move ws-eof-yes to ws-eof-flag.
      *
       200-accept-receipt.
      *
      *book the receipt against the order - closed once everything
      *ordered is in, part received until then - and leave the
      *goods-receipt posting for the nightly run
      *
           add rc-received-qty to po-received-qty.
           move rc-receipt-date to po-last-receipt-date.
      *
           if po-received-qty >= po-order-qty
               move "C" to po-status
               move "ACCEPTED - ORDER CLOSED" to ws-rcl-result
           else
               move "P" to po-status
               move "ACCEPTED - PART RECEIVED" to ws-rcl-result
           end-if.
      *
      *an order the file would not take back has not been booked -
      *posting the stock anyway would leave the quantity open to be
      *received a second time
      *
           rewrite purchase-order-rec
               invalid key
                   move "PO UPDATE FAILED" to ws-rcl-result
                   perform 800-reject-receipt
               not invalid key
                   perform 210-post-receipt
           end-rewrite.
      *
       210-post-receipt.
      *
           if po-closed
               add 1 to ws-cnt-closed
           end-if.
      *
           move po-received-qty to ws-rcl-to-date.
      *
           move po-item-number   to aj-item-number.
           move po-product-class to aj-product-class.
           move rc-received-qty  to aj-qty.
           move zero             to aj-net-price.
           move "G"              to aj-trans-type.
           move ws-receipt-wh-code to aj-warehouse-code.
      *
           write adjustment-line.
      *
           add 1 to ws-cnt-accepted.
           add rc-received-qty to ws-tot-received-qty.
      *
       300-write-receipt-summary.
      *
           move ws-cnt-receipts     to ws-rcs-receipts.
           move ws-cnt-accepted     to ws-rcs-accepted.
           move ws-cnt-rejected     to ws-rcs-rejected.
           move ws-cnt-closed       to ws-rcs-closed.
           move ws-tot-received-qty to ws-rcs-qty.
      *
           move spaces to report-print-line.
           write report-print-line
               before advancing 1 line.
           write report-print-line from ws-receipt-summary
               before advancing 2 lines.
      *
       400-write-open-orders.
      *
      *walk the whole order file in order number sequence - after
      *tonight's receipts - and list every order still owed,
      *flagging the ones past due
      *
           write report-print-line from ws-open-heading
               before advancing 2 lines.
           write report-print-line from ws-open-col-heads
               before advancing 2 lines.
      *
           move "n" to ws-po-eof-flag.
           move zero to po-number.
      *
           start purchase-order-file key is >= po-number
               invalid key
                   move ws-eof-yes to ws-po-eof-flag
           end-start.
      *
           if ws-po-eof-flag not = ws-eof-yes
               read purchase-order-file next record
                   at end
                       move ws-eof-yes to ws-po-eof-flag
               end-read
           end-if.
      *
           perform 410-list-one-order
               until ws-po-eof-flag = ws-eof-yes.
      *
           move ws-cnt-open-orders     to ws-ops-open.
           move ws-cnt-overdue         to ws-ops-overdue.
           move ws-tot-outstanding-qty to ws-ops-qty.
      *
           move spaces to report-print-line.
           write report-print-line
               before advancing 1 line.
           write report-print-line from ws-open-summary
               before advancing 1 line.
      *
       410-list-one-order.
      *
           if po-open or po-part-received
               perform 420-write-open-order
           end-if.
      *
           read purchase-order-file next record
               at end
                   move ws-eof-yes to ws-po-eof-flag.
      *
       420-write-open-order.
      *
      *integer-of-date hands back zero for an unusable due date -
      *such an order is listed but never counted late
      *
           add 1 to ws-cnt-open-orders.
      *
           compute ws-calc-outstanding =
               po-order-qty - po-received-qty.
           add ws-calc-outstanding to ws-tot-outstanding-qty.
      *
           compute ws-due-date-int =
               function integer-of-date (po-due-date).
      *
           if ws-due-date-int = zero
               move zero to ws-days-late
           else
               compute ws-days-late =
                   ws-run-date-int - ws-due-date-int
           end-if.
      *
           if ws-days-late > zero
               add 1 to ws-cnt-overdue
               move "OVERDUE" to ws-opl-flag
           else
               move zero to ws-days-late
               move spaces to ws-opl-flag
           end-if.
      *
           move po-number           to ws-opl-po-number.
           move po-item-number      to ws-opl-item.
           move po-product-class    to ws-opl-class.
           move po-order-qty        to ws-opl-ordered.
           move po-received-qty     to ws-opl-received.
           move ws-calc-outstanding to ws-opl-outstanding.
           move po-order-date       to ws-opl-order-date.
           move po-due-date         to ws-opl-due-date.
           move ws-days-late        to ws-opl-days-late.
      *
           write report-print-line from ws-open-line
               before advancing 1 line.
      *
       800-reject-receipt.
      *
           add 1 to ws-cnt-rejected.
      *
           if ws-rcl-result = spaces
               move "RECEIPT IGNORED" to ws-rcl-result
           end-if.
      *
       900-set-return-code.
      *
      *a rejected receipt or an overdue order needs someone's
      *attention in the morning - the condition code tells the
      *scheduler so
      *
           display "A2_Receive - " ws-cnt-accepted
               " receipts accepted, " ws-cnt-rejected " rejected, "
               ws-cnt-overdue " orders overdue".
      *
           if ws-cnt-rejected > zero or ws-cnt-overdue > zero
               move 4 to return-code
           end-if.
      *
       end program A2_Receive.
