      *driven negative on-hand, grouped by product class with class
      *totals. scheduled after the main run's 865-apply-item-
      *postings so the buyers see the same on-hand the stock
      *exception list was cut from. an item with a purchase order
      *still open is listed but not suggested again, and the
      *suggestions that do stand are left on a dataset for the
      *A2_Purchase run to turn into purchase orders once the buyers
      *approve them.
      *
      *the item master's on-hand must always be the sum of the
      *item's warehouse balances - the master walk is matched
      *against the balance file in step and every item where the
      *two disagree, or a balance with no master record, is listed
      *in a closing section. a "W" parameter card adds the reorder
      *needs warehouse by warehouse, each warehouse balance judged
      *against the item's reorder point
      *
       environment division.
       configuration section.
               organization is line sequential
               file status is ws-rm-status.
      *
      *purchase-order-file declaration - the open purchase orders
      *written by A2_Purchase and closed off by A2_Receive; walked
      *once at startup so an item already on order is not suggested
      *a second time. a missing file just means nothing is on order
      *
           select optional purchase-order-file
               assign to "../../../data/A2-PurchOrd.dat"
               organization is indexed
               access mode is sequential
               record key is po-number
               file status is ws-po-status.
      *
      *warehouse-balance-file declaration - on-hand by item and
      *warehouse, walked in key order alongside the master. a
      *missing file just means there is nothing to reconcile
      *
           select optional warehouse-balance-file
               assign to "../../../data/A2-WhBalance.dat"
               organization is indexed
               access mode is sequential
               record key is wb-key
               file status is ws-wb-status.
      *
      *suggestion-file declaration - one record per item this run
      *suggests reordering, rebuilt every run; the buyers approve
      *from the printed report and A2_Purchase reads the
      *suggested quantities back from here
      *
           select suggestion-file
               assign to "../../../data/A2-StockStatus.sug"
               organization is line sequential.
      *
      *work and sort files - the master is keyed by item number but
      *the buyers want the report by product class, so the flagged
      *items are collected, sorted and re-read, the same way the
               assign to "../../../data/A2-StockStatus.srt2"
               organization is line sequential.
      *
      *warehouse work and sort files - the per-warehouse reorder
      *lines come off the master walk in item order and are sorted
      *to warehouse order for printing
      *
           select wh-work-file
               assign to "../../../data/A2-StockStatus.wwk"
               organization is line sequential.
      *
           select sort-wh-file
               assign to "../../../data/A2-StockStatus.wsr".
      *
           select sorted-wh-file
               assign to "../../../data/A2-StockStatus.wsr2"
               organization is line sequential.
      *
      *mismatch-file declaration - the items whose master on-hand
      *and warehouse balances disagree, in item order, held until
      *the closing section is printed
      *
           select mismatch-file
               assign to "../../../data/A2-StockStatus.mis"
               organization is line sequential.
      *
      *report-file declaration - the printed stock status listing
      *
           select report-file
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
       fd rate-master-file
           data record is rate-master-line
           05 rm-trans-percent         pic 9v99.
           05 rm-trans-cost            pic 9(3)v99.
           05 rm-effective-date        pic 9(8).
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
      *status-work-file / sort-status-file / sorted-status-file all
      *share the same field layout so a raw record written to the
      *
       fd status-work-file
           data record is sw-record
           record contains 72 characters.
      *
       01 sw-record.
           05 sw-product-class         pic x.
           05 sw-reorder-point         pic 9(7).
           05 sw-suggested-qty         pic 9(7).
           05 sw-condition             pic x(16).
           05 sw-abc-code              pic x.
      *
       sd sort-status-file
           data record is st-record.
           05 st-reorder-point         pic 9(7).
           05 st-suggested-qty         pic 9(7).
           05 st-condition             pic x(16).
           05 st-abc-code              pic x.
      *
       fd sorted-status-file
           data record is so-record
           record contains 72 characters.
      *
       01 so-record.
           05 so-product-class         pic x.
           05 so-reorder-point         pic 9(7).
           05 so-suggested-qty         pic 9(7).
           05 so-condition             pic x(16).
           05 so-abc-code              pic x.
      *
      *wh-work-file / sort-wh-file / sorted-wh-file share one
      *layout, warehouse first, for the same reason
      *
       fd wh-work-file
           data record is ww-record
           record contains 64 characters.
      *
       01 ww-record.
           05 ww-warehouse-code        pic x(3).
           05 ww-item-number           pic 9(4).
           05 ww-desc                  pic x(20).
           05 ww-on-hand               pic s9(7).
           05 ww-reorder-point         pic 9(7).
           05 ww-suggested-qty         pic 9(7).
           05 ww-condition             pic x(16).
      *
       sd sort-wh-file
           data record is wt-record.
      *
       01 wt-record.
           05 wt-warehouse-code        pic x(3).
           05 wt-item-number           pic 9(4).
           05 wt-desc                  pic x(20).
           05 wt-on-hand               pic s9(7).
           05 wt-reorder-point         pic 9(7).
           05 wt-suggested-qty         pic 9(7).
           05 wt-condition             pic x(16).
      *
       fd sorted-wh-file
           data record is wo-record
           record contains 64 characters.
      *
       01 wo-record.
           05 wo-warehouse-code        pic x(3).
           05 wo-item-number           pic 9(4).
           05 wo-desc                  pic x(20).
           05 wo-on-hand               pic s9(7).
           05 wo-reorder-point         pic 9(7).
           05 wo-suggested-qty         pic 9(7).
           05 wo-condition             pic x(16).
      *
       fd mismatch-file
           data record is mm-record
           record contains 66 characters.
      *
       01 mm-record.
           05 mm-item-number           pic 9(4).
           05 mm-desc                  pic x(20).
           05 mm-master-qty            pic s9(7).
           05 mm-wh-total              pic s9(7).
           05 mm-difference            pic s9(8).
           05 mm-condition             pic x(20).
      *
       fd report-file
           data record is report-print-line
           05 ws-eof-yes               pic x value "y".
           05 ws-im-status             pic xx value spaces.
           05 ws-so-eof-flag           pic x value "n".
           05 ws-po-status             pic xx value spaces.
           05 ws-po-eof-flag           pic x value "n".
           05 ws-wb-status             pic xx value spaces.
           05 ws-wb-eof-flag           pic x value "n".
           05 ws-wo-eof-flag           pic x value "n".
           05 ws-mm-eof-flag           pic x value "n".
           05 ws-wb-flag               pic x value "n".
               88 ws-wb-available      value "y".
               88 ws-wb-unavailable    value "n".
      *
      *report card - column 1 "W" adds the reorder needs by
      *warehouse; anything else prints the company report alone
      *
       01 ws-parm-card.
           05 ws-parm-wh-option        pic x.
               88 ws-parm-by-warehouse value "W".
           05 filler                   pic x(79).
      *
       01 ws-wh-option-flag            pic x value "n".
           88 ws-wh-section-on         value "y".
           88 ws-wh-section-off        value "n".
      *
      *warehouse balance matching - the item the balances are being
      *totalled for, whether it has a master record, the total and
      *how many balance records made it up
      *
       01 ws-wh-match-controls.
           05 ws-match-item            pic 9(4) value zero.
           05 ws-match-master-flag     pic x value "n".
               88 ws-match-has-master  value "y".
               88 ws-match-no-master   value "n".
           05 ws-match-total           pic s9(8) value zero.
           05 ws-match-count           pic 9(4) value zero.
           05 ws-current-wh-code       pic x(3) value spaces.
           05 ws-wh-item-count         pic 9(6) value zero.
           05 ws-wh-suggested-qty      pic 9(9) value zero.
      *
      *on-order controls - one slot per possible item number,
      *flagged when a purchase order for the item is still open or
      *only part received
      *
       01 ws-on-order-controls.
           05 ws-oo-sub                pic 9(5) value zero.
      *
       01 ws-on-order-table value spaces.
           05 ws-on-order-flag occurs 10000 times
                                       pic x.
      *
       01 ws-run-stamp.
           05 ws-run-date              pic 9(8) value zero.
           05 ws-cnt-reorder           pic 9(6) value zero.
           05 ws-cnt-slow-movers       pic 9(6) value zero.
           05 ws-cnt-negative          pic 9(6) value zero.
           05 ws-cnt-on-order          pic 9(6) value zero.
           05 ws-cnt-suggested         pic 9(6) value zero.
           05 ws-cnt-wh-listed         pic 9(6) value zero.
           05 ws-cnt-mismatches        pic 9(6) value zero.
      *
       01 ws-report-heading.
           05 filler                   pic x(42) value
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(20) value "Description".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(3) value "ABC".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "On Hand".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(9) value "YTD Sold".
           05 filler                   pic x(5) value "  |  ".
           05 ws-dtl-desc              pic x(20).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(1) value spaces.
           05 ws-dtl-abc               pic x.
           05 filler                   pic x(1) value spaces.
           05 filler                   pic x(5) value "  |  ".
           05 ws-dtl-on-hand           pic -(7)9.
           05 filler                   pic x(5) value "  |  ".
           05 ws-dtl-ytd-sold          pic -(8)9.
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(15) value "Suggested Qty:".
           05 ws-clt-suggested-qty     pic 9(9).
      *
      *per-warehouse reorder section
      *
       01 ws-wh-section-heading.
           05 filler                   pic x(40) value
                  "*** REORDER NEEDS BY WAREHOUSE ***".
      *
       01 ws-wh-col-heads.
           05 filler                   pic x(4) value "Item".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(20) value "Description".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "Whs Bal".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(9) value "Reord Pt".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(9) value "Sugg Ord".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(16) value "Condition".
      *
       01 ws-wh-heading.
           05 filler                   pic x(14) value
                  "** WAREHOUSE ".
           05 ws-whh-wh-code           pic x(3).
           05 filler                   pic x(3) value " **".
      *
       01 ws-wh-detail-line.
           05 ws-wdl-item              pic 9(4).
           05 filler                   pic x(5) value "  |  ".
           05 ws-wdl-desc              pic x(20).
           05 filler                   pic x(5) value "  |  ".
           05 ws-wdl-on-hand           pic -(7)9.
           05 filler                   pic x(5) value "  |  ".
           05 ws-wdl-reorder-point     pic 9(7).
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(5) value "  |  ".
           05 ws-wdl-suggested         pic 9(7).
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(5) value "  |  ".
           05 ws-wdl-condition         pic x(16).
      *
       01 ws-wh-total-line.
           05 filler                   pic x(23) value
                  "  ** WAREHOUSE TOTAL ".
           05 ws-wht-wh-code           pic x(3).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(13) value "Items Listed:".
           05 ws-wht-item-count        pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(15) value "Suggested Qty:".
           05 ws-wht-suggested-qty     pic 9(9).
      *
      *master / warehouse balance mismatch section
      *
       01 ws-mm-section-heading.
           05 filler                   pic x(46) value
                  "*** MASTER / WAREHOUSE BALANCE MISMATCHES ***".
      *
       01 ws-mm-col-heads.
           05 filler                   pic x(4) value "Item".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(20) value "Description".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "Master".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "Whs Sum".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(9) value "Diff".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(20) value "Condition".
      *
       01 ws-mm-detail-line.
           05 ws-mdl-item              pic 9(4).
           05 filler                   pic x(5) value "  |  ".
           05 ws-mdl-desc              pic x(20).
           05 filler                   pic x(5) value "  |  ".
           05 ws-mdl-master-qty        pic -(7)9.
           05 filler                   pic x(5) value "  |  ".
           05 ws-mdl-wh-total          pic -(7)9.
           05 filler                   pic x(5) value "  |  ".
           05 ws-mdl-difference        pic -(8)9.
           05 filler                   pic x(5) value "  |  ".
           05 ws-mdl-condition         pic x(20).
      *
       01 ws-mm-none-line.
           05 filler                   pic x(44) value
                  "  NONE - MASTER AGREES WITH WAREHOUSES".
      *
       01 ws-mm-total-line.
           05 filler                   pic x(19) value
                  "  ** MISMATCHES:".
           05 ws-mmt-count             pic 9(6).
      *
       01 ws-report-summary.
           05 filler                   pic x(12) value "Items Read:".
           05 filler                   pic x(17) value
                  "Negative On-Hand:".
           05 ws-rpt-sum-negative      pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(10) value "On Order:".
           05 ws-rpt-sum-on-order      pic 9(6).
      *
       procedure division.
      *
      *
           accept ws-run-date from date yyyymmdd.
      *
           perform 020-get-parameters.
           perform 040-load-rate-master.
           perform 050-load-open-orders.
      *
           open output report-file.
      *
           perform 100-extract-flagged-items.
           perform 300-sort-status-work.
           perform 400-write-status-report.
      *
           if ws-wh-section-on
               perform 500-sort-warehouse-work
               perform 550-write-warehouse-section
           end-if.
      *
           if ws-wb-available
               perform 700-write-mismatch-section
           end-if.
      *
           perform 900-write-report-summary.
      *
           close report-file.
      *
           goback.
      *
       020-get-parameters.
      *
           move spaces to ws-parm-card.
           accept ws-parm-card from sysin.
      *
           if ws-parm-by-warehouse
               set ws-wh-section-on to true
           end-if.
      *
       040-load-rate-master.
      *
                   end-read
               end-if
           end-if.
      *
       050-load-open-orders.
      *
      *flag every item that already has a purchase order open or
      *part received - the buyers ordered it once and the stock is
      *on its way, so suggesting it again would double the order
      *
           move "n" to ws-po-eof-flag.
      *
           open input purchase-order-file.
      *
           if ws-po-status not = "00" and ws-po-status not = "05"
               display "A2_StockStatus - purchase orders not "
                   "available, status " ws-po-status
                   ", on-order check skipped"
           else
               read purchase-order-file
                   at end
                       move ws-eof-yes to ws-po-eof-flag
               end-read
               perform 055-flag-one-order
                   until ws-po-eof-flag = ws-eof-yes
               close purchase-order-file
           end-if.
      *
       055-flag-one-order.
      *
           if po-open or po-part-received
               compute ws-oo-sub = po-item-number + 1
               move "y" to ws-on-order-flag (ws-oo-sub)
           end-if.
      *
           read purchase-order-file
               at end
                   move ws-eof-yes to ws-po-eof-flag.
      *
       100-extract-flagged-items.
      *
           end-if.
      *
           open output status-work-file.
           open output suggestion-file.
           open output mismatch-file.
           if ws-wh-section-on
               open output wh-work-file
           end-if.
      *
           perform 060-open-warehouse-balances.
      *
           read item-master-file
               at end
      *
           perform 110-check-one-item
               until ws-eof-flag = ws-eof-yes.
      *
      *balances left over after the last master record belong to
      *items the master no longer carries
      *
           perform 142-write-orphan-balances
               until ws-wb-eof-flag = ws-eof-yes.
      *
           close status-work-file.
           close suggestion-file.
           close mismatch-file.
           if ws-wh-section-on
               close wh-work-file
           end-if.
           if ws-wb-available
               close warehouse-balance-file
           end-if.
           close item-master-file.
      *
       060-open-warehouse-balances.
      *
      *without balances there is nothing to reconcile and nothing
      *to judge by warehouse - the company report still prints
      *
           open input warehouse-balance-file.
      *
           if ws-wb-status = "00" or ws-wb-status = "05"
               set ws-wb-available to true
               read warehouse-balance-file
                   at end
                       move ws-eof-yes to ws-wb-eof-flag
               end-read
           else
               set ws-wb-unavailable to true
               move ws-eof-yes to ws-wb-eof-flag
               display "A2_StockStatus - warehouse balances not "
                   "available, status " ws-wb-status
                   ", balance check skipped"
           end-if.
      *
       110-check-one-item.
      *
      *one condition per item, worst first: negative on-hand beats
      *at-reorder-point beats slow mover. an item at or below a
      *zero reorder point is not flagged - a zero point means the
      *buyers never set one. an item already on an open purchase
      *order still lists under its condition, but with nothing
      *suggested
      *
           add 1 to ws-cnt-items-read.
      *
           move zero to ws-calc-suggested.
           compute ws-oo-sub = im-item-number + 1.
      *
           evaluate true
               when im-on-hand-qty < zero
                   add 1 to ws-cnt-negative
                   if ws-on-order-flag (ws-oo-sub) = "y"
                       add 1 to ws-cnt-on-order
                       move "NEG - ON ORDER" to sw-condition
                   else
                       perform 120-compute-suggested-qty
                       move "NEGATIVE ON-HAND" to sw-condition
                   end-if
                   perform 130-write-work-record
               when im-reorder-point > zero
                    and im-on-hand-qty <= im-reorder-point
                   add 1 to ws-cnt-reorder
                   if ws-on-order-flag (ws-oo-sub) = "y"
                       add 1 to ws-cnt-on-order
                       move "ON ORDER" to sw-condition
                   else
                       perform 120-compute-suggested-qty
                       move "AT REORDER POINT" to sw-condition
                   end-if
                   perform 130-write-work-record
               when im-on-hand-qty > zero
                    and im-ytd-qty-sold = zero
                   move "SLOW MOVER" to sw-condition
                   perform 130-write-work-record
           end-evaluate.
      *
           if ws-wb-available
               perform 140-match-item-balances
           end-if.
      *
           read item-master-file
               at end
           move im-ytd-qty-sold    to sw-ytd-qty-sold.
           move im-reorder-point   to sw-reorder-point.
           move ws-calc-suggested  to sw-suggested-qty.
           move im-abc-code        to sw-abc-code.
      *
           write sw-record.
      *
      *a standing suggestion goes on the dataset A2_Purchase reads
      *
           if ws-calc-suggested > zero
               move im-item-number    to sg-item-number
               move im-product-class  to sg-product-class
               move ws-calc-suggested to sg-suggested-qty
               move ws-run-date       to sg-run-date
               write suggestion-line
               add 1 to ws-cnt-suggested
           end-if.
      *
       140-match-item-balances.
      *
      *bring the balance file up to this item - anything keyed
      *lower has no master record - then total the item's own
      *balances and hold the master to that total
      *
           perform 142-write-orphan-balances
               until ws-wb-eof-flag = ws-eof-yes
                  or wb-item-number >= im-item-number.
      *
           set ws-match-has-master to true.
           move im-item-number to ws-match-item.
           perform 144-total-item-balances.
      *
      *balances that net to zero against a master holding stock are
      *a sum mismatch, not a missing balance
      *
           if ws-match-total not = im-on-hand-qty
               move im-item-number to mm-item-number
               move im-desc        to mm-desc
               move im-on-hand-qty to mm-master-qty
               if ws-match-count = zero
                   move "NO WAREHOUSE BALANCE" to mm-condition
               else
                   move "MASTER NOT = WHS SUM" to mm-condition
               end-if
               perform 148-write-mismatch-record
           end-if.
      *
       142-write-orphan-balances.
      *
           set ws-match-no-master to true.
           move wb-item-number to ws-match-item.
           perform 144-total-item-balances.
      *
           move ws-match-item      to mm-item-number.
           move spaces             to mm-desc.
           move zero               to mm-master-qty.
           move "NO MASTER RECORD" to mm-condition.
           perform 148-write-mismatch-record.
      *
       144-total-item-balances.
      *
           move zero to ws-match-total.
           move zero to ws-match-count.
      *
           perform 146-add-one-balance
               until ws-wb-eof-flag = ws-eof-yes
                  or wb-item-number not = ws-match-item.
      *
       146-add-one-balance.
      *
           add wb-on-hand-qty to ws-match-total.
           add 1 to ws-match-count.
      *
           if ws-wh-section-on and ws-match-has-master
               perform 170-check-warehouse-reorder
           end-if.
      *
           read warehouse-balance-file
               at end
                   move ws-eof-yes to ws-wb-eof-flag.
      *
       148-write-mismatch-record.
      *
           move ws-match-total to mm-wh-total.
           compute mm-difference = mm-master-qty - ws-match-total.
      *
           write mm-record.
           add 1 to ws-cnt-mismatches.
      *
       160-find-rate-entry.
      *
           else
               add 1 to ws-rate-sub
           end-if.
      *
       170-check-warehouse-reorder.
      *
      *the same conditions the company report applies to the
      *master, applied to one warehouse's balance against the
      *item's reorder point. the on-order check is the item's -
      *a purchase order is placed for the company, not a
      *warehouse - so an item on order lists with nothing
      *suggested
      *
           move zero to ws-calc-suggested.
           move spaces to ww-condition.
      *
           evaluate true
               when wb-on-hand-qty < zero
                   if ws-on-order-flag (ws-oo-sub) = "y"
                       move "NEG - ON ORDER" to ww-condition
                   else
                       perform 175-compute-wh-suggested-qty
                       move "NEGATIVE ON-HAND" to ww-condition
                   end-if
               when im-reorder-point > zero
                    and wb-on-hand-qty <= im-reorder-point
                   if ws-on-order-flag (ws-oo-sub) = "y"
                       move "ON ORDER" to ww-condition
                   else
                       perform 175-compute-wh-suggested-qty
                       move "AT REORDER POINT" to ww-condition
                   end-if
           end-evaluate.
      *
           if ww-condition not = spaces
               move wb-warehouse-code  to ww-warehouse-code
               move im-item-number     to ww-item-number
               move im-desc            to ww-desc
               move wb-on-hand-qty     to ww-on-hand
               move im-reorder-point   to ww-reorder-point
               move ws-calc-suggested  to ww-suggested-qty
               write ww-record
           end-if.
      *
       175-compute-wh-suggested-qty.
      *
           compute ws-calc-shortfall =
               im-reorder-point - wb-on-hand-qty.
      *
           move im-reorder-qty to ws-calc-suggested.
      *
           if ws-calc-shortfall > ws-calc-suggested
               move ws-calc-shortfall to ws-calc-suggested
           end-if.
      *
       300-sort-status-work.
      *
           move so-reorder-point   to ws-dtl-reorder-point.
           move so-suggested-qty   to ws-dtl-suggested.
           move so-condition       to ws-dtl-condition.
           move so-abc-code        to ws-dtl-abc.
      *
           write report-print-line from ws-detail-line
               before advancing 1 line.
      *
           write report-print-line from ws-class-total-line
               before advancing 2 lines.
      *
       500-sort-warehouse-work.
      *
           sort sort-wh-file
               on ascending key wt-warehouse-code
               on ascending key wt-item-number
               using wh-work-file
               giving sorted-wh-file.
      *
       550-write-warehouse-section.
      *
      *walk the sorted warehouse lines, breaking on a change of
      *warehouse the way the company report breaks on class
      *
           move spaces to ws-current-wh-code.
           move "n" to ws-wo-eof-flag.
      *
           move spaces to report-print-line.
           write report-print-line
               before advancing 1 line.
           write report-print-line from ws-wh-section-heading
               before advancing 2 lines.
           write report-print-line from ws-wh-col-heads
               before advancing 2 lines.
      *
           open input sorted-wh-file.
      *
           read sorted-wh-file
               at end
                   move ws-eof-yes to ws-wo-eof-flag.
      *
           perform 560-process-warehouse-record
               until ws-wo-eof-flag = ws-eof-yes.
      *
           if ws-current-wh-code not = spaces
               perform 580-write-warehouse-total
           end-if.
      *
           close sorted-wh-file.
      *
       560-process-warehouse-record.
      *
           if wo-warehouse-code not = ws-current-wh-code
               if ws-current-wh-code not = spaces
                   perform 580-write-warehouse-total
               end-if
               move wo-warehouse-code to ws-current-wh-code
               perform 570-write-warehouse-heading
           end-if.
      *
           move wo-item-number     to ws-wdl-item.
           move wo-desc            to ws-wdl-desc.
           move wo-on-hand         to ws-wdl-on-hand.
           move wo-reorder-point   to ws-wdl-reorder-point.
           move wo-suggested-qty   to ws-wdl-suggested.
           move wo-condition       to ws-wdl-condition.
      *
           write report-print-line from ws-wh-detail-line
               before advancing 1 line.
      *
           add 1 to ws-cnt-wh-listed.
           add 1 to ws-wh-item-count.
           add wo-suggested-qty to ws-wh-suggested-qty.
      *
           read sorted-wh-file
               at end
                   move ws-eof-yes to ws-wo-eof-flag.
      *
       570-write-warehouse-heading.
      *
           move zero to ws-wh-item-count.
           move zero to ws-wh-suggested-qty.
      *
           move ws-current-wh-code to ws-whh-wh-code.
      *
           move spaces to report-print-line.
           write report-print-line
               before advancing 1 line.
           write report-print-line from ws-wh-heading
               before advancing 2 lines.
      *
       580-write-warehouse-total.
      *
           move ws-current-wh-code  to ws-wht-wh-code.
           move ws-wh-item-count    to ws-wht-item-count.
           move ws-wh-suggested-qty to ws-wht-suggested-qty.
      *
           write report-print-line from ws-wh-total-line
               before advancing 2 lines.
      *
       700-write-mismatch-section.
      *
      *the closing section - every item whose master on-hand is not
      *the sum of its warehouse balances. any at all means a
      *posting reached one side and not the other, so the run ends
      *with a warning
      *
           move "n" to ws-mm-eof-flag.
      *
           move spaces to report-print-line.
           write report-print-line
               before advancing 1 line.
           write report-print-line from ws-mm-section-heading
               before advancing 2 lines.
           write report-print-line from ws-mm-col-heads
               before advancing 2 lines.
      *
           if ws-cnt-mismatches = zero
               write report-print-line from ws-mm-none-line
                   before advancing 1 line
           else
               open input mismatch-file
               read mismatch-file
                   at end
                       move ws-eof-yes to ws-mm-eof-flag
               end-read
               perform 710-print-mismatch-record
                   until ws-mm-eof-flag = ws-eof-yes
               close mismatch-file
               move ws-cnt-mismatches to ws-mmt-count
               move spaces to report-print-line
               write report-print-line
                   before advancing 1 line
               write report-print-line from ws-mm-total-line
                   before advancing 1 line
               move 4 to return-code
           end-if.
      *
       710-print-mismatch-record.
      *
           move mm-item-number     to ws-mdl-item.
           move mm-desc            to ws-mdl-desc.
           move mm-master-qty      to ws-mdl-master-qty.
           move mm-wh-total        to ws-mdl-wh-total.
           move mm-difference      to ws-mdl-difference.
           move mm-condition       to ws-mdl-condition.
      *
           write report-print-line from ws-mm-detail-line
               before advancing 1 line.
      *
           read mismatch-file
               at end
                   move ws-eof-yes to ws-mm-eof-flag.
      *
       900-write-report-summary.
      *
           move ws-cnt-reorder      to ws-rpt-sum-reorder.
           move ws-cnt-slow-movers  to ws-rpt-sum-slow.
           move ws-cnt-negative     to ws-rpt-sum-negative.
           move ws-cnt-on-order     to ws-rpt-sum-on-order.
      *
           move spaces to report-print-line.
           write report-print-line
