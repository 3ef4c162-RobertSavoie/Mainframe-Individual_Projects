       identification division.
       program-id. A2_Transfer.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *inter-warehouse transfer run - moves stock from one warehouse
      *to another on the warehouse balance file. each transfer is
      *edited against the item master, the warehouse control list
      *and the sending warehouse's balance before anything moves,
      *then the quantity comes off the sending balance and goes on
      *the receiving one. the company-wide on-hand on the item
      *master is not touched - a transfer changes where the stock
      *is, not how much of it there is, so the master stays the sum
      *of the warehouse balances. every transfer, applied or
      *rejected, lists on the transfer register with both
      *warehouses' balances before and after the move, and both
      *balances are journaled so A2_Rollback can back a bad run out
      *
       environment division.
       configuration section.
       input-output section.
      *
       file-control.
      *
      *transfer-file declaration - one transfer per line: item,
      *sending and receiving warehouse, quantity, transfer date and
      *the clerk who keyed it
      *
           select transfer-file
               assign to "../../../data/A2-Transfer.trn"
               organization is line sequential
               file status is ws-trn-status.
      *
      *item-master-file declaration - read only, to prove the item
      *being transferred exists
      *
           select item-master-file
               assign to "../../../data/A2-ItemMaster.dat"
               organization is indexed
               access mode is random
               record key is im-item-number
               file status is ws-im-status.
      *
      *warehouse-balance-file declaration - on-hand by item and
      *warehouse, the file the transfers are applied to
      *
           select warehouse-balance-file
               assign to "../../../data/A2-WhBalance.dat"
               organization is indexed
               access mode is random
               record key is wb-key
               file status is ws-wb-status.
      *
      *warehouse-list-file declaration - the warehouse control list
      *the main run's consolidated mode reads; it and the home
      *warehouse are the warehouses a transfer may name
      *
           select optional warehouse-list-file
               assign to "../../../data/A2-Warehouse.ctl"
               organization is line sequential
               file status is ws-whl-status.
      *
      *balance-journal-file declaration - a before and after image
      *of every warehouse balance a transfer writes or rewrites,
      *appended to the balance journal the main run and
      *maintenance share
      *
           select optional balance-journal-file
               assign to "../../../data/A2-WhJrnl.dat"
               organization is line sequential
               file status is ws-bj-status.
      *
      *register-file declaration - the transfer register
      *
           select register-file
               assign to "../../../data/A2-Transfer.rpt"
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd transfer-file
           data record is transfer-line
           record contains 33 characters.
      *
       01 transfer-line.
           05 tr-item-number           pic 9(4).
           05 tr-from-wh-code          pic x(3).
           05 tr-to-wh-code            pic x(3).
           05 tr-qty                   pic 9(7).
           05 tr-transfer-date         pic 9(8).
           05 tr-keyed-by              pic x(8).
      *
       fd item-master-file
           data record is item-master-rec
           record contains 94 characters.
      *
       01 item-master-rec.
           05 im-item-number           pic 9(4).
           05 im-desc                  pic x(20).
           05 im-product-class         pic x.
           05 im-on-hand-qty           pic s9(7).
           05 im-mtd-qty-sold          pic s9(7).
           05 im-ytd-qty-sold          pic s9(9).
           05 im-mtd-net-sales         pic s9(9)v99.
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
       fd balance-journal-file
           data record is balance-journal-rec
           record contains 87 characters.
      *
       01 balance-journal-rec.
           05 bj-program               pic x(14).
           05 bj-run-date              pic 9(8).
           05 bj-run-time              pic 9(6).
           05 bj-sequence              pic 9(7).
           05 bj-item-number           pic 9(4).
           05 bj-warehouse-code        pic x(3).
           05 bj-action                pic x.
               88 bj-added             value "A".
               88 bj-changed           value "C".
               88 bj-deleted           value "D".
           05 bj-before-image          pic x(22).
           05 bj-after-image           pic x(22).
      *
       fd register-file
           data record is register-print-line
           record contains 132 characters.
      *
       01 register-print-line          pic x(132) value spaces.
      *
       working-storage section.
      *
       01 ws-flags.
           05 ws-eof-flag              pic x value "n".
           05 ws-eof-yes               pic x value "y".
           05 ws-trn-status            pic xx value spaces.
           05 ws-trn-open-flag         pic x value "n".
           05 ws-im-status             pic xx value spaces.
           05 ws-wb-status             pic xx value spaces.
           05 ws-whl-status            pic xx value spaces.
           05 ws-whl-eof-flag          pic x value "n".
      *
       01 ws-edit-flags.
           05 ws-record-status         pic x value "Y".
               88 ws-record-valid      value "Y".
               88 ws-record-invalid    value "N".
           05 ws-reject-reason         pic x(24) value spaces.
      *
      *warehouse controls - the warehouses a transfer may name and
      *the home warehouse a blank code stands for, as in the main
      *run
      *
       01 ws-warehouse-controls.
           05 ws-home-wh-code          pic x(3) value "001".
           05 ws-from-wh-code          pic x(3) value spaces.
           05 ws-to-wh-code            pic x(3) value spaces.
           05 ws-lookup-wh-code        pic x(3) value spaces.
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
      *the two balances a transfer moves stock between, before and
      *after the move, and the date the move is stamped with
      *
       01 ws-transfer-work.
           05 ws-run-date              pic 9(8) value zero.
           05 ws-run-time-raw.
               10 ws-run-time          pic 9(6).
               10 filler               pic xx.
           05 ws-post-date             pic 9(8) value zero.
           05 ws-from-before           pic s9(7) value zero.
           05 ws-from-after            pic s9(7) value zero.
           05 ws-to-before             pic s9(7) value zero.
           05 ws-to-after              pic s9(7) value zero.
           05 ws-to-found-flag         pic x value "n".
               88 ws-to-found          value "y".
               88 ws-to-not-found      value "n".
           05 ws-to-before-image       pic x(22) value spaces.
      *
      *balance journal controls - the balance as read, held for
      *the journal's before image, the kind of change and the
      *run's change sequence
      *
       01 ws-bal-journal-controls.
           05 ws-bj-status             pic xx value spaces.
           05 ws-bj-flag               pic x value "n".
               88 ws-bj-available      value "y".
               88 ws-bj-unavailable    value "n".
           05 ws-bj-action             pic x value space.
           05 ws-bj-sequence           pic 9(7) value zero.
           05 ws-bj-before-image       pic x(22) value spaces.
      *
      *run counters for the register summary
      *
       01 ws-counters.
           05 ws-cnt-transfers         pic 9(6) value zero.
           05 ws-cnt-applied           pic 9(6) value zero.
           05 ws-cnt-rejected          pic 9(6) value zero.
           05 ws-tot-qty-moved         pic 9(9) value zero.
      *
       01 ws-register-heading.
           05 filler                   pic x(44) value
                  "*** INTER-WAREHOUSE TRANSFER REGISTER ***".
           05 filler                   pic x(10) value "Run Date:".
           05 ws-rgh-run-date          pic 9(8).
      *
       01 ws-register-col-heads.
           05 filler                   pic x(4) value "Item".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(4) value "From".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(3) value "To".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(7) value "Qty".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "From Bef".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "From Aft".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "To Bef".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "To Aft".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "Keyed By".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(24) value "Disposition".
      *
       01 ws-register-line.
           05 ws-rgl-item              pic x(4).
           05 filler                   pic x(5) value "  |  ".
           05 ws-rgl-from-wh           pic x(3).
           05 filler                   pic x value spaces.
           05 filler                   pic x(5) value "  |  ".
           05 ws-rgl-to-wh             pic x(3).
           05 filler                   pic x(5) value "  |  ".
           05 ws-rgl-qty               pic z(6)9.
           05 filler                   pic x(5) value "  |  ".
           05 ws-rgl-from-before       pic -(7)9.
           05 filler                   pic x(5) value "  |  ".
           05 ws-rgl-from-after        pic -(7)9.
           05 filler                   pic x(5) value "  |  ".
           05 ws-rgl-to-before         pic -(7)9.
           05 filler                   pic x(5) value "  |  ".
           05 ws-rgl-to-after          pic -(7)9.
           05 filler                   pic x(5) value "  |  ".
           05 ws-rgl-keyed-by          pic x(8).
           05 filler                   pic x(5) value "  |  ".
           05 ws-rgl-result            pic x(24).
      *
       01 ws-register-summary.
           05 filler                   pic x(11) value "Transfers:".
           05 ws-rgs-transfers         pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(9) value "Applied:".
           05 ws-rgs-applied           pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(10) value "Rejected:".
           05 ws-rgs-rejected          pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(11) value "Qty Moved:".
           05 ws-rgs-qty-moved         pic z(8)9.
      *
       procedure division.
      *
       000-main.
      *
           accept ws-run-date from date yyyymmdd.
           accept ws-run-time-raw from time.
      *
           open output register-file.
      *
           move ws-run-date to ws-rgh-run-date.
           write register-print-line from ws-register-heading
               before advancing 2 lines.
           write register-print-line from ws-register-col-heads
               before advancing 2 lines.
      *
           perform 060-open-master-files.
           perform 070-load-warehouse-list.
      *
           open extend balance-journal-file.
      *
           if ws-bj-status = "00" or ws-bj-status = "05"
               set ws-bj-available to true
           else
               set ws-bj-unavailable to true
               display "A2_Transfer - balance journal not available, "
                   "status " ws-bj-status
                   ", run cannot be rolled back"
           end-if.
      *
           open input transfer-file.
      *
           if ws-trn-status = "00"
               move "y" to ws-trn-open-flag
               read transfer-file
                   at end
                       move ws-eof-yes to ws-eof-flag
               end-read
           else
               display "A2_Transfer - transfer file not available, "
                   "status " ws-trn-status
               move ws-eof-yes to ws-eof-flag
           end-if.
      *
           perform 100-process-transfer
               until ws-eof-flag = ws-eof-yes.
      *
           perform 900-write-register-summary.
      *
           if ws-trn-open-flag = "y"
               close transfer-file
           end-if.
           close item-master-file.
           close warehouse-balance-file.
           if ws-bj-available
               close balance-journal-file
           end-if.
           close register-file.
      *
           goback.
      *
       060-open-master-files.
      *
      *a transfer can be neither edited nor applied without the
      *item master and the balances, so either missing is fatal
      *
           open input item-master-file.
      *
           if ws-im-status not = "00"
               display "A2_Transfer - item master not available, "
                   "status " ws-im-status
               move 16 to return-code
               goback
           end-if.
      *
           open i-o warehouse-balance-file.
      *
           if ws-wb-status not = "00"
               display "A2_Transfer - warehouse balances not "
                   "available, status " ws-wb-status
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
           move wl-warehouse-code to ws-lookup-wh-code.
           perform 080-find-warehouse.
      *
           if ws-wh-not-found
               if ws-wh-count < ws-wh-max
                   add 1 to ws-wh-count
                   move wl-warehouse-code to ws-wh-code (ws-wh-count)
               else
                   display "A2_Transfer - warehouse list exceeds "
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
           if ws-wh-code (ws-wh-sub) = ws-lookup-wh-code
               set ws-wh-found to true
           end-if.
      *
       100-process-transfer.
      *
      *edit the transfer, then move the stock or list the reject
      *
           add 1 to ws-cnt-transfers.
      *
           perform 150-init-register-line.
           perform 200-edit-transfer.
      *
           if ws-record-valid
               perform 300-apply-transfer
           else
               perform 800-reject-transfer
           end-if.
      *
           write register-print-line from ws-register-line
               before advancing 1 line.
      *
           read transfer-file
               at end
                   move ws-eof-yes to ws-eof-flag.
      *
       150-init-register-line.
      *
      *a blank warehouse is the home warehouse, as everywhere else
      *
           if tr-from-wh-code = spaces
               move ws-home-wh-code to ws-from-wh-code
           else
               move tr-from-wh-code to ws-from-wh-code
           end-if.
      *
           if tr-to-wh-code = spaces
               move ws-home-wh-code to ws-to-wh-code
           else
               move tr-to-wh-code to ws-to-wh-code
           end-if.
      *
           move tr-item-number     to ws-rgl-item.
           move ws-from-wh-code    to ws-rgl-from-wh.
           move ws-to-wh-code      to ws-rgl-to-wh.
           move zero               to ws-rgl-qty.
           if tr-qty is numeric
               move tr-qty to ws-rgl-qty
           end-if.
           move zero               to ws-rgl-from-before.
           move zero               to ws-rgl-from-after.
           move zero               to ws-rgl-to-before.
           move zero               to ws-rgl-to-after.
           move tr-keyed-by        to ws-rgl-keyed-by.
           move spaces             to ws-rgl-result.
      *
           move zero to ws-from-before.
           move zero to ws-to-before.
      *
       200-edit-transfer.
      *
      *everything is proven before anything moves: a real item, two
      *different known warehouses, a quantity, and enough stock in
      *the sending warehouse to cover it - a transfer may not drive
      *a warehouse negative
      *
           set ws-record-valid to true.
           move spaces to ws-reject-reason.
      *
           if tr-item-number is not numeric
               set ws-record-invalid to true
               move "NO MASTER RECORD" to ws-reject-reason
           else
               move tr-item-number to im-item-number
               read item-master-file
                   invalid key
                       set ws-record-invalid to true
                       move "NO MASTER RECORD" to ws-reject-reason
               end-read
           end-if.
      *
           if ws-record-valid
               if ws-from-wh-code = ws-to-wh-code
                   set ws-record-invalid to true
                   move "SAME WAREHOUSE" to ws-reject-reason
               end-if
           end-if.
      *
           if ws-record-valid
               move ws-from-wh-code to ws-lookup-wh-code
               perform 080-find-warehouse
               if ws-wh-not-found
                   set ws-record-invalid to true
                   move "UNKNOWN FROM WAREHOUSE" to ws-reject-reason
               end-if
           end-if.
      *
           if ws-record-valid
               move ws-to-wh-code to ws-lookup-wh-code
               perform 080-find-warehouse
               if ws-wh-not-found
                   set ws-record-invalid to true
                   move "UNKNOWN TO WAREHOUSE" to ws-reject-reason
               end-if
           end-if.
      *
           if ws-record-valid
               if tr-qty is not numeric
                   set ws-record-invalid to true
                   move "QTY NOT NUMERIC" to ws-reject-reason
               else if tr-qty = zero
                   set ws-record-invalid to true
                   move "ZERO TRANSFER QTY" to ws-reject-reason
               end-if
           end-if.
      *
           if ws-record-valid
               perform 210-check-from-balance
           end-if.
      *
       210-check-from-balance.
      *
           move tr-item-number  to wb-item-number.
           move ws-from-wh-code to wb-warehouse-code.
      *
           read warehouse-balance-file
               invalid key
                   set ws-record-invalid to true
                   move "NO STOCK IN FROM WHSE" to ws-reject-reason
               not invalid key
                   move wb-on-hand-qty to ws-from-before
                   move wb-on-hand-qty to ws-rgl-from-before
                   if wb-on-hand-qty < tr-qty
                       set ws-record-invalid to true
                       move "INSUFFICIENT STOCK" to ws-reject-reason
                   end-if
           end-read.
      *
       300-apply-transfer.
      *
      *the transfer date stamps both balances - a blank or
      *unreadable date stamps the run date
      *
           if tr-transfer-date is numeric
              and tr-transfer-date > zero
               move tr-transfer-date to ws-post-date
           else
               move ws-run-date to ws-post-date
           end-if.
      *
      *the receiving side is read first so its before figure is in
      *hand; a warehouse that has never held the item gets a new
      *balance
      *
           move tr-item-number to wb-item-number.
           move ws-to-wh-code  to wb-warehouse-code.
      *
           read warehouse-balance-file
               invalid key
                   set ws-to-not-found to true
                   move zero to ws-to-before
               not invalid key
                   set ws-to-found to true
                   move wb-on-hand-qty to ws-to-before
                   move warehouse-balance-rec to ws-bj-before-image
                   move warehouse-balance-rec to ws-to-before-image
           end-read.
      *
           compute ws-to-after = ws-to-before + tr-qty.
           move ws-to-after    to wb-on-hand-qty.
           move ws-post-date   to wb-last-post-date.
      *
           if ws-to-found
               move "C" to ws-bj-action
               rewrite warehouse-balance-rec
                   invalid key
                       set ws-record-invalid to true
                       move "BALANCE WRITE FAILED" to ws-reject-reason
                   not invalid key
                       perform 850-write-balance-journal
               end-rewrite
           else
               move tr-item-number to wb-item-number
               move ws-to-wh-code  to wb-warehouse-code
               move "A" to ws-bj-action
               write warehouse-balance-rec
                   invalid key
                       set ws-record-invalid to true
                       move "BALANCE WRITE FAILED" to ws-reject-reason
                   not invalid key
                       perform 850-write-balance-journal
               end-write
           end-if.
      *
           if ws-record-invalid
               perform 800-reject-transfer
           else
               perform 310-post-from-balance
           end-if.
      *
       310-post-from-balance.
      *
      *the receiving side is already posted - if the sending side
      *cannot be taken down the receiving side is put back, or the
      *transfer would have made stock out of nothing
      *
           move tr-item-number  to wb-item-number.
           move ws-from-wh-code to wb-warehouse-code.
      *
           read warehouse-balance-file
               invalid key
                   set ws-record-invalid to true
                   move "BALANCE WRITE FAILED" to ws-reject-reason
           end-read.
      *
           if ws-record-valid
               move warehouse-balance-rec to ws-bj-before-image
               move "C" to ws-bj-action
               compute ws-from-after = ws-from-before - tr-qty
               move ws-from-after  to wb-on-hand-qty
               move ws-post-date   to wb-last-post-date
               rewrite warehouse-balance-rec
                   invalid key
                       set ws-record-invalid to true
                       move "BALANCE WRITE FAILED"
                           to ws-reject-reason
                   not invalid key
                       perform 850-write-balance-journal
               end-rewrite
           end-if.
      *
           if ws-record-invalid
               perform 320-reverse-to-balance
               perform 800-reject-transfer
           else
               perform 330-count-applied
           end-if.
      *
       320-reverse-to-balance.
      *
      *a balance the transfer opened is removed; one it added to
      *goes back to exactly what it held before. the reversal is
      *journaled like the posting it undoes
      *
           move tr-item-number to wb-item-number.
           move ws-to-wh-code  to wb-warehouse-code.
      *
           read warehouse-balance-file
               invalid key
                   display "A2_Transfer - receiving balance not "
                       "found for reversal, item " tr-item-number
                       " warehouse " ws-to-wh-code
               not invalid key
                   move warehouse-balance-rec to ws-bj-before-image
                   if ws-to-not-found
                       move "D" to ws-bj-action
                       delete warehouse-balance-file record
                           invalid key
                               perform 325-report-reversal-failure
                           not invalid key
                               perform 850-write-balance-journal
                       end-delete
                   else
                       move "C" to ws-bj-action
                       move ws-to-before-image
                           to warehouse-balance-rec
                       rewrite warehouse-balance-rec
                           invalid key
                               perform 325-report-reversal-failure
                           not invalid key
                               perform 850-write-balance-journal
                       end-rewrite
                   end-if
           end-read.
      *
       325-report-reversal-failure.
      *
           display "A2_Transfer - receiving balance reversal "
               "failed, status " ws-wb-status ", item "
               tr-item-number " warehouse " ws-to-wh-code
               " overstated by " tr-qty.
      *
       330-count-applied.
      *
           move ws-from-after  to ws-rgl-from-after.
           move ws-to-before   to ws-rgl-to-before.
           move ws-to-after    to ws-rgl-to-after.
           move "APPLIED"      to ws-rgl-result.
      *
           add 1      to ws-cnt-applied.
           add tr-qty to ws-tot-qty-moved.
      *
       800-reject-transfer.
      *
           add 1 to ws-cnt-rejected.
      *
           move ws-reject-reason to ws-rgl-result.
      *
           if ws-rgl-result = spaces
               move "TRANSFER IGNORED" to ws-rgl-result
           end-if.
      *
       850-write-balance-journal.
      *
      *a receiving balance opened by the transfer has no before
      *image, and one removed again by a reversal no after image
      *
           if ws-bj-available
               add 1 to ws-bj-sequence
               move "A2_Transfer"      to bj-program
               move ws-run-date        to bj-run-date
               move ws-run-time        to bj-run-time
               move ws-bj-sequence     to bj-sequence
               move wb-item-number     to bj-item-number
               move wb-warehouse-code  to bj-warehouse-code
               move ws-bj-action       to bj-action
               if bj-added
                   move spaces to bj-before-image
               else
                   move ws-bj-before-image to bj-before-image
               end-if
               if bj-deleted
                   move spaces to bj-after-image
               else
                   move warehouse-balance-rec to bj-after-image
               end-if
               write balance-journal-rec
           end-if.
      *
       900-write-register-summary.
      *
           move ws-cnt-transfers   to ws-rgs-transfers.
           move ws-cnt-applied     to ws-rgs-applied.
           move ws-cnt-rejected    to ws-rgs-rejected.
           move ws-tot-qty-moved   to ws-rgs-qty-moved.
      *
           move spaces to register-print-line.
           write register-print-line
               before advancing 1 line.
           write register-print-line from ws-register-summary
               before advancing 1 line.
      *
           if ws-cnt-rejected > zero
               move 4 to return-code
           end-if.
      *
       end program A2_Transfer.
