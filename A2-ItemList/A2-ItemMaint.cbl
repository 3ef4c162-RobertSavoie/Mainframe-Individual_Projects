      *item master maintenance run - applies the transactions keyed
      *by the control clerks against the indexed item master: add a
      *record, replace its description or product class, set the
      *on-hand quantity, set the standard unit cost the main run
      *costs its sales at, or delete it. the product-class edit is
      *driven off the same rate master the main run loads, so a
      *class maintained here can never disagree with the class edit
      *in A2_ItemList's 150-edit-record. every transaction - applied
      *or rejected - is accounted for on the maintenance audit
      *listing with its old and new values, so the "NO MASTER
      *RECORD" stock exceptions the main run raises can be cleared
      *here the next morning instead of by hand-editing the file.
      *on-hand is kept by warehouse: add and set on-hand name the
      *warehouse the quantity sits in, and the master's on-hand is
      *always re-totalled from the item's warehouse balances so the
      *two can never be maintained apart
      *
       environment division.
       configuration section.
      *
      *maintenance-file declaration - one transaction per line keyed
      *by item number: add, replace description, replace class, set
      *on-hand, set reorder, set unit cost or delete. add and set
      *on-hand carry the warehouse - blank for the home warehouse
      *
           select maintenance-file
               assign to "../../../data/A2-ItemMaint.trn"
               record key is im-item-number
               file status is ws-im-status.
      *
      *warehouse-balance-file declaration - on-hand by item and
      *warehouse, the same file the main run posts. dynamic access
      *so an item's balances can be walked to re-total the master
      *or removed with it
      *
           select warehouse-balance-file
               assign to "../../../data/A2-WhBalance.dat"
               organization is indexed
               access mode is dynamic
               record key is wb-key
               file status is ws-wb-status.
      *
      *warehouse-list-file declaration - the warehouse control list
      *the main run's consolidated mode reads, plus the home
      *warehouse, are the warehouses maintenance may name
      *
           select optional warehouse-list-file
               assign to "../../../data/A2-Warehouse.ctl"
               organization is line sequential
               file status is ws-whl-status.
      *
      *item-journal-file declaration - a before and after image of
      *every item master record added, changed or deleted here,
      *appended to the journal every master-updating program
      *shares; A2_Rollback backs a bad run out from it
      *
           select optional item-journal-file
               assign to "../../../data/A2-ItemJrnl.dat"
               organization is line sequential
               file status is ws-ij-status.
      *
      *balance-journal-file declaration - the same for every
      *warehouse balance set or removed here, appended to the
      *balance journal the main run and the transfer run share
      *
           select optional balance-journal-file
               assign to "../../../data/A2-WhJrnl.dat"
               organization is line sequential
               file status is ws-bj-status.
      *
      *audit-file declaration - the maintenance audit listing: what
      *was applied, the old and new values, and what was rejected
      *
      *
       fd maintenance-file
           data record is maintenance-line
           record contains 57 characters.
      *
       01 maintenance-line.
           05 mt-item-number           pic 9(4).
               88 mt-repl-class        value "C".
               88 mt-set-on-hand       value "H".
               88 mt-set-reorder       value "R".
               88 mt-set-unit-cost     value "U".
               88 mt-delete-record     value "X".
           05 mt-desc                  pic x(20).
           05 mt-class                 pic x.
           05 mt-on-hand               pic 9(7).
           05 mt-reorder-point         pic 9(7).
           05 mt-reorder-qty           pic 9(7).
           05 mt-unit-cost             pic 9(5)v99.
           05 mt-unit-cost-x redefines mt-unit-cost
                                       pic x(7).
           05 mt-warehouse-code        pic x(3).
      *
       fd rate-master-file
           data record is rate-master-line
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
       fd item-journal-file
           data record is item-journal-rec
           record contains 228 characters.
      *
       01 item-journal-rec.
           05 ij-program               pic x(14).
           05 ij-run-date              pic 9(8).
           05 ij-run-time              pic 9(6).
           05 ij-sequence              pic 9(7).
           05 ij-item-number           pic 9(4).
           05 ij-action                pic x.
               88 ij-added             value "A".
               88 ij-changed           value "C".
               88 ij-deleted           value "D".
           05 ij-before-image          pic x(94).
           05 ij-after-image           pic x(94).
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
       fd audit-file
           data record is audit-print-line
           05 ws-master-found-flag     pic x value "n".
               88 ws-master-found      value "y".
               88 ws-master-not-found  value "n".
           05 ws-wb-status             pic xx value spaces.
           05 ws-whl-status            pic xx value spaces.
           05 ws-whl-eof-flag          pic x value "n".
           05 ws-wb-walk-flag          pic x value "n".
               88 ws-wb-walk-done      value "y".
               88 ws-wb-walk-more      value "n".
      *
      *warehouse controls - the warehouses a transaction may name,
      *the home warehouse a blank code stands for (as in the main
      *run), and the item total re-added from its balances
      *
       01 ws-warehouse-controls.
           05 ws-home-wh-code          pic x(3) value "001".
           05 ws-mnt-wh-code           pic x(3) value spaces.
           05 ws-wh-count              pic 99 value zero.
           05 ws-wh-max                pic 99 value 9.
           05 ws-wh-sub                pic 99 value zero.
           05 ws-wh-found-flag         pic x value "n".
               88 ws-wh-found          value "y".
               88 ws-wh-not-found      value "n".
           05 ws-wb-item-total         pic s9(7) value zero.
      *
       01 ws-run-stamp.
           05 ws-run-date              pic 9(8) value zero.
           05 ws-run-time-raw.
               10 ws-run-time          pic 9(6).
               10 filler               pic xx.
      *
      *item journal controls - the master record as read, held for
      *the journal's before image, the kind of change and the
      *run's change sequence
      *
       01 ws-journal-controls.
           05 ws-ij-status             pic xx value spaces.
           05 ws-ij-flag               pic x value "n".
               88 ws-ij-available      value "y".
               88 ws-ij-unavailable    value "n".
           05 ws-ij-action             pic x value space.
           05 ws-ij-sequence           pic 9(7) value zero.
           05 ws-ij-before-image       pic x(94) value spaces.
      *
      *balance journal controls - the same for the warehouse split
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
       01 ws-warehouse-table.
           05 ws-wh-code occurs 9 times pic x(3).
      *
      *product-class rate table - loaded the same way the main run
      *loads it, so a class merchandising adds or drops shows up in
      *
       01 ws-edit-fields.
           05 ws-on-hand-edited        pic -(6)9.
           05 ws-unit-cost-edited      pic z(4)9.99.
      *
      *reorder point and quantity list side by side in one audit
      *column, point first
           05 filler                   pic x value "/".
           05 ws-rp-qty                pic 9(7).
      *
      *a warehouse balance lists as its warehouse code and quantity
      *in the old and new columns, and the applied disposition
      *carries the item total the master was re-totalled to
      *
       01 ws-wh-qty-pair.
           05 ws-wq-wh-code            pic x(3).
           05 filler                   pic x value ":".
           05 ws-wq-qty                pic -(6)9.
      *
       01 ws-applied-total.
           05 filler                   pic x(20) value
                  "APPLIED, ITEM TOTAL".
           05 ws-at-total              pic -(6)9.
      *
      *run counters for the audit summary
      *
       01 ws-counters.
       procedure division.
      *
       000-main.
      *
           accept ws-run-date from date yyyymmdd.
           accept ws-run-time-raw from time.
      *
           perform 040-load-rate-master.
           perform 060-open-item-master.
           perform 070-load-warehouse-list.
      *
           open extend item-journal-file.
      *
           if ws-ij-status = "00" or ws-ij-status = "05"
               set ws-ij-available to true
           else
               set ws-ij-unavailable to true
               display "A2_ItemMaint - item journal not available, "
                   "status " ws-ij-status
                   ", run cannot be rolled back"
           end-if.
      *
           open extend balance-journal-file.
      *
           if ws-bj-status = "00" or ws-bj-status = "05"
               set ws-bj-available to true
           else
               set ws-bj-unavailable to true
               display "A2_ItemMaint - balance journal not "
                   "available, status " ws-bj-status
                   ", balances cannot be rolled back"
           end-if.
      *
           open input maintenance-file.
           open output audit-file.
               close maintenance-file
           end-if.
           close item-master-file.
           close warehouse-balance-file.
           if ws-ij-available
               close item-journal-file
           end-if.
           if ws-bj-available
               close balance-journal-file
           end-if.
           close audit-file.
      *
           goback.
               move 16 to return-code
               goback
           end-if.
      *
      *the warehouse balances are opened the same way - created
      *empty the first time so the adds can seed them
      *
           open i-o warehouse-balance-file.
      *
           if ws-wb-status = "35"
               open output warehouse-balance-file
               close warehouse-balance-file
               open i-o warehouse-balance-file
           end-if.
      *
           if ws-wb-status not = "00"
               display "A2_ItemMaint - warehouse balances not "
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
           move wl-warehouse-code to ws-mnt-wh-code.
           perform 080-find-warehouse.
      *
           if ws-wh-not-found
               if ws-wh-count < ws-wh-max
                   add 1 to ws-wh-count
                   move wl-warehouse-code to ws-wh-code (ws-wh-count)
               else
                   display "A2_ItemMaint - warehouse list exceeds "
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
           if ws-wh-code (ws-wh-sub) = ws-mnt-wh-code
               set ws-wh-found to true
           end-if.
      *
       100-process-transaction.
      *
           move spaces to ws-aud-new.
           move spaces to ws-aud-result.
           move mt-item-number to ws-aud-item.
      *
           if mt-warehouse-code = spaces
               move ws-home-wh-code to ws-mnt-wh-code
           else
               move mt-warehouse-code to ws-mnt-wh-code
           end-if.
           perform 080-find-warehouse.
      *
           move mt-item-number to im-item-number.
           read item-master-file
               invalid key
                   set ws-master-not-found to true
                   move spaces to ws-ij-before-image
               not invalid key
                   set ws-master-found to true
                   move item-master-rec to ws-ij-before-image
           end-read.
      *
           evaluate true
                   perform 500-set-on-hand
               when mt-set-reorder
                   perform 700-set-reorder
               when mt-set-unit-cost
                   perform 750-set-unit-cost
               when mt-delete-record
                   perform 600-delete-record
               when other
                   move mt-on-hand to ws-aud-new
                   move "ON-HAND NOT NUMERIC" to ws-aud-result
                   perform 800-reject-transaction
               else if ws-wh-not-found
                   move ws-mnt-wh-code to ws-aud-new
                   move "UNKNOWN WAREHOUSE" to ws-aud-result
                   perform 800-reject-transaction
               else
                   move mt-item-number to im-item-number
                   move mt-desc        to im-desc
                   else
                       move zero to im-reorder-qty
                   end-if
                   if mt-unit-cost is numeric
                       move mt-unit-cost to im-std-unit-cost
                   else
                       move zero to im-std-unit-cost
                   end-if
                   move space          to im-abc-code
                   write item-master-rec
                       invalid key
                           move "MASTER WRITE FAILED"
                           move mt-desc to ws-aud-new
                           move "ADDED" to ws-aud-result
                           add 1 to ws-cnt-added
                           move "A" to ws-ij-action
                           perform 850-write-item-journal
                           perform 520-store-warehouse-balance
                   end-write
               end-if
           end-if.
               move mt-desc  to im-desc
               move im-desc  to ws-aud-new
               rewrite item-master-rec
               move "C" to ws-ij-action
               perform 850-write-item-journal
               move "APPLIED" to ws-aud-result
               add 1 to ws-cnt-changed
           end-if.
                   move mt-class         to im-product-class
                   move im-product-class to ws-aud-new
                   rewrite item-master-rec
                   move "C" to ws-ij-action
                   perform 850-write-item-journal
                   move "APPLIED" to ws-aud-result
                   add 1 to ws-cnt-changed
               end-if
      *
       500-set-on-hand.
      *
      *set one warehouse's on-hand quantity outright - this is the
      *path that clears the negative on-hand conditions the main
      *run's stock exception report raises, and the path a
      *warehouse's opening balance is seeded through. the master's
      *on-hand is then re-totalled from all of the item's
      *warehouse balances rather than set, so it stays their sum
      *
           move "SET ON-HAND" to ws-aud-action.
      *
               move mt-on-hand to ws-aud-new
               move "ON-HAND NOT NUMERIC" to ws-aud-result
               perform 800-reject-transaction
           else if ws-wh-not-found
               move ws-mnt-wh-code to ws-aud-new
               move "UNKNOWN WAREHOUSE" to ws-aud-result
               perform 800-reject-transaction
           else
               move mt-item-number to wb-item-number
               move ws-mnt-wh-code to wb-warehouse-code
               move ws-mnt-wh-code to ws-wq-wh-code
               read warehouse-balance-file
                   invalid key
                       move zero to ws-wq-qty
                   not invalid key
                       move wb-on-hand-qty to ws-wq-qty
               end-read
               move ws-wh-qty-pair to ws-aud-old
               perform 520-store-warehouse-balance
               move mt-on-hand to ws-wq-qty
               move ws-wh-qty-pair to ws-aud-new
               perform 540-retotal-item-on-hand
               move im-on-hand-qty to ws-at-total
               rewrite item-master-rec
               move "C" to ws-ij-action
               perform 850-write-item-journal
               move ws-applied-total to ws-aud-result
               add 1 to ws-cnt-changed
           end-if.
      *
       520-store-warehouse-balance.
      *
      *write the transaction's quantity as the item's balance in
      *the named warehouse, replacing any balance already there
      *
           move mt-item-number to wb-item-number.
           move ws-mnt-wh-code to wb-warehouse-code.
      *
           read warehouse-balance-file
               invalid key
                   move mt-on-hand  to wb-on-hand-qty
                   move ws-run-date to wb-last-post-date
                   move "A"         to ws-bj-action
                   write warehouse-balance-rec
                       invalid key
                           display "A2_ItemMaint - warehouse balance "
                               "write failed, item " wb-item-number
                               " warehouse " wb-warehouse-code
                       not invalid key
                           perform 855-write-balance-journal
                   end-write
               not invalid key
                   move warehouse-balance-rec to ws-bj-before-image
                   move "C"         to ws-bj-action
                   move mt-on-hand  to wb-on-hand-qty
                   move ws-run-date to wb-last-post-date
                   rewrite warehouse-balance-rec
                       invalid key
                           display "A2_ItemMaint - warehouse balance "
                               "rewrite failed, item " wb-item-number
                               " warehouse " wb-warehouse-code
                       not invalid key
                           perform 855-write-balance-journal
                   end-rewrite
           end-read.
      *
       540-retotal-item-on-hand.
      *
      *add up every warehouse balance the item holds - start at the
      *item's lowest key and read forward until the item changes
      *
           move zero to ws-wb-item-total.
           perform 560-start-item-balances.
      *
           perform 545-add-item-balance
               until ws-wb-walk-done.
      *
           move ws-wb-item-total to im-on-hand-qty.
      *
       545-add-item-balance.
      *
           add wb-on-hand-qty to ws-wb-item-total.
           perform 565-read-next-item-balance.
      *
       560-start-item-balances.
      *
           set ws-wb-walk-more to true.
           move mt-item-number to wb-item-number.
           move low-values     to wb-warehouse-code.
      *
           start warehouse-balance-file key is >= wb-key
               invalid key
                   set ws-wb-walk-done to true
           end-start.
      *
           if ws-wb-walk-more
               perform 565-read-next-item-balance
           end-if.
      *
       565-read-next-item-balance.
      *
           read warehouse-balance-file next record
               at end
                   set ws-wb-walk-done to true
           end-read.
      *
           if ws-wb-walk-more
              and wb-item-number not = mt-item-number
               set ws-wb-walk-done to true
           end-if.
      *
       600-delete-record.
      *
           else
               move im-desc to ws-aud-old
               delete item-master-file
               move "D" to ws-ij-action
               perform 850-write-item-journal
               move "DELETED" to ws-aud-result
               add 1 to ws-cnt-deleted
               perform 560-start-item-balances
               perform 610-delete-item-balance
                   until ws-wb-walk-done
           end-if.
      *
       610-delete-item-balance.
      *
      *the item's warehouse balances go with it - a balance left
      *behind would be reported against no master record
      *
           move warehouse-balance-rec to ws-bj-before-image.
           move "D" to ws-bj-action.
      *
           delete warehouse-balance-file record
               invalid key
                   display "A2_ItemMaint - warehouse balance "
                       "delete failed, item " wb-item-number
                       " warehouse " wb-warehouse-code
               not invalid key
                   perform 855-write-balance-journal
           end-delete.
      *
           perform 565-read-next-item-balance.
      *
       700-set-reorder.
      *
               move im-reorder-qty   to ws-rp-qty
               move ws-reorder-pair  to ws-aud-new
               rewrite item-master-rec
               move "C" to ws-ij-action
               perform 850-write-item-journal
               move "APPLIED" to ws-aud-result
               add 1 to ws-cnt-changed
           end-if.
      *
       750-set-unit-cost.
      *
      *set the standard unit cost the main run costs each sale and
      *return at - a blank or non-numeric cost is refused rather
      *than zeroing the cost of an item already costed
      *
           move "SET UNIT COST" to ws-aud-action.
      *
           if ws-master-not-found
               move "NO MASTER RECORD" to ws-aud-result
               perform 800-reject-transaction
           else if mt-unit-cost is not numeric
               move mt-unit-cost-x to ws-aud-new
               move "UNIT COST NOT NUMERIC" to ws-aud-result
               perform 800-reject-transaction
           else
               if im-std-unit-cost is numeric
                   move im-std-unit-cost to ws-unit-cost-edited
               else
                   move zero to ws-unit-cost-edited
               end-if
               move ws-unit-cost-edited to ws-aud-old
               move mt-unit-cost to im-std-unit-cost
               move im-std-unit-cost to ws-unit-cost-edited
               move ws-unit-cost-edited to ws-aud-new
               rewrite item-master-rec
               move "C" to ws-ij-action
               perform 850-write-item-journal
               move "APPLIED" to ws-aud-result
               add 1 to ws-cnt-changed
           end-if.
           if ws-aud-result = spaces
               move "TRANSACTION IGNORED" to ws-aud-result
           end-if.
      *
       850-write-item-journal.
      *
      *an add has no before image and a delete no after image
      *
           if ws-ij-available
               add 1 to ws-ij-sequence
               move "A2_ItemMaint"     to ij-program
               move ws-run-date        to ij-run-date
               move ws-run-time        to ij-run-time
               move ws-ij-sequence     to ij-sequence
               move mt-item-number     to ij-item-number
               move ws-ij-action       to ij-action
               if ij-added
                   move spaces to ij-before-image
               else
                   move ws-ij-before-image to ij-before-image
               end-if
               if ij-deleted
                   move spaces to ij-after-image
               else
                   move item-master-rec to ij-after-image
               end-if
               write item-journal-rec
           end-if.
      *
       855-write-balance-journal.
      *
      *as for the item journal - a new balance has no before image
      *and a removed one no after image
      *
           if ws-bj-available
               add 1 to ws-bj-sequence
               move "A2_ItemMaint"     to bj-program
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
       900-write-audit-summary.
      *
