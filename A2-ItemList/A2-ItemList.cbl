               file status is ws-brg-status.
      *
      *adjustment-file declaration - on-hand adjustments left
      *behind by the inventory count run (A2_InvCount) and goods
      *receipts left by the receiving run (A2_Receive), in the
      *postings-file layout; applied against the item master right
      *after the run's own postings by 867-apply-adjustments and
      *consumed, so a count can never adjust the master twice. a
      *missing file just means nothing was counted or received
      *
           select optional adjustment-file
               assign to "../../../data/A2-ItemList.adj"
               organization is line sequential
               file status is ws-adj-status.
      *
      *warehouse-balance-file declaration - on-hand by item and
      *warehouse, posted from the same deferred postings as the
      *master's company-wide on-hand so the two always move
      *together; the first-ever run creates it
      *
           select optional warehouse-balance-file
               assign to "../../../data/A2-WhBalance.dat"
               organization is indexed
               access mode is random
               record key is wb-key
               file status is ws-wb-status.
      *
      *item-journal-file declaration - a before and after image of
      *every item master record the run rewrites, stamped with the
      *run, appended to the journal every master-updating program
      *shares; A2_Rollback backs a bad run out from it
      *
           select optional item-journal-file
               assign to "../../../data/A2-ItemJrnl.dat"
               organization is line sequential
               file status is ws-ij-status.
      *
      *balance-journal-file declaration - the warehouse balance
      *counterpart of the item journal: a before and after image of
      *every balance record the run writes or rewrites, so
      *A2_Rollback can put the warehouse split back along with the
      *master
      *
           select optional balance-journal-file
               assign to "../../../data/A2-WhJrnl.dat"
               organization is line sequential
               file status is ws-bj-status.
      *
      *duplicates-file declaration - item numbers seen more than
      *once in a run land here, kept and dropped occurrence side by
      *side; the upstream system double-sends blocks after its own
               assign to "../../../data/A2-ItemList.exc"
               organization is line sequential.
      *
      *price-check-file declaration - billed records whose price
      *could not be judged against the item's selling history (a
      *new item, or one with no master record) and out-of-range
      *prices the clerks confirmed through the correction run
      *
           select price-check-file
               assign to "../../../data/A2-ItemList.prc"
               organization is line sequential.
      *
      *customer-master-file declaration - indexed master keyed on
      *customer number carrying the name, credit limit, current
      *balance and credit-hold status. maintained by A2_CustMaint,
      *checked as each customer sale is edited and posted with the
      *run's charges once the run reconciles
      *
           select customer-master-file
               assign to "../../../data/A2-CustMaster.dat"
               organization is indexed
               access mode is random
               record key is cm-customer-number
               file status is ws-cm-status.
      *
      *credit-hold-file declaration - customer sales held back
      *instead of billed: over the customer's credit limit, the
      *customer on credit hold, or the customer unknown to the
      *master. decided the next day by the credit clerks through
      *A2_CreditRel
      *
           select credit-hold-file
               assign to "../../../data/A2-ItemList.hld"
               organization is line sequential.
      *
      *release-file declaration - held sales the credit clerks
      *released through A2_CreditRel, picked up after the recycled
      *records. like the recycle dataset, a missing file just means
      *nothing was released, and it stays outside batch
      *reconciliation
      *
           select release-file
               assign to "../../../data/A2-ItemList.rel"
               organization is line sequential
               file status is ws-rel-status.
      *
      *cust-exception-file declaration - customer sales stopped
      *because the customer is on credit hold or unknown to the
      *customer master
      *
           select cust-exception-file
               assign to "../../../data/A2-ItemList.cex"
               organization is line sequential.
      *
      *statement-file declaration - the per-customer sales
      *statement for the run, with each customer's updated balance
      *
           select statement-file
               assign to "../../../data/A2-ItemList.stm"
               organization is line sequential.
      *
      *run-audit-file declaration - one run-control record appended
      *per execution: when it ran, against which datasets, where it
      *restarted from, what it counted and how it ended. read back
               assign to "../../../data/A2-ItemList.gl"
               organization is line sequential.
      *
      *gl-archive-file declaration - every journal the run hands
      *finance is also appended here, each record stamped with the
      *run it came from, so a journal the gl side rejects or never
      *loads can be sent again from A2_GLAck without re-running
      *this program; A2_GLAck drops a journal once it is accepted
      *
           select optional gl-archive-file
               assign to "../../../data/A2-ItemList.gla"
               organization is line sequential
               file status is ws-gla-status.
      *
      *topitems-file declaration - work file collecting one record
      *per valid detail line for 970-sort-top-items to sort; the
      *sorted result is re-read from sorted-topitems-file for the
           select sorted-topitems-file
               assign to "../../../data/A2-ItemList.srt2"
               organization is line sequential.
      *
      *custact-file declaration - work file collecting one record
      *per billed customer detail line for 885-sort-customer-
      *activity to sort by customer; the sorted result is re-read
      *from sorted-custact-file for the sales statements
      *
           select custact-file
               assign to "../../../data/A2-ItemList.cwk"
               organization is line sequential.
      *
           select sort-custact-file
               assign to "../../../data/A2-ItemList.csr".
      *
           select sorted-custact-file
               assign to "../../../data/A2-ItemList.csr2"
               organization is line sequential.
      *
       data division.
       file section.
      *
      *the input feed carries a batch header first and a batch
      *trailer last around the 34-byte detail records - the three
      *layouts share the record area and are told apart by the
      *record-type byte ("H"/"T" can never collide with a detail
      *record, whose first byte is a digit of il-item-number)
      *customer return ("R") against the default sale - a record
      *cut before the type byte existed reads in space-filled,
      *which is a sale
      *
      *the customer number on the end of the detail record names
      *the account the sale is billed to - a record cut before the
      *customer field existed reads in space-filled and bills as a
      *cash sale, outside the credit check
      *
       fd input-file
           data records are input-header-line
                            input-line
                            input-trailer-line
           record contains 23 to 34 characters.
      *
       01 input-header-line.
           05 ih-record-type           pic x.
               88 il-sale-record       value "S", " ".
               88 il-return-record     value "R".
               88 il-valid-trans-type  value "S", "R", " ".
           05 il-customer-number       pic 9(6).
           05 il-customer-x redefines il-customer-number
                                       pic x(6).
               88 il-cash-sale         value spaces.
      *
       01 input-trailer-line.
           05 it-record-type           pic x.
           05 it-detail-count          pic 9(6).
           05 it-hash-qty              pic 9(9).
           05 it-hash-price            pic 9(11)v99.
      *
      *the correction run marks a price the clerks confirmed as
      *right despite falling outside the item's selling history,
      *so the recycled record passes the price check instead of
      *bouncing again - a record written before the byte existed
      *reads in space-filled, which is unconfirmed. the customer
      *number follows it, so a record corrected before customers
      *were carried reads in as a cash sale, and then the warehouse
      *the sale was first read from - blank on an older record,
      *which is the home warehouse
      *
       fd recycle-file
           data record is recycle-line
           record contains 28 to 38 characters.
      *
       01 recycle-line.
           05 rl-detail                pic x(28).
           05 rl-price-confirm         pic x.
           05 rl-customer-number       pic x(6).
           05 rl-warehouse-code        pic x(3).
      *
       fd run-audit-file
           data record is run-audit-line
           record contains 329 characters.
      *
       01 run-audit-line.
           05 ra-run-date              pic 9(8).
           05 ra-total-net-price       pic 9(11)v99.
           05 ra-end-status            pic x(14).
           05 ra-return-code           pic 99.
           05 ra-gl-record-count       pic 9(6).
           05 ra-gl-hash-amount        pic 9(13)v99.
           05 ra-program               pic x(14).
           05 ra-detail-read           pic 9(6).
           05 ra-recycle-count         pic 9(6).
           05 ra-dup-dropped           pic 9(6).
           05 ra-blocked-count         pic 9(6).
           05 ra-total-trans           pic s9(11)v99.
           05 ra-posted-net            pic s9(11)v99.
           05 ra-unposted-net          pic s9(11)v99.
           05 ra-batch-count           pic 9(3).
           05 ra-held-count            pic 9(6).
           05 ra-release-count         pic 9(6).
      *
       fd item-master-file
           data record is item-master-rec
           record contains 94 characters.
      *
      *the sales buckets are signed - a return of a prior-period
      *sale lands after the period close zeroed them, and backing
      *it out has to leave a true negative rather than wrapping an
      *unsigned field. the standard unit cost is maintained by
      *A2_ItemMaint and only read here, to cost each sale and return
      *
       01 item-master-rec.
           05 im-item-number           pic 9(4).
           05 im-ytd-net-sales         pic s9(11)v99.
           05 im-reorder-point         pic 9(7).
           05 im-reorder-qty           pic 9(7).
           05 im-std-unit-cost         pic 9(5)v99.
           05 im-abc-code              pic x.
      *
      *the quantity is wider than the detail record's own - the
      *inventory count run writes whole-warehouse adjustments in
      *this same layout, and a book-to-count variance can dwarf
      *any single sale. the warehouse the stock moved in rides on
      *the end; a blank warehouse (a single-file run, a recycled
      *record, an adjustment written before warehouses were
      *carried) is the home warehouse
      *
       fd postings-file
           data record is posting-line
           record contains 25 characters.
      *
       01 posting-line.
           05 pl-item-number           pic 9(4).
               88 pl-return-posting    value "R".
               88 pl-adjust-up         value "I".
               88 pl-adjust-down       value "A".
               88 pl-goods-receipt     value "G".
           05 pl-warehouse-code        pic x(3).
      *
       fd batch-register-file
           data record is batch-register-rec
      *
       fd adjustment-file
           data record is adjustment-line
           record contains 25 characters.
      *
       01 adjustment-line              pic x(25).
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
       fd duplicates-file
           data record is dup-print-line
           record contains 132 characters.
      *
       01 dup-print-line               pic x(132) value spaces.
      *
       fd price-check-file
           data record is prc-print-line
           record contains 132 characters.
      *
       01 prc-print-line               pic x(132) value spaces.
      *
      *the balance is signed - returns and payments can leave an
      *account in credit
      *
       fd customer-master-file
           data record is customer-master-rec
           record contains 59 characters.
      *
       01 customer-master-rec.
           05 cm-customer-number       pic 9(6).
           05 cm-name                  pic x(30).
           05 cm-credit-limit          pic 9(9)v99.
           05 cm-balance               pic s9(9)v99.
           05 cm-credit-status         pic x.
               88 cm-on-hold           value "H".
               88 cm-in-good-standing  value " ".
      *
      *a held sale carries the detail record as read, the price
      *confirmation it came in with, the credit clerks' release
      *mark (always blank from here), why and when it was held,
      *its batch, what it would have charged the account and the
      *warehouse it was sold from
      *
       fd credit-hold-file
           data record is hold-line
           record contains 92 characters.
      *
       01 hold-line.
           05 hl-detail                pic x(34).
           05 hl-price-confirm         pic x.
           05 hl-credit-release        pic x.
           05 hl-reason                pic x(30).
           05 hl-hold-date             pic 9(8).
           05 hl-batch-number          pic 9(6).
           05 hl-amount                pic 9(7)v99.
           05 hl-warehouse-code        pic x(3).
      *
      *a released sale comes back in the credit-hold layout - a
      *"Y" release mark means the clerks approved it over the
      *customer's credit limit. the warehouse code is carried
      *through unchanged - blank on a sale held before warehouses
      *were carried, which is the home warehouse
      *
       fd release-file
           data record is release-line
           record contains 92 characters.
      *
       01 release-line.
           05 rel-detail               pic x(34).
           05 rel-price-confirm        pic x.
           05 rel-credit-release       pic x.
           05 filler                   pic x(53).
           05 rel-warehouse-code       pic x(3).
      *
       fd cust-exception-file
           data record is cex-print-line
           record contains 132 characters.
      *
       01 cex-print-line               pic x(132) value spaces.
      *
       fd statement-file
           data record is stm-print-line
           record contains 132 characters.
      *
       01 stm-print-line               pic x(132) value spaces.
      *
       fd stock-report-file
           data record is stock-print-line
      *
      *the batch number rides the reject so the correction run can
      *tell which transmission a record that keeps bouncing came
      *from, and the warehouse code so the corrected record posts
      *back to the stock it was sold from
      *
       fd exception-file
           data record is exception-line
           record contains 76 characters.
      *
       01 exception-line.
           05 el-item-number           pic 9(4).
           05 el-qty                   pic 999.
           05 el-price-per-unit        pic 9(4)v99.
           05 el-trans-type            pic x.
           05 el-price-confirm         pic x.
           05 filler                   pic x(2) value spaces.
           05 el-reason                pic x(30).
           05 el-batch-number          pic 9(6).
           05 el-customer-number       pic x(6).
           05 el-warehouse-code        pic x(3).
      *
      *checkpoint-line carries both the restart position (how many
      *input records to skip) and a snapshot of every running total
      *
       fd checkpoint-file
           data record is checkpoint-line
           record contains 993 characters.
      *
      *the per-class discount-analysis slots are keyed by the class
      *code saved in each entry rather than by position, so a restart
           05 ckp-return-count          pic 9(6).
           05 ckp-return-qty            pic 9(9).
           05 ckp-return-net-price      pic 9(11)v99.
      *
      *the per-class cost of goods sold rides in the same slot
      *order as ckp-da-entry, keyed by the class code saved there,
      *along with the count of records that could not be costed
      *
           05 ckp-cost-entry occurs 10 times.
               10 ckp-da-cost           pic s9(11)v99.
           05 ckp-uncosted-count        pic 9(6).
      *
      *the customer sales held back for credit so far
      *
           05 ckp-held-count            pic 9(6).
      *
       fd csv-file
           data record is csv-line
           05 gt-record-type           pic x.
           05 gt-record-count          pic 9(6).
           05 gt-hash-amount           pic 9(13)v99.
      *
       fd gl-archive-file
           data record is gl-archive-line
           record contains 47 characters.
      *
       01 gl-archive-line.
           05 ga-run-date              pic 9(8).
           05 ga-run-time              pic 9(6).
           05 ga-gl-record             pic x(33).
      *
       fd topitems-file
           data record is ti-record
           05 so-trans-charge          pic 9(7)v99.
           05 so-trans-type            pic x.
               88 so-return-record     value "R".
      *
       fd custact-file
           data record is ca-record
           record contains 69 characters.
      *
       01 ca-record.
           05 ca-customer-number       pic 9(6).
           05 ca-item-number           pic 9(4).
           05 ca-desc                  pic x(13).
           05 ca-trans-type            pic x.
           05 ca-qty                   pic 999.
           05 ca-price-per-unit        pic 9(4)v99.
           05 ca-ext-price             pic 9(7)v99.
           05 ca-discount              pic 9(7)v99.
           05 ca-net-price             pic 9(7)v99.
           05 ca-trans-charge          pic 9(7)v99.
      *
       sd sort-custact-file
           data record is cs-record.
      *
       01 cs-record.
           05 cs-customer-number       pic 9(6).
           05 cs-item-number           pic 9(4).
           05 cs-desc                  pic x(13).
           05 cs-trans-type            pic x.
           05 cs-qty                   pic 999.
           05 cs-price-per-unit        pic 9(4)v99.
           05 cs-ext-price             pic 9(7)v99.
           05 cs-discount              pic 9(7)v99.
           05 cs-net-price             pic 9(7)v99.
           05 cs-trans-charge          pic 9(7)v99.
      *
       fd sorted-custact-file
           data record is co-record
           record contains 69 characters.
      *
       01 co-record.
           05 co-customer-number       pic 9(6).
           05 co-item-number           pic 9(4).
           05 co-desc                  pic x(13).
           05 co-trans-type            pic x.
               88 co-return-record     value "R".
           05 co-qty                   pic 999.
           05 co-price-per-unit        pic 9(4)v99.
           05 co-ext-price             pic 9(7)v99.
           05 co-discount              pic 9(7)v99.
           05 co-net-price             pic 9(7)v99.
           05 co-trans-charge          pic 9(7)v99.
      *
       working-storage section.
      *
           05 ws-parm-variance-tol     pic x(3).
           05 ws-parm-dup-mode         pic x.
           05 ws-parm-batch-override   pic x.
           05 ws-parm-price-tol        pic x(3).
      *
      *condition-code controls - the scheduler reads the return
      *code to decide whether the billing and extract steps may
      *
       01 ws-dup-kept-table value spaces.
           05 ws-dup-kept occurs 10000 times
                                       pic x(34).
      *
       01 ws-release-heading.
           05 filler                   pic x(30) value
                  "*** CREDIT RELEASED ITEMS ***".
      *
       01 ws-recycle-heading.
           05 filler                   pic x(26) value
                  "*** DUPLICATE ITEM LIST ***".
      *
       01 ws-dup-col-heads.
           05 filler                   pic x(34) value
                  "First Occurrence (Kept)".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(34) value "Duplicate".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(21) value "Action".
      *
       01 ws-dup-line.
           05 ws-dup-kept-rec          pic x(34).
           05 filler                   pic x(5) value "  |  ".
           05 ws-dup-new-rec           pic x(34).
           05 filler                   pic x(5) value "  |  ".
           05 ws-dup-action            pic x(21).
      *
       01 ws-prc-heading.
           05 filler                   pic x(34) value
                  "*** PRICE CHECK EXCEPTION LIST ***".
      *
       01 ws-prc-col-heads.
           05 filler                   pic x(34) value
                  "Detail Record".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(6) value "Batch".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(12) value "Avg Price".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(12) value "Net Price".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(26) value "Condition".
      *
       01 ws-prc-line.
           05 ws-prc-rec               pic x(34).
           05 filler                   pic x(5) value "  |  ".
           05 ws-prc-batch             pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 ws-prc-avg-price         pic z,zzz,zz9.99.
           05 filler                   pic x(5) value "  |  ".
           05 ws-prc-net-price         pic z,zzz,zz9.99.
           05 filler                   pic x(5) value "  |  ".
           05 ws-prc-condition         pic x(26).
      *
       01 ws-cex-heading.
           05 filler                   pic x(31) value
                  "*** CUSTOMER EXCEPTION LIST ***".
      *
       01 ws-cex-col-heads.
           05 filler                   pic x(34) value
                  "Detail Record".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(6) value "Batch".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(12) value "Amount".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(30) value "Condition".
      *
       01 ws-cex-line.
           05 ws-cex-rec               pic x(34).
           05 filler                   pic x(5) value "  |  ".
           05 ws-cex-batch             pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 ws-cex-amount            pic z,zzz,zz9.99.
           05 filler                   pic x(5) value "  |  ".
           05 ws-cex-condition         pic x(30).
      *
       01 ws-dup-summary.
           05 filler                   pic x(17) value
                  "Duplicate Count:".
           05 ws-dup-sum-count         pic 9(6) value zero.
      *
       01 ws-credit-summary.
           05 filler                   pic x(17) value
                  "Held For Credit:".
           05 ws-crs-held-count        pic zzzzz9.
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(17) value
                  "Credit Released:".
           05 ws-crs-release-count     pic zzzzz9.
      *
      *run-over-run history and variance controls - the prior-run
      *and trailing figures are rebuilt from the history dataset at
           05 ws-rcy-status            pic xx value spaces.
           05 ws-rcy-eof-flag          pic x value "n".
           05 ws-rcy-open-flag         pic x value "n".
      *
       01 ws-release-controls.
           05 ws-rel-status            pic xx value spaces.
           05 ws-rel-eof-flag          pic x value "n".
           05 ws-rel-open-flag         pic x value "n".
      *
      *customer credit controls - what stopped the sale in hand,
      *and the accounts this run has billed: each customer's
      *master figures as they stood when the run first met the
      *customer, plus everything the run has charged the account
      *since, which is what the credit limit is tested against and
      *what posts to the balance once the run reconciles
      *
       01 ws-customer-controls.
           05 ws-cm-status             pic xx value spaces.
           05 ws-cust-master-flag      pic x value "n".
               88 ws-cust-master-available   value "y".
               88 ws-cust-master-unavailable value "n".
           05 ws-cust-stop-flag        pic x value space.
               88 ws-cust-stop-none    value space.
               88 ws-cust-over-limit   value "L".
               88 ws-cust-on-hold      value "H".
               88 ws-cust-unknown      value "U".
               88 ws-cust-unavailable  value "M".
               88 ws-cust-table-full   value "F".
           05 ws-cust-lookup-flag      pic x value "u".
               88 ws-cust-found        value "f".
               88 ws-cust-not-on-file  value "u".
               88 ws-cust-no-room      value "x".
           05 ws-credit-release-flag   pic x value "n".
               88 ws-credit-released   value "Y".
           05 ws-lookup-customer       pic 9(6) value zero.
           05 ws-cust-count            pic 9(4) value zero.
           05 ws-cust-max              pic 9(4) value 5000.
           05 ws-cust-sub              pic 9(4) value zero.
           05 ws-cust-scan             pic 9(4) value zero.
           05 ws-cust-amount           pic s9(9)v99 value zero.
           05 ws-cust-exposure         pic s9(11)v99 value zero.
      *
       01 ws-cust-table.
           05 ws-cust-entry occurs 5000 times.
               10 ws-cust-number       pic 9(6).
               10 ws-cust-name         pic x(30).
               10 ws-cust-limit        pic 9(9)v99.
               10 ws-cust-open-balance pic s9(9)v99.
               10 ws-cust-status       pic x.
               10 ws-cust-run-amount   pic s9(9)v99.
               10 ws-cust-post-flag    pic x.
                   88 ws-cust-posted       value "y".
                   88 ws-cust-not-posted   value "n".
      *
      *sales statement controls - the customer being printed and
      *the run's figures for that customer
      *
       01 ws-stm-controls.
           05 ws-stm-eof-flag          pic x value "n".
           05 ws-stm-current-customer  pic 9(6) value zero.
           05 ws-stm-sales             pic s9(9)v99 value zero.
           05 ws-stm-returns           pic s9(9)v99 value zero.
           05 ws-stm-discount          pic s9(9)v99 value zero.
           05 ws-stm-trans             pic s9(9)v99 value zero.
           05 ws-stm-opening           pic s9(9)v99 value zero.
           05 ws-stm-charges           pic s9(9)v99 value zero.
           05 ws-stm-posted-flag       pic x value "y".
           05 ws-cust-amount-edited    pic -,---,---,--9.99.
      *
      *item master posting controls - a run can still price and
      *report when the master is unavailable, it just cannot post,
           05 ws-adj-status            pic xx value spaces.
           05 ws-adj-eof-flag          pic x value "n".
           05 ws-adj-open-flag         pic x value "n".
      *
      *warehouse balance posting - the signed on-hand movement of
      *the posting being applied, for the balance of the warehouse
      *it moved in. the home warehouse is where a posting with no
      *warehouse of its own lands
      *
       01 ws-wh-balance-controls.
           05 ws-wb-status             pic xx value spaces.
           05 ws-wb-flag               pic x value "n".
               88 ws-wb-available      value "y".
               88 ws-wb-unavailable    value "n".
           05 ws-home-wh-code          pic x(3) value "001".
           05 ws-wb-movement           pic s9(8) value zero.
      *
      *item journal controls - the master record as read, held for
      *the journal's before image, and the run's change sequence
      *
       01 ws-journal-controls.
           05 ws-ij-status             pic xx value spaces.
           05 ws-ij-flag               pic x value "n".
               88 ws-ij-available      value "y".
               88 ws-ij-unavailable    value "n".
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
           05 ws-bj-sequence           pic 9(7) value zero.
           05 ws-bj-action             pic x value space.
           05 ws-bj-before-image       pic x(22) value spaces.
      *
       01 ws-stock-heading.
           05 filler                   pic x(24) value
      *the accumulators are signed - returns net against them, and
      *a class whose returns outweigh its sales in a run must
      *carry a real negative for the discount analysis and the gl
      *extract to report honestly. ws-class-da-cost is the class'
      *cost of goods sold at standard, netted the same way
      *
       01 ws-class-table.
           05 ws-class-entry occurs 10 times.
               10 ws-class-da-discount pic s9(11)v99.
               10 ws-class-da-ext-price pic s9(11)v99.
               10 ws-class-da-trans    pic s9(11)v99.
               10 ws-class-da-cost     pic s9(11)v99.
      *
      *batch reconciliation controls - the ws-batch- accumulators
      *are rebuilt from every record read (including records
           05 ws-gl-ar-amount          pic s9(11)v99 value zero.
           05 ws-gl-amount             pic s9(11)v99 value zero.
           05 ws-gl-side               pic xx value spaces.
           05 ws-gla-status            pic xx value spaces.
           05 ws-gla-flag              pic x value "n".
               88 ws-gla-available     value "y".
               88 ws-gla-unavailable   value "n".
      *
      *balancing-proof controls - the figures A2_Proof ties out
      *across the datasets, carried on the run-audit record: every
      *detail record read (a file the batch register blocked is
      *counted apart, since none of it is billed, rejected or
      *dropped), the transportation billed, the net sales the
      *postings actually moved into the master and the net of the
      *billed records with no master to post to, and the batches
      *that reconciled in balance for the register
      *
       01 ws-proof-controls.
           05 ws-detail-read-count     pic 9(6) value zero.
           05 ws-recycle-read-count    pic 9(6) value zero.
           05 ws-blocked-read-count    pic 9(6) value zero.
           05 ws-reconciled-batch-count pic 9(3) value zero.
           05 ws-held-count            pic 9(6) value zero.
           05 ws-release-read-count    pic 9(6) value zero.
           05 ws-run-trans-total       pic s9(11)v99 value zero.
           05 ws-posted-net-total      pic s9(11)v99 value zero.
           05 ws-unposted-net-total    pic s9(11)v99 value zero.
      *
       01 ws-summary-heading.
           05 filler                   pic x(39) value
               88 ws-record-invalid    value "N".
           05 ws-reject-reason         pic x(30) value spaces.
      *
      *price reasonableness controls - a detail price is judged
      *against the average selling price the item master carries
      *(ytd net sales over ytd quantity sold). the tolerance is a
      *whole percent either side of that average, set on the card
      *
       01 ws-price-controls.
           05 ws-price-tolerance       pic 9(3) value 50.
           05 ws-price-confirm-flag    pic x value "n".
               88 ws-price-confirmed   value "Y".
           05 ws-price-check-flag      pic x value space.
               88 ws-price-in-range    value space.
               88 ws-price-no-master   value "M".
               88 ws-price-no-history  value "H".
               88 ws-price-confirmed-out value "C".
           05 ws-price-avg             pic s9(9)v99 value zero.
           05 ws-price-net-unit        pic 9(5)v99 value zero.
           05 ws-price-diff            pic s9(9)v99 value zero.
           05 ws-price-limit           pic 9(11)v99 value zero.
      *
      *transaction type of the detail line being printed - fed by
      *both the live pricing path and the top-items walk, so
      *230-set-detail-brackets serves them both
           05 filler                   pic x(36) value
                  "*** DISCOUNT ANALYSIS BY CLASS ***".
      *
      *gross margin by class - net sales (extended price less
      *discount) against the cost of goods sold at standard. a sale
      *of an item with no master record or no standard cost carries
      *no cost, so the count of such records prints under the
      *section to show how far the margin is overstated
      *
       01 ws-margin-controls.
           05 ws-gm-net-sales          pic s9(11)v99 value zero.
           05 ws-gm-margin             pic s9(11)v99 value zero.
           05 ws-gm-tot-net-sales      pic s9(11)v99 value zero.
           05 ws-gm-tot-cost           pic s9(11)v99 value zero.
           05 ws-gm-tot-margin         pic s9(11)v99 value zero.
           05 ws-gm-pct-work           pic s9(5)v99 value zero.
           05 ws-uncosted-count        pic 9(6) value zero.
      *
       01 ws-gm-heading.
           05 filler                   pic x(36) value
                  "*** GROSS MARGIN BY CLASS ***".
      *
       01 ws-gross-margin-line.
           05 ws-gm-class              pic x value spaces.
           05 filler                   pic x(2) value spaces.
           05 ws-gm-desc               pic x(20) value spaces.
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(10) value "Net Sales:".
           05 ws-gm-net-edit           pic -(10)9.99 value zero.
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(5) value "Cost:".
           05 ws-gm-cost-edit          pic -(10)9.99 value zero.
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(7) value "Margin:".
           05 ws-gm-margin-edit        pic -(10)9.99 value zero.
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(9) value "Margin %:".
           05 ws-gm-pct-edit           pic -(4)9.99 value zero.
      *
       01 ws-gm-uncosted-line.
           05 filler                   pic x(36) value
                  "Records Without A Standard Cost:".
           05 ws-gm-uncosted           pic z(5)9 value zero.
      *
      *control-break tracking for 990-write-top-items
      *
       01 ws-ti-flags.
           05 ws-ti-eof-flag           pic x value "n".
           05 ws-ti-current-class      pic x value spaces.
      *
       01 ws-stm-heading.
           05 filler                   pic x(33) value
                  "*** CUSTOMER SALES STATEMENTS ***".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(10) value "Run Date:".
           05 ws-stmh-run-date         pic 9(8).
      *
       01 ws-stm-customer-line.
           05 filler                   pic x(10) value "Customer:".
           05 ws-stmc-number           pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 ws-stmc-name             pic x(30).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(14) value "Credit Limit:".
           05 ws-stmc-limit            pic z,zzz,zzz,zz9.99.
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(17) value
                  "Opening Balance:".
           05 ws-stmc-opening          pic -,---,---,--9.99.
      *
       01 ws-stm-col-heads.
           05 filler                   pic x(4) value "Item".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(13) value "Description".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(6) value "Type".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(3) value "Qty".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "Price".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(12) value "Extended".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(12) value "Discount".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(12) value "Net".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(12) value "Transport".
      *
       01 ws-stm-detail-line.
           05 ws-stmd-item             pic 9(4).
           05 filler                   pic x(5) value "  |  ".
           05 ws-stmd-desc             pic x(13).
           05 filler                   pic x(5) value "  |  ".
           05 ws-stmd-type             pic x(6).
           05 filler                   pic x(5) value "  |  ".
           05 ws-stmd-qty              pic zz9.
           05 filler                   pic x(5) value "  |  ".
           05 ws-stmd-price            pic z,zz9.99.
           05 filler                   pic x(5) value "  |  ".
           05 ws-stmd-ext-price        pic z,zzz,zz9.99.
           05 filler                   pic x(5) value "  |  ".
           05 ws-stmd-discount         pic z,zzz,zz9.99.
           05 filler                   pic x(5) value "  |  ".
           05 ws-stmd-net-price        pic z,zzz,zz9.99.
           05 filler                   pic x(5) value "  |  ".
           05 ws-stmd-trans-charge     pic z,zzz,zz9.99.
      *
       01 ws-stm-totals-line.
           05 filler                   pic x(11) value "  ** Sales:".
           05 ws-stmt-sales            pic -,---,---,--9.99.
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(9) value "Returns:".
           05 ws-stmt-returns          pic -,---,---,--9.99.
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(11) value "Discounts:".
           05 ws-stmt-discount         pic -,---,---,--9.99.
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(16) value
                  "Transportation:".
           05 ws-stmt-trans            pic -,---,---,--9.99.
      *
       01 ws-stm-balance-line.
           05 filler                   pic x(21) value
                  "  ** Opening Balance:".
           05 ws-stmb-opening          pic -,---,---,--9.99.
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(13) value "Run Charges:".
           05 ws-stmb-charges          pic -,---,---,--9.99.
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(17) value
                  "Updated Balance:".
           05 ws-stmb-updated          pic -,---,---,--9.99.
           05 filler                   pic xx value spaces.
           05 ws-stmb-note             pic x(20) value spaces.
      *
       01 ws-top-items-heading.
           05 filler                   pic x(46) value
           05 ws-calc-net-price        pic 9(7)v99.
           05 ws-calc-trans-surcharge  pic 9(7)v99.
           05 ws-calc-trans-charge     pic 9(7)v99.
           05 ws-calc-unit-cost        pic 9(5)v99.
           05 ws-calc-ext-cost         pic 9(9)v99.
      *
      *comma-scrubbed copy of il-desc for the csv extract - a comma
      *embedded in the description would otherwise shift every csv
           perform 060-check-restart.
      *
           perform 065-open-report-files.
           perform 066-open-customer-master.
           perform 068-open-item-master.
           perform 069-open-batch-register.
      *
               perform 090-process-input-file
           end-if.
      *
      *recycled and released records carry the warehouse they were
      *first read from and set the tag for themselves - blank it
      *here so nothing is credited to the last file processed.
      *an out-of-balance run leaves the recycle dataset untouched:
      *its checkpoint predates the recycle phase, so consuming the
      *records here would bill them on the bad run's spool while
      *losing them from the totals the rerun restores
      *
      *the credit clerks' released sales follow the recycled
      *records under the same gate
      *
           move spaces to ws-current-wh-code.
           if ws-run-in-balance
               perform 140-process-recycle-file
               perform 146-process-release-file
           end-if.
      *
           close topitems-file.
           close custact-file.
      *
           perform 900-write-summary.
           perform 950-write-discount-analysis.
           perform 960-write-gross-margin.
           perform 970-sort-top-items.
           perform 990-write-top-items.
      *
      *
           if ws-run-in-balance
               perform 865-apply-item-postings
               perform 880-apply-customer-postings
               perform 885-sort-customer-activity
               perform 890-write-statements
               perform 870-write-gl-extract
               perform 918-write-batch-registrations
               perform 860-clear-checkpoint
           close csv-file.
           close stock-report-file.
           close duplicates-file.
           close price-check-file.
           close credit-hold-file.
           close cust-exception-file.
      *
           if ws-master-available
               close item-master-file
           end-if.
      *
           if ws-cust-master-available
               close customer-master-file
           end-if.
      *
           if ws-register-available
               close batch-register-file
                   move zero to ws-class-da-discount (ws-class-sub)
                   move zero to ws-class-da-ext-price (ws-class-sub)
                   move zero to ws-class-da-trans (ws-class-sub)
                   move zero to ws-class-da-cost (ws-class-sub)
               else
                   move zero to ws-class-sub
               end-if
      *refreshed with the new figures
      *
           move ws-parm-batch-override to ws-batch-override.
      *
      *price tolerance (whole percent) either side of the item's
      *average selling price - blank or non-numeric keeps the shop
      *default
      *
           if ws-parm-price-tol is numeric
               move ws-parm-price-tol to ws-price-tolerance
           end-if.
      *
       055-load-warehouse-list.
      *
           move ckp-return-qty        to ws-rts-qty.
           move ckp-return-net-price  to ws-rts-net-price.
      *
      *a checkpoint written before the standard cost existed
      *carries no cost figures - the resumed run costs only what
      *it processes itself
      *
           if ckp-uncosted-count is numeric
               move ckp-uncosted-count to ws-uncosted-count
           end-if.
      *
      *nor, before customer accounts existed, any credit holds
      *
           if ckp-held-count is numeric
               move ckp-held-count to ws-held-count
           end-if.
      *
      *a file that failed reconciliation before the abend keeps
      *the whole rerun out of balance - 305 does not re-reconcile
      *completed warehouses, so the verdict travels with the
                       ws-wh-da-discount (ws-class-sub)
                   move ckp-wh-da-ext-price (ws-ckp-sub) to
                       ws-wh-da-ext-price (ws-class-sub)
                   if ckp-da-cost (ws-ckp-sub) is numeric
                       move ckp-da-cost (ws-ckp-sub) to
                           ws-class-da-cost (ws-class-sub)
                   end-if
               end-if
           end-if.
      *
               open extend topitems-file
               open extend stock-report-file
               open extend duplicates-file
               open extend price-check-file
               open extend credit-hold-file
               open extend cust-exception-file
               open extend custact-file
           else
               open output output-file
               open output exception-file
               open output topitems-file
               open output stock-report-file
               open output duplicates-file
               open output price-check-file
               open output credit-hold-file
               open output cust-exception-file
               open output custact-file
               write stock-print-line from ws-stock-heading
                   before advancing 2 lines
               write stock-print-line from ws-stock-col-heads
                   before advancing 2 lines
               write dup-print-line from ws-dup-col-heads
                   before advancing 2 lines
               write prc-print-line from ws-prc-heading
                   before advancing 2 lines
               write prc-print-line from ws-prc-col-heads
                   before advancing 2 lines
               write cex-print-line from ws-cex-heading
                   before advancing 2 lines
               write cex-print-line from ws-cex-col-heads
                   before advancing 2 lines
           end-if.
      *
      *the postings work dataset is rebuilt from scratch on every
           move spaces to ws-section-title.
           move "y" to ws-section-columns.
           perform 510-start-new-page.
      *
       066-open-customer-master.
      *
      *the customer master is read as sales are edited and posted
      *once the run reconciles - without it the run still prices
      *and bills cash sales, but no customer sale can be credit
      *checked, so every one of them is held for the clerks
      *
           open i-o customer-master-file.
      *
           if ws-cm-status = "00"
               set ws-cust-master-available to true
           else
               set ws-cust-master-unavailable to true
               display "A2_ItemList - customer master not available, "
                   "status " ws-cm-status ", customer sales held"
           end-if.
      *
       068-open-item-master.
      *
      *postings dataset (rebuilt from scratch every run) covers
      *the whole file. only a record the original run would have
      *processed claims a slot and posts, which the edits and the
      *duplicate table re-establish deterministically. each billed
      *customer sale is charged back to its account in the
      *customer table, so the credit checks after the restart
      *point see the same exposure the original run did
      *
           if not ih-header-record and not it-trailer-record
              and not ws-batch-blocked
                   if il-item-number is not numeric
                       perform 210-price-record
                       perform 220-write-item-posting
                       perform 178-add-customer-charge
                   else
                       compute ws-dup-sub = il-item-number + 1
                       if ws-dup-kept (ws-dup-sub) = spaces
                               ws-dup-kept (ws-dup-sub)
                           perform 210-price-record
                           perform 220-write-item-posting
                           perform 178-add-customer-charge
                       else
                           if ws-dup-flag-mode
                               perform 210-price-record
                               perform 220-write-item-posting
                               perform 178-add-customer-charge
                           end-if
                       end-if
                   end-if
                   if ws-record-valid
                       perform 200-calc-and-write-detail
                   else
                       perform 795-route-rejected-record
                   end-if
                   if ws-dup-found
                       perform 137-write-flagged-dup-line
      *
      *recycle records share the detail layout, so the record is
      *dropped into the input record area and run through the same
      *edit / calc / exception paragraphs as a regular read. a
      *price the clerks confirmed is let past the price check for
      *this record only
      *
           move rl-detail to input-line.
           move rl-customer-number to il-customer-x.
           move rl-warehouse-code to ws-current-wh-code.
           move rl-price-confirm to ws-price-confirm-flag.
           add 1 to ws-recycle-read-count.
      *
           perform 130-check-duplicate.
      *
               if ws-record-valid
                   perform 200-calc-and-write-detail
               else
                   perform 795-route-rejected-record
               end-if
               if ws-dup-found
                   perform 137-write-flagged-dup-line
               end-if
           end-if.
      *
           move "n" to ws-price-confirm-flag.
      *
           read recycle-file
               at end
                   move ws-eof-yes to ws-rcy-eof-flag.
      *
       146-process-release-file.
      *
      *pick up the held sales the credit clerks released through
      *A2_CreditRel - the same way 140 picks up the recycled
      *records, and outside batch reconciliation and the restart
      *checkpoint for the same reasons
      *
           open input release-file.
      *
           if ws-rel-status not = "00"
               move "n" to ws-rel-open-flag
               move ws-eof-yes to ws-rel-eof-flag
           else
               move "y" to ws-rel-open-flag
               move "n" to ws-rel-eof-flag
               read release-file
                   at end
                       move ws-eof-yes to ws-rel-eof-flag
               end-read
           end-if.
      *
           move zero to ws-batch-number.
           move ws-run-date to ws-pricing-date.
      *
           if ws-rel-eof-flag not = ws-eof-yes
               move ws-release-heading to ws-section-title
               move "y" to ws-section-columns
               perform 520-start-report-section
           end-if.
      *
           perform 148-process-release-record
               until ws-rel-eof-flag = ws-eof-yes.
      *
      *consume the dataset so a released sale can only bill once
      *
           if ws-rel-open-flag = "y"
               close release-file
               open output release-file
               close release-file
           end-if.
      *
       148-process-release-record.
      *
      *a released sale goes through the regular edits again - a
      *sale released over its limit or past a customer hold carries
      *the clerks' release mark and skips that check for this
      *record only, along with any price confirmation it was held
      *with
      *
           move rel-detail to input-line.
           move rel-price-confirm to ws-price-confirm-flag.
           move rel-credit-release to ws-credit-release-flag.
           move rel-warehouse-code to ws-current-wh-code.
           add 1 to ws-release-read-count.
      *
           perform 130-check-duplicate.
      *
           if not ws-dup-found or ws-dup-flag-mode
               perform 150-edit-record
               if ws-record-valid
                   perform 200-calc-and-write-detail
               else
                   perform 795-route-rejected-record
               end-if
               if ws-dup-found
                   perform 137-write-flagged-dup-line
               end-if
           end-if.
      *
           move "n" to ws-price-confirm-flag.
           move "n" to ws-credit-release-flag.
      *
           read release-file
               at end
                   move ws-eof-yes to ws-rel-eof-flag.
      *
       150-edit-record.
      *
               set ws-record-invalid to true
               move "INVALID TRANS TYPE" to ws-reject-reason
           end-if.
      *
      *a record that passes the field edits has its price judged
      *against the item's own selling history
      *
           move space to ws-price-check-flag.
           if ws-record-valid
               perform 155-check-price-history
           end-if.
      *
      *a clean customer sale is then judged against the customer's
      *account - a cash sale carries no customer and is not
      *credit checked
      *
           move space to ws-cust-stop-flag.
           move zero to ws-cust-sub.
           if ws-record-valid and not il-cash-sale
               perform 170-check-customer
           end-if.
      *
       155-check-price-history.
      *
      *the master is only read here - it is not posted until the
      *run reconciles, so the restart skip path reaches the same
      *verdict as the run being resumed. an item with no master
      *record, or with no net sales yet to average, cannot be
      *judged and is let through to be listed. a run without the
      *master cannot judge any price and bills as it always has
      *
           if ws-master-available
               move il-item-number to im-item-number
               read item-master-file
                   invalid key
                       set ws-price-no-master to true
                   not invalid key
                       if im-ytd-qty-sold > zero
                          and im-ytd-net-sales > zero
                           perform 156-compare-price
                       else
                           set ws-price-no-history to true
                       end-if
               end-read
           end-if.
      *
       156-compare-price.
      *
      *ytd net sales are posted after discount, so the record's
      *unit price is put on the same footing - less the class
      *discount of the rate entry 150 selected - before it is
      *measured against the average. outside the tolerance the
      *record is rejected for the clerks to confirm or correct,
      *unless it comes back from them already confirmed
      *
           compute ws-price-avg rounded =
               im-ytd-net-sales / im-ytd-qty-sold.
      *
           compute ws-price-net-unit rounded =
               il-price-per-unit *
                   (2 - ws-rate-discount (ws-rate-sub)).
      *
           compute ws-price-diff = ws-price-net-unit - ws-price-avg.
           if ws-price-diff < zero
               compute ws-price-diff = zero - ws-price-diff
           end-if.
      *
           compute ws-price-limit rounded =
               ws-price-avg * ws-price-tolerance / 100.
      *
           if ws-price-diff > ws-price-limit
               if ws-price-confirmed
                   set ws-price-confirmed-out to true
               else
                   set ws-record-invalid to true
                   move "PRICE OUTSIDE HISTORY RANGE"
                       to ws-reject-reason
               end-if
           end-if.
      *
       160-find-rate-entry.
      *
                       to ws-best-date
               end-if
           end-if.
      *
       170-check-customer.
      *
      *find the customer and decide whether the sale can bill. a
      *return only ever reduces what the customer owes, so it
      *bills whatever the account's standing; a sale the credit
      *clerks released skips the hold and the limit, but not the
      *customer's existence. otherwise a customer on hold stops
      *the sale, and so does a sale that would take the customer's
      *balance - as it stood at the start of the run, plus what
      *this run has already charged - past the credit limit. a
      *stopped sale is held for the credit clerks rather than
      *rejected to the exception clerks
      *
           set ws-cust-not-on-file to true.
           if ws-cust-master-available
               perform 172-find-customer
           end-if.
      *
           evaluate true
               when ws-cust-master-unavailable
                   set ws-cust-unavailable to true
                   move "CUSTOMER MASTER UNAVAILABLE"
                       to ws-reject-reason
               when ws-cust-not-on-file
                   set ws-cust-unknown to true
                   move "CUSTOMER NOT ON MASTER" to ws-reject-reason
               when ws-cust-no-room
                   set ws-cust-table-full to true
                   move "CUSTOMER TABLE FULL" to ws-reject-reason
               when il-return-record
                   continue
               when ws-credit-released
                   continue
               when ws-cust-status (ws-cust-sub) = "H"
                   set ws-cust-on-hold to true
                   move "CUSTOMER ON CREDIT HOLD" to ws-reject-reason
               when other
                   perform 176-price-customer-charge
                   compute ws-cust-exposure =
                       ws-cust-open-balance (ws-cust-sub) +
                       ws-cust-run-amount (ws-cust-sub) +
                       ws-cust-amount
                   if ws-cust-exposure >
                      ws-cust-limit (ws-cust-sub)
                       set ws-cust-over-limit to true
                       move "CREDIT LIMIT EXCEEDED"
                           to ws-reject-reason
                   end-if
           end-evaluate.
      *
           if not ws-cust-stop-none
               set ws-record-invalid to true
           end-if.
      *
       172-find-customer.
      *
      *leave ws-cust-sub addressing the customer's table entry,
      *loading it off the master the first time the run meets the
      *customer. a customer number that is not numeric cannot be
      *on the master
      *
           set ws-cust-not-on-file to true.
           move zero to ws-cust-sub.
      *
           if il-customer-number is numeric
               move il-customer-number to ws-lookup-customer
               perform 173-scan-customer-table
               if not ws-cust-found
                   perform 175-load-customer
               end-if
           end-if.
      *
       173-scan-customer-table.
      *
           perform 174-check-customer-entry
               varying ws-cust-scan from 1 by 1
               until ws-cust-scan > ws-cust-count
                  or ws-cust-found.
      *
       174-check-customer-entry.
      *
           if ws-cust-number (ws-cust-scan) = ws-lookup-customer
               set ws-cust-found to true
               move ws-cust-scan to ws-cust-sub
           end-if.
      *
       175-load-customer.
      *
      *the master is only read here - balances are not posted
      *until the run reconciles, so the opening balance taken here
      *is the same on a restart as in the run being resumed
      *
           move ws-lookup-customer to cm-customer-number.
           read customer-master-file
               invalid key
                   set ws-cust-not-on-file to true
               not invalid key
                   if ws-cust-count >= ws-cust-max
                       set ws-cust-no-room to true
                   else
                       add 1 to ws-cust-count
                       move ws-cust-count to ws-cust-sub
                       move cm-customer-number
                           to ws-cust-number (ws-cust-sub)
                       move cm-name to ws-cust-name (ws-cust-sub)
                       move cm-credit-limit
                           to ws-cust-limit (ws-cust-sub)
                       move cm-balance
                           to ws-cust-open-balance (ws-cust-sub)
                       move cm-credit-status
                           to ws-cust-status (ws-cust-sub)
                       move zero to ws-cust-run-amount (ws-cust-sub)
                       set ws-cust-posted (ws-cust-sub) to true
                       set ws-cust-found to true
                   end-if
           end-read.
      *
       176-price-customer-charge.
      *
      *what the record in the input area charges the customer's
      *account - net price plus transportation, credited back
      *for a return
      *
           perform 210-price-record.
           perform 212-calc-trans-charge.
      *
           compute ws-cust-amount =
               ws-calc-net-price + ws-calc-trans-charge.
           if il-return-record
               compute ws-cust-amount = zero - ws-cust-amount
           end-if.
      *
       178-add-customer-charge.
      *
      *charge a billed customer sale to the customer's account for
      *the run - shared by live processing and the restart skip
      *path. ws-cust-sub is left addressing the customer by 150
      *
           if not il-cash-sale and ws-cust-sub > zero
               perform 176-price-customer-charge
               add ws-cust-amount to ws-cust-run-amount (ws-cust-sub)
           end-if.
      *
       200-calc-and-write-detail.
      *
           perform 210-price-record.
           move ws-calc-ext-price to ws-ext-price.
      *
      *cost the record at the item's standard unit cost - a return
      *puts its cost back into inventory the same way its sale
      *took it out
      *
           perform 215-cost-record.
      *
      *a return backs its figures out of the class accumulations
      *exactly the way the sale went in, so the discount analysis
      *and the control totals below are net of returns
      *
           if il-return-record
               subtract ws-calc-ext-cost from
                   ws-class-da-cost (ws-class-sub)
               subtract ws-calc-discount from
                   ws-class-da-discount (ws-class-sub)
               subtract ws-calc-ext-price from
               subtract ws-calc-ext-price from
                   ws-wh-da-ext-price (ws-class-sub)
           else
               add ws-calc-ext-cost to
                   ws-class-da-cost (ws-class-sub)
               add ws-calc-discount to
                   ws-class-da-discount (ws-class-sub)
               add ws-calc-ext-price to
      *
           move ws-rate-trans-pct (ws-rate-sub)
               to ws-trans-percent of ws-general.
           perform 212-calc-trans-charge.
           move ws-calc-trans-charge to ws--trans-charge.
      *
      *bracket the quantity and money columns when this record is
           perform 220-write-item-posting.
      *
           perform 240-register-kept-item.
      *
           if not ws-price-in-range
               perform 250-write-price-check-line
           end-if.
      *
      *charge a customer sale to the account and keep the line for
      *the customer's sales statement
      *
           if not il-cash-sale
               perform 178-add-customer-charge
               perform 245-write-customer-activity
           end-if.
      *
       210-price-record.
      *
      *
           compute ws-calc-net-price rounded =
               ws-calc-ext-price - ws-calc-discount.
      *
       212-calc-trans-charge.
      *
      *transportation charge for the priced record - the class'
      *freight percentage of extended price plus its per-unit
      *cost. ws-calc-ext-price must already be set by 210
      *
           compute ws-calc-trans-surcharge rounded =
               ws-calc-ext-price *
                   ws-rate-trans-pct (ws-rate-sub) / 100.
           compute ws-calc-trans-charge rounded =
               ws-calc-trans-surcharge +
                   (il-qty * ws-rate-trans-cost (ws-rate-sub)).
      *
       215-cost-record.
      *
      *look the item up on the master for its standard unit cost.
      *the record is only read here - the deferred postings still
      *do all the rewriting after the run reconciles. an item with
      *no master record, or a master without it, costs at zero and
      *is counted so the gross margin section can say so
      *
           move zero to ws-calc-unit-cost.
      *
           if ws-master-available
               move il-item-number to im-item-number
               read item-master-file
                   invalid key
                       move zero to ws-calc-unit-cost
                   not invalid key
                       if im-std-unit-cost is numeric
                           move im-std-unit-cost to ws-calc-unit-cost
                       end-if
               end-read
           end-if.
      *
           if ws-calc-unit-cost = zero
               add 1 to ws-uncosted-count
           end-if.
      *
           multiply il-qty
                 by ws-calc-unit-cost
             giving ws-calc-ext-cost.
      *
       220-write-item-posting.
      *
           move il-qty             to pl-qty.
           move ws-calc-net-price  to pl-net-price.
           move il-trans-type      to pl-trans-type.
           move ws-current-wh-code to pl-warehouse-code.
      *
           write posting-line.
      *
                   move input-line to ws-dup-kept (ws-dup-sub)
               end-if
           end-if.
      *
       245-write-customer-activity.
      *
      *one work record per billed customer line, sorted by customer
      *for the sales statements once the run reconciles. 178 has
      *just left the record priced, so the calc fields are current
      *
           move il-customer-number   to ca-customer-number.
           move il-item-number       to ca-item-number.
           move il-desc              to ca-desc.
           move il-trans-type        to ca-trans-type.
           move il-qty               to ca-qty.
           move il-price-per-unit    to ca-price-per-unit.
           move ws-calc-ext-price    to ca-ext-price.
           move ws-calc-discount     to ca-discount.
           move ws-calc-net-price    to ca-net-price.
           move ws-calc-trans-charge to ca-trans-charge.
      *
           write ca-record.
      *
       250-write-price-check-line.
      *
      *list a billed record whose price the history check could
      *not vouch for - live processing only, so a restart does not
      *list the skipped records a second time
      *
           move input-line         to ws-prc-rec.
           move ws-batch-number    to ws-prc-batch.
           move zero               to ws-prc-avg-price.
           move zero               to ws-prc-net-price.
      *
           evaluate true
               when ws-price-no-master
                   move "NO MASTER RECORD" to ws-prc-condition
               when ws-price-no-history
                   move "NO SALES HISTORY" to ws-prc-condition
               when other
                   move ws-price-avg      to ws-prc-avg-price
                   move ws-price-net-unit to ws-prc-net-price
                   move "CONFIRMED OUTSIDE RANGE" to ws-prc-condition
           end-evaluate.
      *
           write prc-print-line from ws-prc-line
               before advancing 1 line.
      *
       260-write-no-master-exception.
      *
              and ws-register-available
               perform 917-stash-batch-registration
           end-if.
      *
           perform 912-count-proof-batch.
      *
       307-reregister-record.
      *
      *the caller sets ws-section-title and ws-section-columns
      *
           perform 510-start-new-page.
      *
       795-route-rejected-record.
      *
      *a sale stopped only by the customer's account goes to the
      *credit clerks; anything else wrong with the record goes to
      *the exception clerks as it always has
      *
           if ws-cust-stop-none
               perform 800-write-exception
           else
               perform 810-write-credit-hold
           end-if.
      *
       800-write-exception.
      *
           move il-trans-type     to el-trans-type.
           move ws-reject-reason  to el-reason.
           move ws-batch-number   to el-batch-number.
           move il-customer-x     to el-customer-number.
           move ws-current-wh-code to el-warehouse-code.
      *
      *a confirmed price rejected for something else keeps its
      *confirmation through the correction cycle
      *
           if ws-price-confirmed
               move "Y" to el-price-confirm
           end-if.
      *
           write exception-line.
      *
           add 1 to ws-sum-reject-count.
           add 1 to ws-whs-reject-count.
      *
       810-write-credit-hold.
      *
      *hold the sale for the credit clerks with what it would have
      *charged the account - it is neither billed nor rejected.
      *a customer on hold or unknown to the master is also listed
      *on the customer exception report; a sale over the limit is
      *an ordinary credit decision and only sits on the hold file
      *
           perform 176-price-customer-charge.
      *
           move spaces to hold-line.
           move input-line to hl-detail.
           if ws-price-confirmed
               move "Y" to hl-price-confirm
           end-if.
           move ws-reject-reason to hl-reason.
           move ws-run-date to hl-hold-date.
           move ws-batch-number to hl-batch-number.
           move ws-current-wh-code to hl-warehouse-code.
           if ws-cust-amount < zero
               compute hl-amount = zero - ws-cust-amount
           else
               move ws-cust-amount to hl-amount
           end-if.
      *
           write hold-line.
      *
           add 1 to ws-held-count.
      *
           if not ws-cust-over-limit
               perform 815-write-cust-exception-line
           end-if.
      *
       815-write-cust-exception-line.
      *
           move input-line        to ws-cex-rec.
           move ws-batch-number   to ws-cex-batch.
           move hl-amount         to ws-cex-amount.
           move ws-reject-reason  to ws-cex-condition.
      *
           write cex-print-line from ws-cex-line
               before advancing 1 line.
      *
       850-write-checkpoint.
      *
           move ws-rts-count          to ckp-return-count.
           move ws-rts-qty            to ckp-return-qty.
           move ws-rts-net-price      to ckp-return-net-price.
           move ws-uncosted-count     to ckp-uncosted-count.
           move ws-held-count         to ckp-held-count.
      *
           move ws-current-wh-sub     to ckp-wh-index.
           move ws-whs-record-count   to ckp-wh-record-count.
               move zero to ckp-da-trans (ws-ckp-sub)
               move zero to ckp-wh-da-discount (ws-ckp-sub)
               move zero to ckp-wh-da-ext-price (ws-ckp-sub)
               move zero to ckp-da-cost (ws-ckp-sub)
           else
               move ws-class-code (ws-ckp-sub) to
                   ckp-da-class (ws-ckp-sub)
                   ckp-wh-da-discount (ws-ckp-sub)
               move ws-wh-da-ext-price (ws-ckp-sub) to
                   ckp-wh-da-ext-price (ws-ckp-sub)
               move ws-class-da-cost (ws-ckp-sub) to
                   ckp-da-cost (ws-ckp-sub)
           end-if.
      *
       858-open-balance-journal.
      *
      *opened alongside the balance file, and treated like the item
      *journal - a run it misses cannot have its warehouse split
      *rolled back, so the operator is told
      *
           open extend balance-journal-file.
      *
           if ws-bj-status = "00" or ws-bj-status = "05"
               set ws-bj-available to true
           else
               set ws-bj-unavailable to true
               display "A2_ItemList - balance journal not available, "
                   "status " ws-bj-status
                   ", balances cannot be rolled back"
           end-if.
      *
       859-write-balance-journal.
      *
           if ws-bj-available
               add 1 to ws-bj-sequence
               move "A2_ItemList"      to bj-program
               move ws-run-date        to bj-run-date
               move ws-run-time        to bj-run-time
               move ws-bj-sequence     to bj-sequence
               move wb-item-number     to bj-item-number
               move wb-warehouse-code  to bj-warehouse-code
               move ws-bj-action       to bj-action
               move ws-bj-before-image to bj-before-image
               move warehouse-balance-rec to bj-after-image
               write balance-journal-rec
           end-if.
      *
       860-clear-checkpoint.
           open output checkpoint-file.
           write checkpoint-line.
           close checkpoint-file.
      *
       861-open-warehouse-balances.
      *
      *a balance file that cannot be opened does not stop the
      *master posting - the warehouse split is skipped and the
      *stock status run's mismatch section shows what was missed
      *
           open i-o warehouse-balance-file.
      *
           if ws-wb-status = "00" or ws-wb-status = "05"
               set ws-wb-available to true
           else
               set ws-wb-unavailable to true
               display "A2_ItemList - warehouse balances not "
                   "available, status " ws-wb-status
                   ", warehouse posting skipped"
           end-if.
      *
       862-post-warehouse-balance.
      *
      *the first movement of an item in a warehouse opens its
      *balance at zero. every balance written or rewritten is
      *journaled so A2_Rollback can back it out with the master
      *
           move pl-item-number    to wb-item-number.
           move pl-warehouse-code to wb-warehouse-code.
      *
           if wb-warehouse-code = spaces
               move ws-home-wh-code to wb-warehouse-code
           end-if.
      *
           read warehouse-balance-file
               invalid key
                   move ws-wb-movement to wb-on-hand-qty
                   move ws-run-date    to wb-last-post-date
                   move spaces         to ws-bj-before-image
                   move "A"            to ws-bj-action
                   write warehouse-balance-rec
                       invalid key
                           display "A2_ItemList - warehouse balance "
                               "write failed, item " wb-item-number
                               " warehouse " wb-warehouse-code
                       not invalid key
                           perform 859-write-balance-journal
                   end-write
               not invalid key
                   move warehouse-balance-rec to ws-bj-before-image
                   move "C"           to ws-bj-action
                   add ws-wb-movement to wb-on-hand-qty
                   move ws-run-date   to wb-last-post-date
                   rewrite warehouse-balance-rec
                       invalid key
                           display "A2_ItemList - warehouse balance "
                               "rewrite failed, item " wb-item-number
                               " warehouse " wb-warehouse-code
                       not invalid key
                           perform 859-write-balance-journal
                   end-rewrite
           end-read.
      *
       863-open-item-journal.
      *
      *a journal that cannot be opened does not hold up the
      *posting, but the run it misses cannot be rolled back, so
      *the operator is told
      *
           open extend item-journal-file.
      *
           if ws-ij-status = "00" or ws-ij-status = "05"
               set ws-ij-available to true
           else
               set ws-ij-unavailable to true
               display "A2_ItemList - item journal not available, "
                   "status " ws-ij-status
                   ", run cannot be rolled back"
           end-if.
      *
       864-write-item-journal.
      *
           if ws-ij-available
               add 1 to ws-ij-sequence
               move "A2_ItemList"      to ij-program
               move ws-run-date        to ij-run-date
               move ws-run-time        to ij-run-time
               move ws-ij-sequence     to ij-sequence
               move im-item-number     to ij-item-number
               set ij-changed          to true
               move ws-ij-before-image to ij-before-image
               move item-master-rec    to ij-after-image
               write item-journal-rec
           end-if.
      *
       865-apply-item-postings.
      *
           close postings-file.
      *
           if ws-master-available
               perform 861-open-warehouse-balances
               if ws-wb-available
                   perform 858-open-balance-journal
               end-if
               perform 863-open-item-journal
               open input postings-file
               if ws-pst-status not = "00"
                   display "A2_ItemList - postings dataset not "
                   close postings-file
               end-if
               perform 867-apply-adjustments
               if ws-wb-available
                   close warehouse-balance-file
               end-if
               if ws-bj-available
                   close balance-journal-file
               end-if
               if ws-ij-available
                   close item-journal-file
               end-if
           end-if.
      *
           open output postings-file.
       867-apply-adjustments.
      *
      *the inventory count run leaves its book-to-count
      *adjustments, and the receiving run its goods receipts, in
      *the postings layout - apply them through the same posting
      *machinery right behind the run's own postings, then consume
      *the dataset so a count or a receipt can never adjust the
      *master twice
      *
           move "n" to ws-adj-eof-flag.
      *a sale comes off the shelf and into the sales buckets; a
      *customer return goes back on the shelf and backs out of
      *them; a count adjustment moves on-hand only - the physical
      *count says nothing about what was sold - and so does a goods
      *receipt A2_Receive matched against an open purchase order.
      *only a sale or a downward adjustment can drive on-hand
      *negative. whatever moves the master's on-hand moves the
      *balance of the warehouse the posting came from by the same
      *amount. the net a sale or return moves into the sales
      *buckets, and the net of one with no master to post to, are
      *tallied for the balancing proof
      *
           move pl-item-number to im-item-number.
      *
           read item-master-file
               invalid key
                   perform 260-write-no-master-exception
                   evaluate true
                       when pl-return-posting
                           subtract pl-net-price
                               from ws-unposted-net-total
                       when pl-adjust-up or pl-adjust-down
                            or pl-goods-receipt
                           continue
                       when other
                           add pl-net-price to ws-unposted-net-total
                   end-evaluate
               not invalid key
                   move item-master-rec to ws-ij-before-image
                   evaluate true
                       when pl-return-posting
                           move pl-qty to ws-wb-movement
                           subtract pl-net-price
                               from ws-posted-net-total
                           add pl-qty            to im-on-hand-qty
                           subtract pl-qty       from im-mtd-qty-sold
                           subtract pl-qty       from im-ytd-qty-sold
                           subtract pl-net-price
                               from im-ytd-net-sales
                       when pl-adjust-up
                           move pl-qty to ws-wb-movement
                           add pl-qty to im-on-hand-qty
                       when pl-goods-receipt
                           move pl-qty to ws-wb-movement
                           add pl-qty to im-on-hand-qty
                       when pl-adjust-down
                           compute ws-wb-movement = zero - pl-qty
                           subtract pl-qty from im-on-hand-qty
                       when other
                           compute ws-wb-movement = zero - pl-qty
                           add pl-net-price to ws-posted-net-total
                           subtract pl-qty from im-on-hand-qty
                           add pl-qty       to im-mtd-qty-sold
                           add pl-qty       to im-ytd-qty-sold
                           add pl-net-price to im-ytd-net-sales
                   end-evaluate
                   rewrite item-master-rec
                   perform 864-write-item-journal
                   if ws-wb-available
                       perform 862-post-warehouse-balance
                   end-if
                   if im-on-hand-qty < zero
                       perform 270-write-negative-stock-exception
                   end-if
      *discount-expense debit per class, and the transportation
      *recovered from the customers credits freight. debits equal
      *credits by construction - gross sales less discounts is the
      *net the receivable carries. the goods sold are costed at
      *standard: a cost-of-goods-sold debit and an inventory credit
      *of the same amount per class, which balance each other
      *
      *a run that billed nothing has no journal - the extract is
      *scratched to empty rather than skipped, so the previous
               until ws-class-sub > ws-class-count.
      *
           open output gl-file.
      *
           open extend gl-archive-file.
      *
           if ws-gla-status = "00" or ws-gla-status = "05"
               set ws-gla-available to true
           else
               set ws-gla-unavailable to true
               display "A2_ItemList - gl archive not available, "
                   "status " ws-gla-status
                   ", journal cannot be resent"
           end-if.
      *
           move "H"          to gh-record-type.
           move ws-run-date  to gh-run-date.
           move ws-run-time  to gh-run-time.
           move gl-header-line to ga-gl-record.
           perform 876-archive-gl-record.
           write gl-header-line.
      *
      *accounts receivable carries everything billed to the
           perform 875-write-gl-entry.
      *
      *one sales credit and one discount-expense debit per product
      *class, straight off the discount-analysis accumulators, and
      *the class' cost-of-goods-sold / inventory pair
      *
           perform 873-write-gl-class-entries
               varying ws-class-sub from 1 by 1
           move "T"                to gt-record-type.
           move ws-gl-record-count to gt-record-count.
           move ws-gl-hash-amount  to gt-hash-amount.
           move gl-trailer-line    to ga-gl-record.
           perform 876-archive-gl-record.
           write gl-trailer-line.
      *
           close gl-file.
           if ws-gla-available
               close gl-archive-file
           end-if.
      *
       872-roll-gl-trans-total.
      *
                   to ws-gl-amount
               perform 875-write-gl-entry
           end-if.
      *
           if ws-class-da-cost (ws-class-sub) not = zero
               move "COST OF GOODS"  to gd-account
               move ws-class-code (ws-class-sub) to gd-class
               move "DR"             to ws-gl-side
               move ws-class-da-cost (ws-class-sub)
                   to ws-gl-amount
               perform 875-write-gl-entry
               move "INVENTORY"      to gd-account
               move ws-class-code (ws-class-sub) to gd-class
               move "CR"             to ws-gl-side
               move ws-class-da-cost (ws-class-sub)
                   to ws-gl-amount
               perform 875-write-gl-entry
           end-if.
      *
       875-write-gl-entry.
      *
           add 1         to ws-gl-record-count.
           add gd-amount to ws-gl-hash-amount.
      *
           move gl-detail-line to ga-gl-record.
           perform 876-archive-gl-record.
           write gl-detail-line.
      *
       876-archive-gl-record.
      *
           if ws-gla-available
               move ws-run-date to ga-run-date
               move ws-run-time to ga-run-time
               write gl-archive-line
           end-if.
      *
       877-scratch-gl-file.
      *
      *
           open output gl-file.
           close gl-file.
      *
       880-apply-customer-postings.
      *
      *the run reconciled - post each customer's charges for the
      *run to the balance on the customer master, the same way the
      *item postings wait for reconciliation
      *
           if ws-cust-master-available
               perform 881-post-one-customer
                   varying ws-cust-sub from 1 by 1
                   until ws-cust-sub > ws-cust-count
           end-if.
      *
       881-post-one-customer.
      *
           if ws-cust-run-amount (ws-cust-sub) not = zero
               move ws-cust-number (ws-cust-sub) to cm-customer-number
               read customer-master-file
                   invalid key
                       display "A2_ItemList - customer "
                           ws-cust-number (ws-cust-sub)
                           " no longer on master, charges not posted"
                       set ws-cust-not-posted (ws-cust-sub) to true
                   not invalid key
                       add ws-cust-run-amount (ws-cust-sub)
                           to cm-balance
                       rewrite customer-master-rec
                           invalid key
                               move ws-cust-run-amount (ws-cust-sub)
                                   to ws-cust-amount-edited
                               display "A2_ItemList - customer "
                                   ws-cust-number (ws-cust-sub)
                                   " rewrite failed, status "
                                   ws-cm-status ", charges of "
                                   ws-cust-amount-edited
                                   " not posted"
                               set ws-cust-not-posted (ws-cust-sub)
                                   to true
                       end-rewrite
               end-read
           end-if.
      *
       885-sort-customer-activity.
      *
      *sort the customer activity written during
      *200-calc-and-write-detail by customer, then item, for the
      *sales statements
      *
           sort sort-custact-file
               on ascending key cs-customer-number
               on ascending key cs-item-number
               using custact-file
               giving sorted-custact-file.
      *
       890-write-statements.
      *
      *walk the sorted activity and print each customer's sales
      *statement for the run - a customer break closes out the
      *prior customer's totals and updated balance
      *
           open output statement-file.
      *
           move ws-run-date to ws-stmh-run-date.
           write stm-print-line from ws-stm-heading
               before advancing 2 lines.
      *
           move "n" to ws-stm-eof-flag.
           move zero to ws-stm-current-customer.
      *
           open input sorted-custact-file.
      *
           read sorted-custact-file
               at end
                   move ws-eof-yes to ws-stm-eof-flag.
      *
           if ws-stm-eof-flag not = ws-eof-yes
               perform 892-start-customer-statement
           end-if.
      *
           perform 891-process-activity-record
               until ws-stm-eof-flag = ws-eof-yes.
      *
           if ws-stm-current-customer not = zero
               perform 893-close-customer-statement
           end-if.
      *
           close sorted-custact-file.
           close statement-file.
      *
       891-process-activity-record.
      *
           if co-customer-number not = ws-stm-current-customer
               perform 893-close-customer-statement
               perform 892-start-customer-statement
           end-if.
      *
           move co-item-number     to ws-stmd-item.
           move co-desc            to ws-stmd-desc.
           move co-qty             to ws-stmd-qty.
           move co-price-per-unit  to ws-stmd-price.
           move co-ext-price       to ws-stmd-ext-price.
           move co-discount        to ws-stmd-discount.
           move co-net-price       to ws-stmd-net-price.
           move co-trans-charge    to ws-stmd-trans-charge.
      *
      *a return credits the account, so its discount and
      *transportation come back out of the customer's totals
      *
           if co-return-record
               move "RETURN" to ws-stmd-type
               add co-ext-price to ws-stm-returns
               subtract co-discount from ws-stm-discount
               subtract co-trans-charge from ws-stm-trans
           else
               move "SALE" to ws-stmd-type
               add co-ext-price to ws-stm-sales
               add co-discount to ws-stm-discount
               add co-trans-charge to ws-stm-trans
           end-if.
      *
           write stm-print-line from ws-stm-detail-line
               before advancing 1 line.
      *
           read sorted-custact-file
               at end
                   move ws-eof-yes to ws-stm-eof-flag.
      *
       892-start-customer-statement.
      *
      *the customer's name, limit and opening balance come from
      *the customer table the credit checks built
      *
           move co-customer-number to ws-stm-current-customer.
           move zero to ws-stm-sales.
           move zero to ws-stm-returns.
           move zero to ws-stm-discount.
           move zero to ws-stm-trans.
           move zero to ws-stm-opening.
           move zero to ws-stm-charges.
           move "y" to ws-stm-posted-flag.
      *
           move co-customer-number to ws-stmc-number.
           move spaces to ws-stmc-name.
           move zero to ws-stmc-limit.
      *
           move "u" to ws-cust-lookup-flag.
           move co-customer-number to ws-lookup-customer.
           perform 173-scan-customer-table.
           if ws-cust-found
               move ws-cust-name (ws-cust-sub) to ws-stmc-name
               move ws-cust-limit (ws-cust-sub) to ws-stmc-limit
               move ws-cust-open-balance (ws-cust-sub)
                   to ws-stm-opening
               move ws-cust-run-amount (ws-cust-sub)
                   to ws-stm-charges
               move ws-cust-post-flag (ws-cust-sub)
                   to ws-stm-posted-flag
           end-if.
           move ws-stm-opening to ws-stmc-opening.
      *
           write stm-print-line from ws-stm-customer-line
               before advancing 2 lines.
           write stm-print-line from ws-stm-col-heads
               before advancing 1 line.
      *
       893-close-customer-statement.
      *
           move ws-stm-sales to ws-stmt-sales.
           move ws-stm-returns to ws-stmt-returns.
           move ws-stm-discount to ws-stmt-discount.
           move ws-stm-trans to ws-stmt-trans.
           write stm-print-line from ws-stm-totals-line
               before advancing 1 line.
      *
      *charges the master would not take are shown but left out
      *of the updated balance, which stays what is on file
      *
           move ws-stm-opening to ws-stmb-opening.
           move ws-stm-charges to ws-stmb-charges.
           if ws-stm-posted-flag = "n"
               move ws-stm-opening to ws-stmb-updated
               move "CHARGES NOT POSTED" to ws-stmb-note
           else
               compute ws-stmb-updated =
                   ws-stm-opening + ws-stm-charges
               move spaces to ws-stmb-note
           end-if.
           write stm-print-line from ws-stm-balance-line
               before advancing 3 lines.
      *
       900-write-summary.
      *
           move ws-dup-summary to ws-print-area.
           move 2 to ws-print-advance.
           perform 500-write-report-line.
      *
      *customer sales held back for the credit clerks this run,
      *and the ones they released from earlier holds
      *
           move ws-held-count to ws-crs-held-count.
           move ws-release-read-count to ws-crs-release-count.
           move ws-credit-summary to ws-print-area.
           move 2 to ws-print-advance.
           perform 500-write-report-line.
      *
       910-reconcile-batch.
      *
              and ws-register-available
               perform 917-stash-batch-registration
           end-if.
      *
           perform 912-count-proof-batch.
      *
       912-count-proof-batch.
      *
      *fold the file just read into the balancing-proof counts - a
      *completed warehouse re-read on a restart comes through here
      *as well, so the counts always cover every file of the run.
      *the in-balance test is made on the figures themselves, the
      *way 305 makes it, since 305 has no printed verdict
      *
           if ws-batch-blocked
               add ws-batch-detail-count to ws-blocked-read-count
           else
               add ws-batch-detail-count to ws-detail-read-count
               if ws-batch-trailer-flag = "y"
                  and ws-batch-detail-count = ws-trailer-detail-count
                  and ws-batch-hash-qty = ws-trailer-hash-qty
                  and ws-batch-hash-price = ws-trailer-hash-price
                   add 1 to ws-reconciled-batch-count
               end-if
           end-if.
      *
       913-write-rate-note.
      *
      *to process (missing or empty input), 8 when the reject rate
      *broke the operator threshold, the batch failed to reconcile
      *or the batch register blocked a retransmitted file, 4 when
      *anything at all was rejected or held for credit, 0 clean -
      *the downstream billing and extract steps key off this
      *
           compute ws-total-read =
               ws-sum-record-count + ws-sum-reject-count +
                   ws-held-count.
      *
      *a run whose only file was blocked by the batch register
      *billed nothing, but that is the register doing its job, not
                   when ws-sum-reject-count > zero
                       move "REJECTS" to ws-end-status
                       move 4 to return-code
                   when ws-held-count > zero
                       move "CREDIT HOLDS" to ws-end-status
                       move 4 to return-code
                   when other
                       move zero to return-code
               end-evaluate
           move ws-sum-total-net-price to ra-total-net-price.
           move ws-end-status          to ra-end-status.
           move return-code            to ra-return-code.
      *
      *the journal's own count and hash, as the trailer carries
      *them, for A2_GLAck to match the gl side's acknowledgment
      *against - zero when the run handed finance no journal
      *
           move ws-gl-record-count     to ra-gl-record-count.
           move ws-gl-hash-amount      to ra-gl-hash-amount.
      *
      *the figures A2_Proof ties across the datasets. a duplicate
      *processed and flagged is already among the billed or the
      *rejected, so only a dropped one counts as dropped; the
      *batches reconciled only reach the register when the run
      *bills, so an out-of-balance run carries none
      *
           move "A2_ItemList"          to ra-program.
           move ws-detail-read-count   to ra-detail-read.
           move ws-recycle-read-count  to ra-recycle-count.
           move ws-blocked-read-count  to ra-blocked-count.
           if ws-dup-flag-mode
               move zero to ra-dup-dropped
           else
               move ws-dup-sum-count to ra-dup-dropped
           end-if.
      *
           move zero to ws-run-trans-total.
           perform 931-roll-run-trans-total
               varying ws-class-sub from 1 by 1
               until ws-class-sub > ws-class-count.
           move ws-run-trans-total     to ra-total-trans.
           move ws-posted-net-total    to ra-posted-net.
           move ws-unposted-net-total  to ra-unposted-net.
      *
           if ws-run-in-balance
               move ws-reconciled-batch-count to ra-batch-count
           else
               move zero to ra-batch-count
           end-if.
      *
      *customer sales held for credit are neither billed nor
      *rejected, and the clerks' released sales are read on top of
      *the input, like the recycled records
      *
           move ws-held-count          to ra-held-count.
           move ws-release-read-count  to ra-release-count.
      *
           open extend run-audit-file.
           write run-audit-line.
           close run-audit-file.
      *
       931-roll-run-trans-total.
      *
           add ws-class-da-trans (ws-class-sub) to ws-run-trans-total.
      *
       935-abort-initialization.
      *
           move ws-discount-analysis to ws-print-area.
           move 2 to ws-print-advance.
           perform 500-write-report-line.
      *
       960-write-gross-margin.
      *
      *one margin line per class in rate-master order, a total for
      *the run, and the count of records sold without a cost, on
      *its own titled page
      *
           move ws-gm-heading to ws-section-title.
           move "n" to ws-section-columns.
           perform 520-start-report-section.
      *
           move zero to ws-gm-tot-net-sales.
           move zero to ws-gm-tot-cost.
           move zero to ws-gm-tot-margin.
      *
           perform 965-write-gm-line
               varying ws-class-sub from 1 by 1
               until ws-class-sub > ws-class-count.
      *
           move "*"                 to ws-gm-class.
           move "ALL CLASSES"       to ws-gm-desc.
           move ws-gm-tot-net-sales to ws-gm-net-sales.
           move ws-gm-tot-cost      to ws-gm-cost-edit.
           move ws-gm-tot-margin    to ws-gm-margin.
           perform 966-edit-gm-figures.
      *
           move ws-gross-margin-line to ws-print-area.
           move 2 to ws-print-advance.
           perform 500-write-report-line.
      *
           move ws-uncosted-count to ws-gm-uncosted.
           move ws-gm-uncosted-line to ws-print-area.
           move 2 to ws-print-advance.
           perform 500-write-report-line.
      *
       965-write-gm-line.
      *
           compute ws-gm-net-sales =
               ws-class-da-ext-price (ws-class-sub)
               - ws-class-da-discount (ws-class-sub).
           compute ws-gm-margin =
               ws-gm-net-sales - ws-class-da-cost (ws-class-sub).
      *
           add ws-gm-net-sales to ws-gm-tot-net-sales.
           add ws-class-da-cost (ws-class-sub) to ws-gm-tot-cost.
           add ws-gm-margin to ws-gm-tot-margin.
      *
           move ws-class-code (ws-class-sub)    to ws-gm-class.
           move ws-class-desc (ws-class-sub)    to ws-gm-desc.
           move ws-class-da-cost (ws-class-sub) to ws-gm-cost-edit.
           perform 966-edit-gm-figures.
      *
           move ws-gross-margin-line to ws-print-area.
           move 2 to ws-print-advance.
           perform 500-write-report-line.
      *
       966-edit-gm-figures.
      *
      *margin percent is of net sales - a class that sold nothing
      *net has no percentage to show
      *
           move ws-gm-net-sales to ws-gm-net-edit.
           move ws-gm-margin    to ws-gm-margin-edit.
      *
           if ws-gm-net-sales = zero
               move zero to ws-gm-pct-work
           else
               compute ws-gm-pct-work rounded =
                   ws-gm-margin * 100 / ws-gm-net-sales
                   on size error
                       move zero to ws-gm-pct-work
               end-compute
           end-if.
      *
           move ws-gm-pct-work to ws-gm-pct-edit.
      *
       970-sort-top-items.
      *
