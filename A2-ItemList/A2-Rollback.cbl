       identification division.
       program-id. A2_Rollback.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *item master roll-back run - backs one run's changes out of
      *the item master and the warehouse balances from the item
      *journal and the balance journal, item by item, so a bad
      *night's postings can be undone without restoring the whole
      *files and losing every good posting since. the run to back
      *out is named on the parameter card by the program that made
      *it and its run date and time, exactly as the journals stamp
      *them.
      *
      *each item the run touched is put back to the before image
      *of the run's first change to it, and so is each of its
      *warehouse balances the run touched. an item is refused, and
      *left exactly as it is along with all of its balances, when a
      *later run has journaled a change to it or to one of its
      *balances since, or when the master or a balance no longer
      *matches the after image of the run's last change to it -
      *something changed it outside the journals and restoring
      *over it would lose that change. every item, restored or
      *refused, lists on the roll-back report. the roll-back's own
      *changes are journaled like any other run's, so a roll-back
      *can itself be rolled back.
      *
      *a period close is refused outright - its close register and
      *period sales snapshot are not journaled, and putting the
      *master back without them would leave the period marked
      *closed with its buckets restored
      *
       environment division.
       configuration section.
       input-output section.
      *
       file-control.
      *
      *item-journal-file declaration - the journal every
      *master-updating program appends its before and after images
      *to; read once to find the run's changes, then extended with
      *this run's own
      *
           select item-journal-file
               assign to "../../../data/A2-ItemJrnl.dat"
               organization is line sequential
               file status is ws-ij-status.
      *
      *balance-journal-file declaration - the same for the
      *warehouse balances; a run that moved no balances has left
      *nothing in it, and a shop that has never moved one has no
      *file at all
      *
           select optional balance-journal-file
               assign to "../../../data/A2-WhJrnl.dat"
               organization is line sequential
               file status is ws-bj-status.
      *
      *item-master-file declaration - the master the changes are
      *backed out of, read and put back by item number
      *
           select item-master-file
               assign to "../../../data/A2-ItemMaster.dat"
               organization is indexed
               access mode is random
               record key is im-item-number
               file status is ws-im-status.
      *
      *warehouse-balance-file declaration - the balances the run's
      *balance changes are backed out of, by item and warehouse
      *
           select warehouse-balance-file
               assign to "../../../data/A2-WhBalance.dat"
               organization is indexed
               access mode is random
               record key is wb-key
               file status is ws-wb-status.
      *
      *work and sort files - the run's journal records are
      *collected and sorted into item order, changes in the order
      *they were made, so each item's first and last change come
      *together; one set for each journal
      *
           select rollback-work-file
               assign to "../../../data/A2-Rollback.wrk"
               organization is line sequential.
      *
           select sort-rollback-file
               assign to "../../../data/A2-Rollback.srt".
      *
           select sorted-rollback-file
               assign to "../../../data/A2-Rollback.srt2"
               organization is line sequential.
      *
           select balance-work-file
               assign to "../../../data/A2-Rollback.bwk"
               organization is line sequential.
      *
           select sort-balance-file
               assign to "../../../data/A2-Rollback.bsr".
      *
           select sorted-balance-file
               assign to "../../../data/A2-Rollback.bsr2"
               organization is line sequential.
      *
      *report-file declaration - the roll-back report
      *
           select report-file
               assign to "../../../data/A2-Rollback.rpt"
               organization is line sequential.
      *
       data division.
       file section.
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
      *rollback-work-file / sort-rollback-file /
      *sorted-rollback-file share one layout
      *
       fd rollback-work-file
           data record is rw-record
           record contains 200 characters.
      *
       01 rw-record.
           05 rw-item-number           pic 9(4).
           05 rw-sequence              pic 9(7).
           05 rw-action                pic x.
           05 rw-before-image          pic x(94).
           05 rw-after-image           pic x(94).
      *
       sd sort-rollback-file
           data record is rs-record.
      *
       01 rs-record.
           05 rs-item-number           pic 9(4).
           05 rs-sequence              pic 9(7).
           05 rs-action                pic x.
           05 rs-before-image          pic x(94).
           05 rs-after-image           pic x(94).
      *
       fd sorted-rollback-file
           data record is ro-record
           record contains 200 characters.
      *
       01 ro-record.
           05 ro-item-number           pic 9(4).
           05 ro-sequence              pic 9(7).
           05 ro-action                pic x.
           05 ro-before-image          pic x(94).
           05 ro-after-image           pic x(94).
      *
      *balance-work-file / sort-balance-file / sorted-balance-file
      *share one layout
      *
       fd balance-work-file
           data record is bw-record
           record contains 59 characters.
      *
       01 bw-record.
           05 bw-item-number           pic 9(4).
           05 bw-warehouse-code        pic x(3).
           05 bw-sequence              pic 9(7).
           05 bw-action                pic x.
           05 bw-before-image          pic x(22).
           05 bw-after-image           pic x(22).
      *
       sd sort-balance-file
           data record is bs-record.
      *
       01 bs-record.
           05 bs-item-number           pic 9(4).
           05 bs-warehouse-code        pic x(3).
           05 bs-sequence              pic 9(7).
           05 bs-action                pic x.
           05 bs-before-image          pic x(22).
           05 bs-after-image           pic x(22).
      *
       fd sorted-balance-file
           data record is bo-record
           record contains 59 characters.
      *
       01 bo-record.
           05 bo-item-number           pic 9(4).
           05 bo-warehouse-code        pic x(3).
           05 bo-sequence              pic 9(7).
           05 bo-action                pic x.
           05 bo-before-image          pic x(22).
           05 bo-after-image           pic x(22).
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
           05 ws-ij-status             pic xx value spaces.
           05 ws-bj-status             pic xx value spaces.
           05 ws-im-status             pic xx value spaces.
           05 ws-wb-status             pic xx value spaces.
           05 ws-ro-eof-flag           pic x value "n".
           05 ws-bo-eof-flag           pic x value "n".
           05 ws-master-found-flag     pic x value "n".
               88 ws-master-found      value "y".
               88 ws-master-not-found  value "n".
           05 ws-balance-found-flag    pic x value "n".
               88 ws-balance-found     value "y".
               88 ws-balance-not-found value "n".
           05 ws-ij-flag               pic x value "n".
               88 ws-ij-available      value "y".
               88 ws-ij-unavailable    value "n".
           05 ws-bj-flag               pic x value "n".
               88 ws-bj-available      value "y".
               88 ws-bj-unavailable    value "n".
           05 ws-wb-open-flag          pic x value "n".
      *
      *what happened when the item was put back - a master or a
      *balance the file would not take is reported with its status
      *
           05 ws-update-flag           pic x value "y".
               88 ws-update-ok         value "y".
               88 ws-master-update-failed value "M".
               88 ws-balance-update-failed value "B".
      *
      *set once anything of the item's has actually been put back,
      *so a failure part way through is not reported as untouched
      *
           05 ws-item-updated-flag     pic x value "n".
               88 ws-item-updated      value "y".
               88 ws-item-not-updated  value "n".
      *
      *roll-back card - the run to back out, as the journal stamps
      *it: program name in columns 1-14, run date (yyyymmdd) in
      *15-22 and run time (hhmmss) in 23-28
      *
       01 ws-parm-card.
           05 ws-parm-program          pic x(14).
           05 ws-parm-run-date         pic x(8).
           05 ws-parm-run-date-n redefines ws-parm-run-date
                                       pic 9(8).
           05 ws-parm-run-time         pic x(6).
           05 ws-parm-run-time-n redefines ws-parm-run-time
                                       pic 9(6).
           05 filler                   pic x(52).
      *
       01 ws-target-run.
           05 ws-target-program        pic x(14) value spaces.
               88 ws-target-period-close value "A2_PeriodClose".
           05 ws-target-run-date       pic 9(8) value zero.
           05 ws-target-run-time       pic 9(6) value zero.
      *
       01 ws-run-stamp.
           05 ws-run-date              pic 9(8) value zero.
           05 ws-run-time-raw.
               10 ws-run-time          pic 9(6).
               10 filler               pic xx.
      *
      *item state tables - one slot per possible item number: "T"
      *once the run being backed out has changed the item, "L"
      *when a later run has changed it again since. the journals
      *are each read in the order they were written, so each
      *keeps its own table
      *
       01 ws-item-state-controls.
           05 ws-state-sub             pic 9(5) value zero.
      *
       01 ws-item-state-table value spaces.
           05 ws-item-state occurs 10000 times
                                       pic x.
               88 ws-item-untouched    value space.
               88 ws-item-run-changed  value "T".
               88 ws-item-later-change value "L".
      *
       01 ws-bal-state-table value spaces.
           05 ws-bal-state occurs 10000 times
                                       pic x.
               88 ws-bal-untouched     value space.
               88 ws-bal-run-changed   value "T".
               88 ws-bal-later-change  value "L".
      *
      *the two sorted streams are walked together by item number -
      *a stream that has run out stands at a key past any item
      *
       01 ws-merge-controls.
           05 ws-ro-key                pic 9(5) value zero.
           05 ws-bo-key                pic 9(5) value zero.
           05 ws-current-key           pic 9(5) value zero.
           05 ws-end-key               pic 9(5) value 99999.
      *
      *the item being backed out - its first and last change in
      *the run, gathered across the control break
      *
       01 ws-item-controls.
           05 ws-current-item          pic 9(4) value zero.
           05 ws-item-change-count     pic 9(5) value zero.
           05 ws-first-action          pic x value space.
               88 ws-first-was-add     value "A".
           05 ws-last-action           pic x value space.
               88 ws-last-was-delete   value "D".
           05 ws-first-before-image    pic x(94) value spaces.
           05 ws-last-after-image      pic x(94) value spaces.
           05 ws-reject-reason         pic x(28) value spaces.
      *
      *the item's balances the run touched - the first and last
      *change to each warehouse, gathered the same way
      *
       01 ws-bal-controls.
           05 ws-bal-change-count      pic 9(5) value zero.
           05 ws-bal-count             pic 99 value zero.
           05 ws-bal-max               pic 99 value 20.
           05 ws-bal-sub               pic 99 value zero.
           05 ws-bal-overflow-flag     pic x value "n".
               88 ws-bal-overflow      value "y".
           05 ws-bal-found-flag        pic x value "n".
               88 ws-bal-entry-found   value "y".
               88 ws-bal-entry-not-found value "n".
      *
       01 ws-bal-table.
           05 ws-bal-entry occurs 20 times.
               10 ws-bal-wh-code       pic x(3).
               10 ws-bal-first-action  pic x.
                   88 ws-bal-first-was-add value "A".
               10 ws-bal-last-action   pic x.
                   88 ws-bal-last-was-delete value "D".
               10 ws-bal-first-before  pic x(22).
               10 ws-bal-last-after    pic x(22).
      *
      *the image being put back, for its description and on-hand
      *on the report
      *
       01 ws-restore-image.
           05 wr-item-number           pic 9(4).
           05 wr-desc                  pic x(20).
           05 wr-product-class         pic x.
           05 wr-on-hand-qty           pic s9(7).
           05 filler                   pic x(62).
      *
      *item journal controls for this run's own changes
      *
       01 ws-journal-controls.
           05 ws-ij-action             pic x value space.
           05 ws-ij-sequence           pic 9(7) value zero.
           05 ws-ij-before-image       pic x(94) value spaces.
           05 ws-ij-after-image        pic x(94) value spaces.
      *
      *balance journal controls for this run's own changes
      *
       01 ws-bal-journal-controls.
           05 ws-bj-action             pic x value space.
           05 ws-bj-sequence           pic 9(7) value zero.
           05 ws-bj-before-image       pic x(22) value spaces.
           05 ws-bj-after-image        pic x(22) value spaces.
      *
       01 ws-counters.
           05 ws-cnt-journal-read      pic 9(7) value zero.
           05 ws-cnt-run-changes       pic 9(7) value zero.
           05 ws-cnt-bal-changes       pic 9(7) value zero.
           05 ws-cnt-items             pic 9(6) value zero.
           05 ws-cnt-restored          pic 9(6) value zero.
           05 ws-cnt-refused           pic 9(6) value zero.
           05 ws-cnt-partial           pic 9(6) value zero.
      *
       01 ws-report-heading.
           05 filler                   pic x(32) value
                  "*** ITEM MASTER ROLL-BACK ***".
           05 filler                   pic x(16) value
                  "Run Backed Out:".
           05 ws-rph-program           pic x(14).
           05 filler                   pic x value space.
           05 ws-rph-target-date       pic 9(8).
           05 filler                   pic x value space.
           05 ws-rph-target-time       pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(10) value "Run Date:".
           05 ws-rph-run-date          pic 9(8).
      *
       01 ws-report-col-heads.
           05 filler                   pic x(4) value "Item".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(20) value "Description".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(7) value "Changes".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(7) value "Bal Chg".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "OH Now".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "OH Rest".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(15) value "Action".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(28) value "Disposition".
      *
       01 ws-detail-line.
           05 ws-dtl-item              pic 9(4).
           05 filler                   pic x(5) value "  |  ".
           05 ws-dtl-desc              pic x(20).
           05 filler                   pic x(5) value "  |  ".
           05 ws-dtl-changes           pic z(6)9.
           05 filler                   pic x(5) value "  |  ".
           05 ws-dtl-bal-changes       pic z(6)9.
           05 filler                   pic x(5) value "  |  ".
           05 ws-dtl-oh-now            pic -(7)9.
           05 filler                   pic x(5) value "  |  ".
           05 ws-dtl-oh-restored       pic -(7)9.
           05 filler                   pic x(5) value "  |  ".
           05 ws-dtl-action            pic x(15).
           05 filler                   pic x(5) value "  |  ".
           05 ws-dtl-result            pic x(28).
      *
       01 ws-no-changes-line.
           05 filler                   pic x(44) value
                  "NO JOURNAL RECORDS FOUND FOR THE RUN NAMED".
      *
       01 ws-period-close-line.
           05 filler                   pic x(40) value
                  "PERIOD CLOSE RUNS CANNOT BE ROLLED BACK".
           05 filler                   pic x(20) value
                  " - NOTHING CHANGED".
      *
       01 ws-report-summary.
           05 filler                   pic x(15) value "Journal Read:".
           05 ws-rpt-sum-read          pic 9(7).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(13) value "Run Changes:".
           05 ws-rpt-sum-changes       pic 9(7).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(13) value "Bal Changes:".
           05 ws-rpt-sum-bal-changes   pic 9(7).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(7) value "Items:".
           05 ws-rpt-sum-items         pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(10) value "Restored:".
           05 ws-rpt-sum-restored      pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(9) value "Refused:".
           05 ws-rpt-sum-refused       pic 9(6).
      *
       01 ws-report-summary-partial.
           05 filler                   pic x(22) value
                  "Partially Backed Out:".
           05 ws-rpt-sum-partial       pic 9(6).
      *
       procedure division.
      *
       000-main.
      *
           accept ws-run-date from date yyyymmdd.
           accept ws-run-time-raw from time.
      *
           perform 030-get-parameters.
      *
           open output report-file.
      *
           move ws-target-program  to ws-rph-program.
           move ws-target-run-date to ws-rph-target-date.
           move ws-target-run-time to ws-rph-target-time.
           move ws-run-date        to ws-rph-run-date.
           write report-print-line from ws-report-heading
               before advancing 2 lines.
           write report-print-line from ws-report-col-heads
               before advancing 2 lines.
      *
           if ws-target-period-close
               write report-print-line from ws-period-close-line
                   before advancing 1 line
               move 8 to return-code
           else
               perform 100-scan-journal
               perform 150-scan-balance-journal
               if ws-cnt-run-changes = zero
                  and ws-cnt-bal-changes = zero
                   write report-print-line from ws-no-changes-line
                       before advancing 1 line
                   move 4 to return-code
               else
                   perform 200-sort-run-changes
                   perform 300-back-out-run
               end-if
           end-if.
      *
           perform 900-write-report-summary.
      *
           close report-file.
      *
           goback.
      *
       030-get-parameters.
      *
      *a roll-back with no run named, or a run named badly, could
      *only back out the wrong thing - nothing is touched
      *
           move spaces to ws-parm-card.
           accept ws-parm-card from sysin.
      *
           if ws-parm-program = spaces
              or ws-parm-run-date is not numeric
              or ws-parm-run-time is not numeric
               display "A2_Rollback - roll-back card missing or "
                   "invalid: " ws-parm-card
               move 16 to return-code
               goback
           end-if.
      *
           move ws-parm-program    to ws-target-program.
           move ws-parm-run-date-n to ws-target-run-date.
           move ws-parm-run-time-n to ws-target-run-time.
      *
       100-scan-journal.
      *
      *one pass of the journal in the order it was written: the
      *named run's changes go to the work file, and any other
      *run's change to an item the named run had already changed
      *marks that item as changed since
      *
           open input item-journal-file.
      *
           if ws-ij-status not = "00"
               display "A2_Rollback - item journal not available, "
                   "status " ws-ij-status
               move 16 to return-code
               goback
           end-if.
      *
           open output rollback-work-file.
      *
           read item-journal-file
               at end
                   move ws-eof-yes to ws-eof-flag.
      *
           perform 110-scan-one-record
               until ws-eof-flag = ws-eof-yes.
      *
           close rollback-work-file.
           close item-journal-file.
      *
       110-scan-one-record.
      *
           add 1 to ws-cnt-journal-read.
           compute ws-state-sub = ij-item-number + 1.
      *
           if ij-program  = ws-target-program
              and ij-run-date = ws-target-run-date
              and ij-run-time = ws-target-run-time
               add 1 to ws-cnt-run-changes
               if ws-item-untouched (ws-state-sub)
                   set ws-item-run-changed (ws-state-sub) to true
               end-if
               move ij-item-number  to rw-item-number
               move ij-sequence     to rw-sequence
               move ij-action       to rw-action
               move ij-before-image to rw-before-image
               move ij-after-image  to rw-after-image
               write rw-record
           else
               if ws-item-run-changed (ws-state-sub)
                   set ws-item-later-change (ws-state-sub) to true
               end-if
           end-if.
      *
           read item-journal-file
               at end
                   move ws-eof-yes to ws-eof-flag.
      *
       150-scan-balance-journal.
      *
      *the same pass over the balance journal - a journal that has
      *never been written holds no changes to back out
      *
           open input balance-journal-file.
      *
           if ws-bj-status not = "00" and ws-bj-status not = "05"
               display "A2_Rollback - balance journal not "
                   "available, status " ws-bj-status
               move 16 to return-code
               goback
           end-if.
      *
           open output balance-work-file.
      *
           move "n" to ws-eof-flag.
           read balance-journal-file
               at end
                   move ws-eof-yes to ws-eof-flag.
      *
           perform 160-scan-one-balance
               until ws-eof-flag = ws-eof-yes.
      *
           close balance-work-file.
           close balance-journal-file.
      *
       160-scan-one-balance.
      *
           add 1 to ws-cnt-journal-read.
           compute ws-state-sub = bj-item-number + 1.
      *
           if bj-program  = ws-target-program
              and bj-run-date = ws-target-run-date
              and bj-run-time = ws-target-run-time
               add 1 to ws-cnt-bal-changes
               if ws-bal-untouched (ws-state-sub)
                   set ws-bal-run-changed (ws-state-sub) to true
               end-if
               move bj-item-number    to bw-item-number
               move bj-warehouse-code to bw-warehouse-code
               move bj-sequence       to bw-sequence
               move bj-action         to bw-action
               move bj-before-image   to bw-before-image
               move bj-after-image    to bw-after-image
               write bw-record
           else
               if ws-bal-run-changed (ws-state-sub)
                   set ws-bal-later-change (ws-state-sub) to true
               end-if
           end-if.
      *
           read balance-journal-file
               at end
                   move ws-eof-yes to ws-eof-flag.
      *
       200-sort-run-changes.
      *
           if ws-cnt-run-changes > zero
               sort sort-rollback-file
                   on ascending key rs-item-number
                   on ascending key rs-sequence
                   using rollback-work-file
                   giving sorted-rollback-file
           end-if.
      *
           if ws-cnt-bal-changes > zero
               sort sort-balance-file
                   on ascending key bs-item-number
                   on ascending key bs-sequence
                   using balance-work-file
                   giving sorted-balance-file
           end-if.
      *
       300-back-out-run.
      *
      *walk the run's master and balance changes together item by
      *item; each item is backed out once both streams have moved
      *past it
      *
           open i-o item-master-file.
      *
           if ws-im-status not = "00"
               display "A2_Rollback - item master not available, "
                   "status " ws-im-status
               move 16 to return-code
               goback
           end-if.
      *
           if ws-cnt-bal-changes > zero
               open i-o warehouse-balance-file
               if ws-wb-status not = "00"
                   display "A2_Rollback - warehouse balances not "
                       "available, status " ws-wb-status
                   close item-master-file
                   move 16 to return-code
                   goback
               end-if
               move "y" to ws-wb-open-flag
           end-if.
      *
           open extend item-journal-file.
      *
           if ws-ij-status = "00" or ws-ij-status = "05"
               set ws-ij-available to true
           else
               set ws-ij-unavailable to true
               display "A2_Rollback - item journal not available "
                   "for update, status " ws-ij-status
                   ", roll-back cannot itself be rolled back"
           end-if.
      *
           if ws-wb-open-flag = "y"
               open extend balance-journal-file
               if ws-bj-status = "00" or ws-bj-status = "05"
                   set ws-bj-available to true
               else
                   set ws-bj-unavailable to true
                   display "A2_Rollback - balance journal not "
                       "available for update, status " ws-bj-status
                       ", roll-back cannot itself be rolled back"
               end-if
           end-if.
      *
           move "n" to ws-ro-eof-flag.
           move "n" to ws-bo-eof-flag.
      *
           if ws-cnt-run-changes > zero
               open input sorted-rollback-file
               perform 315-read-item-change
           else
               move ws-eof-yes to ws-ro-eof-flag
               move ws-end-key to ws-ro-key
           end-if.
      *
           if ws-cnt-bal-changes > zero
               open input sorted-balance-file
               perform 325-read-balance-change
           else
               move ws-eof-yes to ws-bo-eof-flag
               move ws-end-key to ws-bo-key
           end-if.
      *
           perform 305-back-out-next-item
               until ws-ro-key = ws-end-key
                 and ws-bo-key = ws-end-key.
      *
           if ws-cnt-run-changes > zero
               close sorted-rollback-file
           end-if.
           if ws-cnt-bal-changes > zero
               close sorted-balance-file
           end-if.
           close item-master-file.
           if ws-wb-open-flag = "y"
               close warehouse-balance-file
           end-if.
           if ws-ij-available
               close item-journal-file
           end-if.
           if ws-bj-available
               close balance-journal-file
           end-if.
      *
       305-back-out-next-item.
      *
      *the lower of the two streams' item numbers is the next item
      *
           if ws-ro-key < ws-bo-key
               move ws-ro-key to ws-current-key
           else
               move ws-bo-key to ws-current-key
           end-if.
           move ws-current-key to ws-current-item.
      *
           move zero   to ws-item-change-count.
           move space  to ws-first-action.
           move space  to ws-last-action.
           move spaces to ws-first-before-image.
           move spaces to ws-last-after-image.
           move zero   to ws-bal-change-count.
           move zero   to ws-bal-count.
           move "n"    to ws-bal-overflow-flag.
      *
           perform 310-gather-item-change
               until ws-ro-key not = ws-current-key.
      *
           perform 320-gather-balance-change
               until ws-bo-key not = ws-current-key.
      *
           perform 400-back-out-item.
      *
       310-gather-item-change.
      *
           if ws-item-change-count = zero
               move ro-action        to ws-first-action
               move ro-before-image  to ws-first-before-image
           end-if.
      *
           add 1 to ws-item-change-count.
           move ro-action       to ws-last-action.
           move ro-after-image  to ws-last-after-image.
      *
           perform 315-read-item-change.
      *
       315-read-item-change.
      *
           read sorted-rollback-file
               at end
                   move ws-eof-yes to ws-ro-eof-flag.
      *
           if ws-ro-eof-flag = ws-eof-yes
               move ws-end-key to ws-ro-key
           else
               move ro-item-number to ws-ro-key
           end-if.
      *
       320-gather-balance-change.
      *
      *each warehouse keeps its own first and last change - a run
      *can move the same item in several warehouses
      *
           add 1 to ws-bal-change-count.
      *
           set ws-bal-entry-not-found to true.
           move 1 to ws-bal-sub.
           perform 330-find-balance-entry
               until ws-bal-entry-found
                  or ws-bal-sub > ws-bal-count.
      *
           if ws-bal-entry-not-found
               if ws-bal-count >= ws-bal-max
                   set ws-bal-overflow to true
               else
                   add 1 to ws-bal-count
                   move ws-bal-count      to ws-bal-sub
                   set ws-bal-entry-found to true
                   move bo-warehouse-code to ws-bal-wh-code (ws-bal-sub)
                   move bo-action
                       to ws-bal-first-action (ws-bal-sub)
                   move bo-before-image
                       to ws-bal-first-before (ws-bal-sub)
               end-if
           end-if.
      *
           if ws-bal-entry-found
               move bo-action      to ws-bal-last-action (ws-bal-sub)
               move bo-after-image to ws-bal-last-after (ws-bal-sub)
           end-if.
      *
           perform 325-read-balance-change.
      *
       325-read-balance-change.
      *
           read sorted-balance-file
               at end
                   move ws-eof-yes to ws-bo-eof-flag.
      *
           if ws-bo-eof-flag = ws-eof-yes
               move ws-end-key to ws-bo-key
           else
               move bo-item-number to ws-bo-key
           end-if.
      *
       330-find-balance-entry.
      *
           if ws-bal-wh-code (ws-bal-sub) = bo-warehouse-code
               set ws-bal-entry-found to true
           else
               add 1 to ws-bal-sub
           end-if.
      *
       400-back-out-item.
      *
      *prove the item and every balance the run touched are still
      *as the run left them, then put back what was there before
      *the run's first change to each
      *
           add 1 to ws-cnt-items.
           move spaces to ws-reject-reason.
           compute ws-state-sub = ws-current-item + 1.
      *
           move ws-current-item to ws-dtl-item.
           move ws-item-change-count to ws-dtl-changes.
           move ws-bal-change-count  to ws-dtl-bal-changes.
           move zero   to ws-dtl-oh-now.
           move zero   to ws-dtl-oh-restored.
           move spaces to ws-dtl-desc.
           move spaces to ws-dtl-action.
      *
           move ws-current-item to im-item-number.
           read item-master-file
               invalid key
                   set ws-master-not-found to true
               not invalid key
                   set ws-master-found to true
                   move im-desc        to ws-dtl-desc
                   move im-on-hand-qty to ws-dtl-oh-now
                   move im-on-hand-qty to ws-dtl-oh-restored
           end-read.
      *
           if ws-item-later-change (ws-state-sub)
              or ws-bal-later-change (ws-state-sub)
               move "CHANGED BY A LATER RUN" to ws-reject-reason
           else if ws-bal-overflow
               move "TOO MANY BALANCES CHANGED" to ws-reject-reason
           else if ws-item-change-count > zero
               perform 405-check-master
           end-if.
      *
           if ws-reject-reason = spaces
               perform 420-check-balance
                   varying ws-bal-sub from 1 by 1
                   until ws-bal-sub > ws-bal-count
                      or ws-reject-reason not = spaces
           end-if.
      *
           if ws-reject-reason not = spaces
               add 1 to ws-cnt-refused
               move "NONE"           to ws-dtl-action
               move ws-reject-reason to ws-dtl-result
           else
               set ws-update-ok to true
               set ws-item-not-updated to true
               if ws-item-change-count > zero
                   perform 410-restore-item
               else
                   move "BAL RESTORED" to ws-dtl-action
               end-if
               if ws-update-ok
                   perform 430-restore-balance
                       varying ws-bal-sub from 1 by 1
                       until ws-bal-sub > ws-bal-count
                          or not ws-update-ok
               end-if
               perform 440-report-disposition
           end-if.
      *
           write report-print-line from ws-detail-line
               before advancing 1 line.
      *
       405-check-master.
      *
           if ws-last-was-delete
               if ws-master-found
                   move "RE-ADDED SINCE THE RUN" to ws-reject-reason
               end-if
           else
               if ws-master-not-found
                   move "DELETED SINCE THE RUN" to ws-reject-reason
               else if item-master-rec not = ws-last-after-image
                   move "MASTER CHANGED SINCE RUN" to ws-reject-reason
               end-if
           end-if.
      *
       410-restore-item.
      *
      *an item the run added is removed; an item the run deleted
      *is written back; anything else is rewritten to its before
      *image. an item the run both added and deleted is already
      *as it was before the run
      *
           if ws-master-found
               move item-master-rec to ws-ij-before-image
           else
               move spaces to ws-ij-before-image
           end-if.
      *
           if ws-first-was-add
               move zero to ws-dtl-oh-restored
               if ws-master-not-found
                   move "NOTHING TO UNDO" to ws-dtl-action
               else
                   move "ADD REMOVED"  to ws-dtl-action
                   delete item-master-file record
                       invalid key
                           set ws-master-update-failed to true
                       not invalid key
                           move "D"    to ws-ij-action
                           move spaces to ws-ij-after-image
                           perform 450-write-item-journal
                   end-delete
               end-if
           else
               move ws-first-before-image to ws-restore-image
               move ws-first-before-image to item-master-rec
               move wr-desc            to ws-dtl-desc
               move wr-on-hand-qty     to ws-dtl-oh-restored
               move item-master-rec    to ws-ij-after-image
               if ws-master-found
                   move "RESTORED"     to ws-dtl-action
                   rewrite item-master-rec
                       invalid key
                           set ws-master-update-failed to true
                       not invalid key
                           move "C"    to ws-ij-action
                           perform 450-write-item-journal
                   end-rewrite
               else
                   move "DELETE UNDONE" to ws-dtl-action
                   write item-master-rec
                       invalid key
                           set ws-master-update-failed to true
                       not invalid key
                           move "A"    to ws-ij-action
                           perform 450-write-item-journal
                   end-write
               end-if
           end-if.
      *
       420-check-balance.
      *
      *a balance the run last removed must still be gone; any
      *other must still hold exactly what the run left in it
      *
           perform 425-read-balance.
      *
           if ws-bal-last-was-delete (ws-bal-sub)
               if ws-balance-found
                   move "BALANCE RE-ADDED SINCE RUN"
                       to ws-reject-reason
               end-if
           else
               if ws-balance-not-found
                   move "BALANCE DELETED SINCE RUN"
                       to ws-reject-reason
               else if warehouse-balance-rec
                       not = ws-bal-last-after (ws-bal-sub)
                   move "BALANCE CHANGED SINCE RUN"
                       to ws-reject-reason
               end-if
           end-if.
      *
       425-read-balance.
      *
           move ws-current-item            to wb-item-number.
           move ws-bal-wh-code (ws-bal-sub) to wb-warehouse-code.
      *
           read warehouse-balance-file
               invalid key
                   set ws-balance-not-found to true
               not invalid key
                   set ws-balance-found to true
           end-read.
      *
       430-restore-balance.
      *
      *the same rules as the master, one warehouse at a time
      *
           perform 425-read-balance.
      *
           if ws-balance-found
               move warehouse-balance-rec to ws-bj-before-image
           else
               move spaces to ws-bj-before-image
           end-if.
      *
           if ws-bal-first-was-add (ws-bal-sub)
               if ws-balance-found
                   delete warehouse-balance-file record
                       invalid key
                           set ws-balance-update-failed to true
                       not invalid key
                           move "D"    to ws-bj-action
                           move spaces to ws-bj-after-image
                           perform 460-write-balance-journal
                   end-delete
               end-if
           else
               move ws-bal-first-before (ws-bal-sub)
                   to warehouse-balance-rec
               move warehouse-balance-rec to ws-bj-after-image
               if ws-balance-found
                   rewrite warehouse-balance-rec
                       invalid key
                           set ws-balance-update-failed to true
                       not invalid key
                           move "C"    to ws-bj-action
                           perform 460-write-balance-journal
                   end-rewrite
               else
                   write warehouse-balance-rec
                       invalid key
                           set ws-balance-update-failed to true
                       not invalid key
                           move "A"    to ws-bj-action
                           perform 460-write-balance-journal
                   end-write
               end-if
           end-if.
      *
       440-report-disposition.
      *
      *an update the file would not take leaves the item refused
      *with the file status in place of the action. the master goes
      *back first, so a balance that fails after the master or
      *another balance was put back leaves the item partly backed
      *out - it is counted apart and named to the operator, since
      *the journals now hold the roll-back's half of it
      *
           evaluate true
               when ws-update-ok
                   add 1 to ws-cnt-restored
                   move "BACKED OUT" to ws-dtl-result
               when ws-balance-update-failed and ws-item-updated
                   add 1 to ws-cnt-partial
                   move spaces to ws-dtl-action
                   string "STATUS "     delimited by size
                          ws-wb-status  delimited by size
                       into ws-dtl-action
                   end-string
                   move "PARTIALLY BACKED OUT" to ws-dtl-result
                   display "A2_Rollback - item " ws-current-item
                       " partially backed out, balance for warehouse "
                       wb-warehouse-code
                       " not restored, status " ws-wb-status
               when ws-master-update-failed
                   add 1 to ws-cnt-refused
                   move spaces to ws-dtl-action
                   string "STATUS "     delimited by size
                          ws-im-status  delimited by size
                       into ws-dtl-action
                   end-string
                   move "MASTER UPDATE FAILED" to ws-dtl-result
               when other
                   add 1 to ws-cnt-refused
                   move spaces to ws-dtl-action
                   string "STATUS "     delimited by size
                          ws-wb-status  delimited by size
                       into ws-dtl-action
                   end-string
                   move "BALANCE UPDATE FAILED" to ws-dtl-result
           end-evaluate.
      *
       450-write-item-journal.
      *
           set ws-item-updated to true.
      *
           if ws-ij-available
               add 1 to ws-ij-sequence
               move "A2_Rollback"      to ij-program
               move ws-run-date        to ij-run-date
               move ws-run-time        to ij-run-time
               move ws-ij-sequence     to ij-sequence
               move ws-current-item    to ij-item-number
               move ws-ij-action       to ij-action
               move ws-ij-before-image to ij-before-image
               move ws-ij-after-image  to ij-after-image
               write item-journal-rec
           end-if.
      *
       460-write-balance-journal.
      *
           set ws-item-updated to true.
      *
           if ws-bj-available
               add 1 to ws-bj-sequence
               move "A2_Rollback"      to bj-program
               move ws-run-date        to bj-run-date
               move ws-run-time        to bj-run-time
               move ws-bj-sequence     to bj-sequence
               move ws-current-item    to bj-item-number
               move ws-bal-wh-code (ws-bal-sub) to bj-warehouse-code
               move ws-bj-action       to bj-action
               move ws-bj-before-image to bj-before-image
               move ws-bj-after-image  to bj-after-image
               write balance-journal-rec
           end-if.
      *
       900-write-report-summary.
      *
           move ws-cnt-journal-read to ws-rpt-sum-read.
           move ws-cnt-run-changes  to ws-rpt-sum-changes.
           move ws-cnt-bal-changes  to ws-rpt-sum-bal-changes.
           move ws-cnt-items        to ws-rpt-sum-items.
           move ws-cnt-restored     to ws-rpt-sum-restored.
           move ws-cnt-refused      to ws-rpt-sum-refused.
           move ws-cnt-partial      to ws-rpt-sum-partial.
      *
           move spaces to report-print-line.
           write report-print-line
               before advancing 1 line.
           write report-print-line from ws-report-summary
               before advancing 1 line.
           write report-print-line from ws-report-summary-partial
               before advancing 1 line.
      *
      *a partly backed-out item needs someone before anything else
      *runs against it
      *
           if ws-cnt-partial > zero
               move 8 to return-code
           else if ws-cnt-refused > zero
               move 4 to return-code
           end-if.
      *
       end program A2_Rollback.
