       identification division.
       program-id. A2_RateMaint.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *rate master maintenance run - applies the transactions keyed
      *by merchandising against the product-class rate master every
      *other A2 program loads: add a class, change its description,
      *discount factor, transportation percent or transportation
      *cost, or retire it. every transaction is range edited before
      *anything is touched, so a mis-keyed byte can no longer
      *mis-bill a whole night, and every applied or rejected change
      *lists with its before and after values and the clerk who
      *keyed it for merchandising to sign off.
      *
      *a change takes effect as a new effective-dated entry for the
      *class rather than overwriting the old one, so an old batch
      *reprocessed through A2_ItemList still prices at the rates in
      *effect on its own creation date. a change keyed with an
      *effective date still ahead of the run date is held on the
      *pending dataset and applied by the first run on or after
      *that date. the table limits are the main run's - ten classes
      *and ws-rate-max entries - so nothing this run writes can be
      *dropped by the main run's load. a class cannot be retired
      *while items on the item master still carry it
      *
       environment division.
       configuration section.
       input-output section.
      *
       file-control.
      *
      *transaction-file declaration - one change per line keyed by
      *class code and action
      *
           select transaction-file
               assign to "../../../data/A2-RateMaint.trn"
               organization is line sequential
               file status is ws-trn-status.
      *
      *pending-file declaration - future-dated changes held from
      *earlier runs, in the transaction layout; rebuilt every run
      *with whatever is still not due. a missing file just means
      *nothing is pending
      *
           select optional pending-file
               assign to "../../../data/A2-RateMaint.pnd"
               organization is line sequential
               file status is ws-pnd-status.
      *
      *rate-master-file declaration - the product-class rate master,
      *loaded whole and written back whole when anything changed
      *
           select rate-master-file
               assign to "../../../data/A2-RateMaster.dat"
               organization is line sequential
               file status is ws-rm-status.
      *
      *item-master-file declaration - walked once to count the
      *items carried on each class, for the retire edit
      *
           select item-master-file
               assign to "../../../data/A2-ItemMaster.dat"
               organization is indexed
               access mode is sequential
               record key is im-item-number
               file status is ws-im-status.
      *
      *audit-file declaration - the rate maintenance audit listing
      *
           select audit-file
               assign to "../../../data/A2-RateMaint.aud"
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd transaction-file
           data record is transaction-line
           record contains 50 characters.
      *
       01 transaction-line             pic x(50).
      *
       fd pending-file
           data record is pending-line
           record contains 50 characters.
      *
       01 pending-line                 pic x(50).
      *
       fd rate-master-file
           data record is rate-master-line
           record contains 41 characters.
      *
       01 rate-master-line.
           05 rm-class-code            pic x.
           05 rm-class-desc            pic x(20).
           05 rm-discount-factor       pic 9v999.
           05 rm-trans-percent         pic 9v99.
           05 rm-trans-cost            pic 9(3)v99.
           05 rm-effective-date        pic 9(8).
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
       fd audit-file
           data record is audit-print-line
           record contains 132 characters.
      *
       01 audit-print-line             pic x(132) value spaces.
      *
       working-storage section.
      *
       01 ws-flags.
           05 ws-eof-flag              pic x value "n".
           05 ws-eof-yes               pic x value "y".
           05 ws-trn-status            pic xx value spaces.
           05 ws-trn-open-flag         pic x value "n".
           05 ws-pnd-status            pic xx value spaces.
           05 ws-pnd-eof-flag          pic x value "n".
           05 ws-im-status             pic xx value spaces.
           05 ws-im-eof-flag           pic x value "n".
           05 ws-master-flag           pic x value "n".
               88 ws-master-available  value "y".
               88 ws-master-unavailable value "n".
           05 ws-more-flag             pic x value "n".
      *
      *the change being applied - loaded from a transaction line
      *or from a held pending entry, both in this one layout
      *
       01 ws-change.
           05 ws-chg-action            pic x.
               88 ws-act-add-class     value "A".
               88 ws-act-repl-desc     value "D".
               88 ws-act-discount      value "F".
               88 ws-act-trans-pct     value "P".
               88 ws-act-trans-cost    value "C".
               88 ws-act-retire-class  value "R".
               88 ws-act-valid-action  value "A" "D" "F" "P" "C" "R".
           05 ws-chg-class             pic x.
           05 ws-chg-desc              pic x(20).
           05 ws-chg-discount-factor   pic 9v999.
           05 ws-chg-trans-percent     pic 9v99.
           05 ws-chg-trans-cost        pic 9(3)v99.
           05 ws-chg-effective-date    pic 9(8).
           05 ws-chg-keyed-by          pic x(8).
      *
      *alphanumeric views of the numeric fields for listing a value
      *that failed its numeric edit
      *
       01 ws-change-x redefines ws-change.
           05 filler                   pic x(22).
           05 ws-chgx-discount-factor  pic x(4).
           05 ws-chgx-trans-percent    pic x(3).
           05 ws-chgx-trans-cost       pic x(5).
           05 ws-chgx-effective-date   pic x(8).
           05 filler                   pic x(8).
      *
       01 ws-edit-flags.
           05 ws-record-status         pic x value "Y".
               88 ws-record-valid      value "Y".
               88 ws-record-invalid    value "N".
           05 ws-reject-reason         pic x(28) value spaces.
      *
      *range limits - a discount factor is "1 + the discount rate",
      *so 1.000 is no discount and 1.500 a fifty percent discount;
      *transportation is a percent of extended price plus a cost
      *per unit
      *
       01 ws-range-limits.
           05 ws-min-discount-factor   pic 9v999 value 1.000.
           05 ws-max-discount-factor   pic 9v999 value 1.500.
           05 ws-max-trans-percent     pic 9v99 value 5.00.
           05 ws-max-trans-cost        pic 9(3)v99 value 50.00.
      *
       01 ws-run-stamp.
           05 ws-run-date              pic 9(8) value zero.
           05 ws-run-date-int          pic 9(7) value zero.
           05 ws-eff-date-int          pic 9(7) value zero.
      *
      *rate table - every effective-dated entry on the master, with
      *the same limit the main run loads against
      *
       01 ws-rate-controls.
           05 ws-rm-status             pic xx value spaces.
           05 ws-rate-eof-flag         pic x value "n".
           05 ws-rate-count            pic 99 value zero.
           05 ws-rate-max              pic 99 value 20.
           05 ws-rate-scan             pic 99 value zero.
           05 ws-cur-sub               pic 99 value zero.
           05 ws-cur-date              pic 9(8) value zero.
           05 ws-drop-sub              pic 99 value zero.
           05 ws-drop-date             pic 9(8) value zero.
           05 ws-del-sub               pic 99 value zero.
           05 ws-shift-sub             pic 99 value zero.
           05 ws-best-sub              pic 99 value zero.
           05 ws-best-date             pic 9(8) value zero.
      *
       01 ws-rate-table.
           05 ws-rate-entry occurs 20 times.
               10 ws-rate-class        pic x.
               10 ws-rate-desc         pic x(20).
               10 ws-rate-discount     pic 9v999.
               10 ws-rate-trans-pct    pic 9v99.
               10 ws-rate-trans-cost   pic 9(3)v99.
               10 ws-rate-eff-date     pic 9(8).
               10 ws-rate-written-flag pic x.
      *
      *class table - one slot per class in first-seen rate-master
      *order, with the number of item master records carrying it
      *
       01 ws-class-controls.
           05 ws-class-count           pic 99 value zero.
           05 ws-class-max             pic 99 value 10.
           05 ws-class-sub             pic 99 value zero.
           05 ws-class-scan            pic 99 value zero.
           05 ws-class-found-flag      pic x value "n".
               88 ws-class-found       value "y".
               88 ws-class-not-found   value "n".
           05 ws-lookup-class          pic x value spaces.
      *
       01 ws-class-table.
           05 ws-class-entry occurs 10 times.
               10 ws-class-code        pic x.
               10 ws-class-item-count  pic 9(6).
      *
      *pending table - the held future-dated changes, the ones
      *carried in from the pending dataset followed by the ones
      *keyed this run; an entry applied this run is marked done
      *and not carried forward
      *
       01 ws-pending-controls.
           05 ws-pend-count            pic 999 value zero.
           05 ws-pend-max              pic 999 value 100.
           05 ws-pend-sub              pic 999 value zero.
           05 ws-pend-carried          pic 999 value zero.
      *
       01 ws-pending-table.
           05 ws-pend-entry occurs 100 times.
               10 ws-pend-data         pic x(50).
               10 ws-pend-eff-date     pic 9(8).
               10 ws-pend-done-flag    pic x.
      *
      *display copies of the rate fields for the audit columns
      *
       01 ws-edit-fields.
           05 ws-discount-edited       pic 9.999.
           05 ws-percent-edited        pic 9.99.
           05 ws-cost-edited           pic zz9.99.
           05 ws-count-edited          pic z(5)9.
      *
      *run counters for the audit summary
      *
       01 ws-counters.
           05 ws-cnt-transactions      pic 9(6) value zero.
           05 ws-cnt-applied           pic 9(6) value zero.
           05 ws-cnt-pending           pic 9(6) value zero.
           05 ws-cnt-rejected          pic 9(6) value zero.
      *
       01 ws-audit-heading.
           05 filler                   pic x(40) value
                  "*** RATE MASTER MAINTENANCE AUDIT ***".
           05 filler                   pic x(10) value "Run Date:".
           05 ws-aud-run-date          pic 9(8).
      *
       01 ws-audit-col-heads.
           05 filler                   pic x(5) value "Class".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(12) value "Action".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "Eff Date".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(20) value "Old Value".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(20) value "New Value".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "Keyed By".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(28) value "Disposition".
      *
       01 ws-audit-line.
           05 ws-aud-class             pic x.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(5) value "  |  ".
           05 ws-aud-action            pic x(12).
           05 filler                   pic x(5) value "  |  ".
           05 ws-aud-eff-date          pic x(8).
           05 filler                   pic x(5) value "  |  ".
           05 ws-aud-old               pic x(20).
           05 filler                   pic x(5) value "  |  ".
           05 ws-aud-new               pic x(20).
           05 filler                   pic x(5) value "  |  ".
           05 ws-aud-keyed-by          pic x(8).
           05 filler                   pic x(5) value "  |  ".
           05 ws-aud-result            pic x(28).
      *
       01 ws-audit-summary.
           05 filler                   pic x(14) value "Transactions:".
           05 ws-aud-sum-transactions  pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(9) value "Applied:".
           05 ws-aud-sum-applied       pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(9) value "Pending:".
           05 ws-aud-sum-pending       pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(10) value "Rejected:".
           05 ws-aud-sum-rejected      pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(14) value "Rate Entries:".
           05 ws-aud-sum-entries       pic 99.
      *
       procedure division.
      *
       000-main.
      *
           perform 020-get-run-stamp.
           perform 040-load-rate-master.
           perform 050-count-class-items.
           perform 060-load-pending.
      *
           open input transaction-file.
           open output audit-file.
      *
           move ws-run-date to ws-aud-run-date.
           write audit-print-line from ws-audit-heading
               before advancing 2 lines.
           write audit-print-line from ws-audit-col-heads
               before advancing 2 lines.
      *
      *changes held from earlier runs go first - they were keyed
      *before anything on tonight's transaction file
      *
           perform 100-apply-due-pending
               varying ws-pend-sub from 1 by 1
               until ws-pend-sub > ws-pend-carried.
      *
           if ws-trn-status = "00"
               move "y" to ws-trn-open-flag
               read transaction-file
                   at end
                       move ws-eof-yes to ws-eof-flag
               end-read
           else
               display "A2_RateMaint - transaction file not "
                   "available, status " ws-trn-status
               move ws-eof-yes to ws-eof-flag
           end-if.
      *
           perform 200-process-transaction
               until ws-eof-flag = ws-eof-yes.
      *
           if ws-cnt-applied > zero
               perform 700-write-rate-master
           end-if.
      *
           perform 750-write-pending.
           perform 900-write-audit-summary.
      *
           if ws-trn-open-flag = "y"
               close transaction-file
           end-if.
           close audit-file.
      *
           goback.
      *
       020-get-run-stamp.
      *
      *the run date decides which changes are due and is the
      *effective date of a change keyed without one
      *
           accept ws-run-date from date yyyymmdd.
      *
           compute ws-run-date-int =
               function integer-of-date (ws-run-date).
      *
       040-load-rate-master.
      *
      *load every entry on the rate master - a rate master that
      *does not exist yet is the first load, and starts empty so
      *the add transactions can build it
      *
           move "n" to ws-rate-eof-flag.
           move zero to ws-rate-count.
           move zero to ws-class-count.
      *
           open input rate-master-file.
      *
           if ws-rm-status = "35"
               move ws-eof-yes to ws-rate-eof-flag
           else if ws-rm-status not = "00"
               display "A2_RateMaint - rate master file not "
                   "available, status " ws-rm-status
               move 16 to return-code
               goback
           else
               read rate-master-file
                   at end
                       move ws-eof-yes to ws-rate-eof-flag
               end-read
               perform 045-load-rate-record
                   until ws-rate-eof-flag = ws-eof-yes
               close rate-master-file
           end-if.
      *
       045-load-rate-record.
      *
      *a master already past the limits was hand-edited - it is
      *refused outright rather than written back short
      *
           if ws-rate-count >= ws-rate-max
               display "A2_RateMaint - rate master exceeds "
                   ws-rate-max " rate entries, run stopped"
               move 16 to return-code
               goback
           end-if.
      *
           move rm-class-code to ws-lookup-class.
           perform 160-find-class-slot.
      *
           if ws-class-not-found
               if ws-class-count >= ws-class-max
                   display "A2_RateMaint - rate master exceeds "
                       ws-class-max " classes, run stopped"
                   move 16 to return-code
                   goback
               end-if
               add 1 to ws-class-count
               move rm-class-code to ws-class-code (ws-class-count)
               move zero to ws-class-item-count (ws-class-count)
           end-if.
      *
           add 1 to ws-rate-count.
           move rm-class-code      to ws-rate-class (ws-rate-count).
           move rm-class-desc      to ws-rate-desc (ws-rate-count).
           move rm-discount-factor to
               ws-rate-discount (ws-rate-count).
           move rm-trans-percent   to
               ws-rate-trans-pct (ws-rate-count).
           move rm-trans-cost      to
               ws-rate-trans-cost (ws-rate-count).
           move rm-effective-date  to
               ws-rate-eff-date (ws-rate-count).
      *
           read rate-master-file
               at end
                   move ws-eof-yes to ws-rate-eof-flag.
      *
       050-count-class-items.
      *
      *count the items carried on each class. without the item
      *master the counts cannot be trusted, so every retire is
      *refused rather than guessed at
      *
           move "n" to ws-im-eof-flag.
      *
           open input item-master-file.
      *
           if ws-im-status not = "00"
               set ws-master-unavailable to true
               display "A2_RateMaint - item master not available, "
                   "status " ws-im-status ", retires refused"
           else
               set ws-master-available to true
               read item-master-file
                   at end
                       move ws-eof-yes to ws-im-eof-flag
               end-read
               perform 055-count-one-item
                   until ws-im-eof-flag = ws-eof-yes
               close item-master-file
           end-if.
      *
       055-count-one-item.
      *
           move im-product-class to ws-lookup-class.
           perform 160-find-class-slot.
      *
           if ws-class-found
               add 1 to ws-class-item-count (ws-class-sub)
           end-if.
      *
           read item-master-file
               at end
                   move ws-eof-yes to ws-im-eof-flag.
      *
       060-load-pending.
      *
      *the changes held from earlier runs, in the order keyed
      *
           move zero to ws-pend-count.
      *
           open input pending-file.
      *
           if ws-pnd-status = "00" or ws-pnd-status = "05"
               read pending-file
                   at end
                       move ws-eof-yes to ws-pnd-eof-flag
               end-read
               perform 065-load-pending-record
                   until ws-pnd-eof-flag = ws-eof-yes
               close pending-file
           else
               display "A2_RateMaint - pending file not "
                   "available, status " ws-pnd-status
               move 16 to return-code
               goback
           end-if.
      *
           move ws-pend-count to ws-pend-carried.
      *
       065-load-pending-record.
      *
           if ws-pend-count < ws-pend-max
               add 1 to ws-pend-count
               move pending-line to ws-change
               move pending-line to ws-pend-data (ws-pend-count)
               move ws-chg-effective-date
                   to ws-pend-eff-date (ws-pend-count)
               move "n" to ws-pend-done-flag (ws-pend-count)
           else
               display "A2_RateMaint - pending file exceeds "
                   ws-pend-max " entries, extras dropped"
           end-if.
      *
           read pending-file
               at end
                   move ws-eof-yes to ws-pnd-eof-flag.
      *
       100-apply-due-pending.
      *
      *a held change falls due on its effective date - it was
      *range edited when it was keyed, but the rate table and the
      *item master may have moved since, so it goes through the
      *same apply edits tonight's transactions do
      *
           if ws-pend-eff-date (ws-pend-sub) <= ws-run-date
               move ws-pend-data (ws-pend-sub) to ws-change
               move "y" to ws-pend-done-flag (ws-pend-sub)
               add 1 to ws-cnt-transactions
               perform 250-init-audit-line
               set ws-record-valid to true
               move spaces to ws-reject-reason
               perform 300-apply-change
               if ws-record-valid
                   move "APPLIED - HELD CHANGE"
                       to ws-aud-result
               end-if
               perform 280-write-audit-line
           end-if.
      *
       160-find-class-slot.
      *
           set ws-class-not-found to true.
           move zero to ws-class-sub.
      *
           perform 165-check-class-slot
               varying ws-class-scan from 1 by 1
               until ws-class-scan > ws-class-count
                  or ws-class-found.
      *
       165-check-class-slot.
      *
           if ws-class-code (ws-class-scan) = ws-lookup-class
               set ws-class-found to true
               move ws-class-scan to ws-class-sub
           end-if.
      *
       200-process-transaction.
      *
      *edit the transaction, then either apply it, or hold it when
      *its effective date is still ahead of the run
      *
           add 1 to ws-cnt-transactions.
      *
           move transaction-line to ws-change.
           perform 250-init-audit-line.
           perform 210-edit-transaction.
      *
           if ws-record-valid
               if ws-chg-effective-date > ws-run-date
                   perform 290-hold-change
               else
                   perform 300-apply-change
                   if ws-record-valid
                       move "APPLIED" to ws-aud-result
                   end-if
               end-if
           else
               perform 800-reject-change
           end-if.
      *
           perform 280-write-audit-line.
      *
           read transaction-file
               at end
                   move ws-eof-yes to ws-eof-flag.
      *
       210-edit-transaction.
      *
      *range edits that need nothing but the transaction itself. a
      *blank effective date means effective today; a date already
      *past is refused, since a backdated rate would reprice any
      *old batch reprocessed after it
      *
           set ws-record-valid to true.
           move spaces to ws-reject-reason.
      *
           if ws-chg-effective-date is not numeric
              and ws-chgx-effective-date = spaces
               move ws-run-date to ws-chg-effective-date
           end-if.
      *
           if ws-chg-effective-date is numeric
              and ws-chg-effective-date = zero
               move ws-run-date to ws-chg-effective-date
           end-if.
      *
           move ws-chgx-effective-date to ws-aud-eff-date.
      *
           if ws-chg-effective-date is numeric
               compute ws-eff-date-int =
                   function integer-of-date (ws-chg-effective-date)
           else
               move zero to ws-eff-date-int
           end-if.
      *
           if not ws-act-valid-action
               move "INVALID ACTION CODE" to ws-reject-reason
           else if ws-chg-class = space
               move "CLASS CODE MISSING" to ws-reject-reason
           else if ws-eff-date-int = zero
               move "INVALID EFFECTIVE DATE" to ws-reject-reason
           else if ws-chg-effective-date < ws-run-date
               move "EFFECTIVE DATE IN THE PAST" to ws-reject-reason
           else if (ws-act-add-class or ws-act-repl-desc)
                and ws-chg-desc = spaces
               move "DESCRIPTION MISSING" to ws-reject-reason
           else if (ws-act-add-class or ws-act-discount)
                and ws-chg-discount-factor is not numeric
               move ws-chgx-discount-factor to ws-aud-new
               move "DISCOUNT NOT NUMERIC" to ws-reject-reason
           else if (ws-act-add-class or ws-act-discount)
                and (ws-chg-discount-factor < ws-min-discount-factor
                  or ws-chg-discount-factor > ws-max-discount-factor)
               move ws-chg-discount-factor to ws-discount-edited
               move ws-discount-edited to ws-aud-new
               move "DISCOUNT OUT OF RANGE" to ws-reject-reason
           else if (ws-act-add-class or ws-act-trans-pct)
                and ws-chg-trans-percent is not numeric
               move ws-chgx-trans-percent to ws-aud-new
               move "TRANS PERCENT NOT NUMERIC" to ws-reject-reason
           else if (ws-act-add-class or ws-act-trans-pct)
                and ws-chg-trans-percent > ws-max-trans-percent
               move ws-chg-trans-percent to ws-percent-edited
               move ws-percent-edited to ws-aud-new
               move "TRANS PERCENT OUT OF RANGE" to ws-reject-reason
           else if (ws-act-add-class or ws-act-trans-cost)
                and ws-chg-trans-cost is not numeric
               move ws-chgx-trans-cost to ws-aud-new
               move "TRANS COST NOT NUMERIC" to ws-reject-reason
           else if (ws-act-add-class or ws-act-trans-cost)
                and ws-chg-trans-cost > ws-max-trans-cost
               move ws-chg-trans-cost to ws-cost-edited
               move ws-cost-edited to ws-aud-new
               move "TRANS COST OUT OF RANGE" to ws-reject-reason
           end-if.
      *
           if ws-reject-reason not = spaces
               set ws-record-invalid to true
           end-if.
      *
       250-init-audit-line.
      *
           move ws-chg-class        to ws-aud-class.
           move ws-chg-keyed-by     to ws-aud-keyed-by.
           move ws-chgx-effective-date to ws-aud-eff-date.
           move spaces              to ws-aud-old.
           move spaces              to ws-aud-new.
           move spaces              to ws-aud-result.
      *
           evaluate true
               when ws-act-add-class
                   move "ADD CLASS"    to ws-aud-action
               when ws-act-repl-desc
                   move "DESCRIPTION"  to ws-aud-action
               when ws-act-discount
                   move "DISCOUNT"     to ws-aud-action
               when ws-act-trans-pct
                   move "TRANS PCT"    to ws-aud-action
               when ws-act-trans-cost
                   move "TRANS COST"   to ws-aud-action
               when ws-act-retire-class
                   move "RETIRE CLASS" to ws-aud-action
               when other
                   move "BAD ACTION"   to ws-aud-action
                   move ws-chg-action  to ws-aud-old
           end-evaluate.
      *
       280-write-audit-line.
      *
           write audit-print-line from ws-audit-line
               before advancing 1 line.
      *
       290-hold-change.
      *
      *hold the change until its effective date - the new value is
      *listed now so merchandising signs off on it when keyed, and
      *listed again with its old value the night it applies
      *
           if ws-pend-count >= ws-pend-max
               move "PENDING FILE FULL" to ws-reject-reason
               set ws-record-invalid to true
               perform 800-reject-change
           else
               add 1 to ws-pend-count
               move ws-change to ws-pend-data (ws-pend-count)
               move ws-chg-effective-date
                   to ws-pend-eff-date (ws-pend-count)
               move "n" to ws-pend-done-flag (ws-pend-count)
               perform 390-load-new-value
               move "PENDING UNTIL EFF DATE" to ws-aud-result
               add 1 to ws-cnt-pending
           end-if.
      *
       300-apply-change.
      *
      *route by action - the edits here are the ones that depend
      *on the rate table and item master as they stand tonight
      *
           move ws-chg-class to ws-lookup-class.
           perform 160-find-class-slot.
      *
           evaluate true
               when ws-act-add-class
                   perform 310-add-class
               when ws-act-retire-class
                   perform 360-retire-class
               when other
                   perform 330-change-class-rate
           end-evaluate.
      *
           if ws-record-invalid
               perform 800-reject-change
           else
               add 1 to ws-cnt-applied
           end-if.
      *
       310-add-class.
      *
      *a new class takes a class slot and a rate entry - a class
      *that would push either table past the main run's limits is
      *refused, since the main run would drop it on the floor
      *
           if ws-class-found
               move "CLASS ALREADY ON RATES" to ws-reject-reason
               set ws-record-invalid to true
           else if ws-class-count >= ws-class-max
                 or ws-rate-count >= ws-rate-max
               move "RATE TABLE LIMIT REACHED" to ws-reject-reason
               set ws-record-invalid to true
           else
               add 1 to ws-class-count
               move ws-chg-class to ws-class-code (ws-class-count)
               move zero to ws-class-item-count (ws-class-count)
               add 1 to ws-rate-count
               move ws-chg-class           to
                   ws-rate-class (ws-rate-count)
               move ws-chg-desc            to
                   ws-rate-desc (ws-rate-count)
               move ws-chg-discount-factor to
                   ws-rate-discount (ws-rate-count)
               move ws-chg-trans-percent   to
                   ws-rate-trans-pct (ws-rate-count)
               move ws-chg-trans-cost      to
                   ws-rate-trans-cost (ws-rate-count)
               move ws-chg-effective-date  to
                   ws-rate-eff-date (ws-rate-count)
               move ws-chg-desc to ws-aud-new
           end-if.
      *
       330-change-class-rate.
      *
      *the entry in effect on the change's effective date is the
      *before image; the after image is that entry with the one
      *field changed, dated the change's effective date. a change
      *dated the same day as an existing entry replaces it in
      *place, otherwise it becomes a new entry - and when the
      *table is full the class' oldest superseded entry makes room
      *
           if ws-class-not-found
               move "CLASS NOT ON RATES" to ws-reject-reason
               set ws-record-invalid to true
           else
               perform 340-find-entry-in-effect
               if ws-cur-sub = zero
                   move "NO RATE IN EFFECT" to ws-reject-reason
                   set ws-record-invalid to true
               else
                   perform 380-load-old-value
                   if ws-rate-eff-date (ws-cur-sub)
                           not = ws-chg-effective-date
                       perform 350-open-new-entry
                   end-if
               end-if
           end-if.
      *
           if ws-record-valid
               evaluate true
                   when ws-act-repl-desc
                       move ws-chg-desc to ws-rate-desc (ws-cur-sub)
                   when ws-act-discount
                       move ws-chg-discount-factor
                           to ws-rate-discount (ws-cur-sub)
                   when ws-act-trans-pct
                       move ws-chg-trans-percent
                           to ws-rate-trans-pct (ws-cur-sub)
                   when ws-act-trans-cost
                       move ws-chg-trans-cost
                           to ws-rate-trans-cost (ws-cur-sub)
               end-evaluate
               perform 390-load-new-value
           end-if.
      *
       340-find-entry-in-effect.
      *
      *latest entry for the class dated on or before the change's
      *effective date
      *
           move zero to ws-cur-sub.
           move zero to ws-cur-date.
      *
           perform 345-check-entry-in-effect
               varying ws-rate-scan from 1 by 1
               until ws-rate-scan > ws-rate-count.
      *
       345-check-entry-in-effect.
      *
           if ws-rate-class (ws-rate-scan) = ws-chg-class
              and ws-rate-eff-date (ws-rate-scan)
                  <= ws-chg-effective-date
              and ws-rate-eff-date (ws-rate-scan) >= ws-cur-date
               move ws-rate-scan to ws-cur-sub
               move ws-rate-eff-date (ws-rate-scan) to ws-cur-date
           end-if.
      *
       350-open-new-entry.
      *
      *copy the entry in effect into a new slot dated the change's
      *effective date; ws-cur-sub then addresses the new entry
      *
           if ws-rate-count >= ws-rate-max
               perform 355-drop-oldest-superseded
           end-if.
      *
           if ws-rate-count >= ws-rate-max
               move "RATE TABLE LIMIT REACHED" to ws-reject-reason
               set ws-record-invalid to true
           else
               add 1 to ws-rate-count
               move ws-rate-entry (ws-cur-sub)
                   to ws-rate-entry (ws-rate-count)
               move ws-chg-effective-date
                   to ws-rate-eff-date (ws-rate-count)
               move ws-rate-count to ws-cur-sub
           end-if.
      *
       355-drop-oldest-superseded.
      *
      *an entry of this class older than the one in effect only
      *prices an old batch reprocessed from before it was
      *superseded - the oldest such entry gives up its slot
      *
           move zero to ws-drop-sub.
           move ws-cur-date to ws-drop-date.
      *
           perform 357-check-superseded
               varying ws-rate-scan from 1 by 1
               until ws-rate-scan > ws-rate-count.
      *
           if ws-drop-sub > zero
               move ws-drop-sub to ws-del-sub
               perform 650-remove-rate-entry
               if ws-drop-sub < ws-cur-sub
                   subtract 1 from ws-cur-sub
               end-if
           end-if.
      *
       357-check-superseded.
      *
           if ws-rate-class (ws-rate-scan) = ws-chg-class
              and ws-rate-eff-date (ws-rate-scan) < ws-drop-date
               move ws-rate-scan to ws-drop-sub
               move ws-rate-eff-date (ws-rate-scan) to ws-drop-date
           end-if.
      *
       360-retire-class.
      *
      *a class still carried by items on the master cannot go -
      *the main run would reject every sale of them. a retired
      *class loses every entry it has on the rate master
      *
           if ws-class-not-found
               move "CLASS NOT ON RATES" to ws-reject-reason
               set ws-record-invalid to true
           else if ws-master-unavailable
               move "ITEM MASTER NOT AVAILABLE" to ws-reject-reason
               set ws-record-invalid to true
           else if ws-class-item-count (ws-class-sub) > zero
               move ws-class-item-count (ws-class-sub)
                   to ws-count-edited
               move ws-count-edited to ws-aud-old
               move "ITEMS STILL ON CLASS" to ws-reject-reason
               set ws-record-invalid to true
           else
               perform 340-find-entry-in-effect
               if ws-cur-sub > zero
                   move ws-rate-desc (ws-cur-sub) to ws-aud-old
               end-if
               move "RETIRED" to ws-aud-new
               perform 365-remove-class-entry
                   varying ws-rate-scan from ws-rate-count by -1
                   until ws-rate-scan < 1
               perform 370-remove-class-slot
                   varying ws-shift-sub from ws-class-sub by 1
                   until ws-shift-sub >= ws-class-count
               subtract 1 from ws-class-count
           end-if.
      *
       365-remove-class-entry.
      *
           if ws-rate-class (ws-rate-scan) = ws-chg-class
               move ws-rate-scan to ws-del-sub
               perform 650-remove-rate-entry
           end-if.
      *
       370-remove-class-slot.
      *
           move ws-class-entry (ws-shift-sub + 1)
               to ws-class-entry (ws-shift-sub).
      *
       380-load-old-value.
      *
      *the before image of the field being changed
      *
           evaluate true
               when ws-act-repl-desc
                   move ws-rate-desc (ws-cur-sub) to ws-aud-old
               when ws-act-discount
                   move ws-rate-discount (ws-cur-sub)
                       to ws-discount-edited
                   move ws-discount-edited to ws-aud-old
               when ws-act-trans-pct
                   move ws-rate-trans-pct (ws-cur-sub)
                       to ws-percent-edited
                   move ws-percent-edited to ws-aud-old
               when ws-act-trans-cost
                   move ws-rate-trans-cost (ws-cur-sub)
                       to ws-cost-edited
                   move ws-cost-edited to ws-aud-old
           end-evaluate.
      *
       390-load-new-value.
      *
      *the after image of the field being changed
      *
           evaluate true
               when ws-act-add-class
                   move ws-chg-desc to ws-aud-new
               when ws-act-repl-desc
                   move ws-chg-desc to ws-aud-new
               when ws-act-discount
                   move ws-chg-discount-factor to ws-discount-edited
                   move ws-discount-edited to ws-aud-new
               when ws-act-trans-pct
                   move ws-chg-trans-percent to ws-percent-edited
                   move ws-percent-edited to ws-aud-new
               when ws-act-trans-cost
                   move ws-chg-trans-cost to ws-cost-edited
                   move ws-cost-edited to ws-aud-new
               when ws-act-retire-class
                   move "RETIRED" to ws-aud-new
           end-evaluate.
      *
       650-remove-rate-entry.
      *
      *close the gap left by the entry at ws-del-sub
      *
           perform 655-shift-rate-entry
               varying ws-shift-sub from ws-del-sub by 1
               until ws-shift-sub >= ws-rate-count.
      *
           subtract 1 from ws-rate-count.
      *
       655-shift-rate-entry.
      *
           move ws-rate-entry (ws-shift-sub + 1)
               to ws-rate-entry (ws-shift-sub).
      *
       700-write-rate-master.
      *
      *write the table back class by class in first-seen order,
      *each class' entries newest first - the programs that load
      *one entry per class for the class description pick up the
      *first one they meet, and the main run chooses among the
      *entries by date whatever their order
      *
           perform 705-clear-written-flag
               varying ws-rate-scan from 1 by 1
               until ws-rate-scan > ws-rate-count.
      *
           open output rate-master-file.
      *
           perform 710-write-class-entries
               varying ws-class-sub from 1 by 1
               until ws-class-sub > ws-class-count.
      *
           close rate-master-file.
      *
       705-clear-written-flag.
      *
           move "n" to ws-rate-written-flag (ws-rate-scan).
      *
       710-write-class-entries.
      *
           move "y" to ws-more-flag.
      *
           perform 720-write-newest-entry
               until ws-more-flag = "n".
      *
       720-write-newest-entry.
      *
           move zero to ws-best-sub.
           move zero to ws-best-date.
      *
           perform 725-check-newest-entry
               varying ws-rate-scan from 1 by 1
               until ws-rate-scan > ws-rate-count.
      *
           if ws-best-sub = zero
               move "n" to ws-more-flag
           else
               move ws-rate-class (ws-best-sub)    to rm-class-code
               move ws-rate-desc (ws-best-sub)     to rm-class-desc
               move ws-rate-discount (ws-best-sub) to
                   rm-discount-factor
               move ws-rate-trans-pct (ws-best-sub) to
                   rm-trans-percent
               move ws-rate-trans-cost (ws-best-sub) to
                   rm-trans-cost
               move ws-rate-eff-date (ws-best-sub) to
                   rm-effective-date
               write rate-master-line
               move "y" to ws-rate-written-flag (ws-best-sub)
           end-if.
      *
       725-check-newest-entry.
      *
           if ws-rate-class (ws-rate-scan)
                  = ws-class-code (ws-class-sub)
              and ws-rate-written-flag (ws-rate-scan) = "n"
              and ws-rate-eff-date (ws-rate-scan) >= ws-best-date
               move ws-rate-scan to ws-best-sub
               move ws-rate-eff-date (ws-rate-scan) to ws-best-date
           end-if.
      *
       750-write-pending.
      *
      *carry forward every held change not applied tonight
      *
           open output pending-file.
      *
           perform 755-write-pending-entry
               varying ws-pend-sub from 1 by 1
               until ws-pend-sub > ws-pend-count.
      *
           close pending-file.
      *
       755-write-pending-entry.
      *
           if ws-pend-done-flag (ws-pend-sub) not = "y"
               move ws-pend-data (ws-pend-sub) to pending-line
               write pending-line
           end-if.
      *
       800-reject-change.
      *
           add 1 to ws-cnt-rejected.
      *
           move ws-reject-reason to ws-aud-result.
      *
           if ws-aud-result = spaces
               move "CHANGE IGNORED" to ws-aud-result
           end-if.
      *
       900-write-audit-summary.
      *
           move ws-cnt-transactions to ws-aud-sum-transactions.
           move ws-cnt-applied      to ws-aud-sum-applied.
           move ws-cnt-pending      to ws-aud-sum-pending.
           move ws-cnt-rejected     to ws-aud-sum-rejected.
           move ws-rate-count       to ws-aud-sum-entries.
      *
           move spaces to audit-print-line.
           write audit-print-line
               before advancing 1 line.
           write audit-print-line from ws-audit-summary
               before advancing 1 line.
      *
           if ws-cnt-rejected > zero
               move 4 to return-code
           end-if.
      *
       end program A2_RateMaint.
