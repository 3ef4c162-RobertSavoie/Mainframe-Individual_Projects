       identification division.
       program-id. A2_InvValue.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *inventory valuation report - reads back the item master and
      *values every item carrying stock at on-hand times its
      *standard unit cost, grouped by product class with class
      *totals and a grand total finance can tie to the inventory
      *account on the balance sheet at month end. the same standard
      *cost the main run relieves inventory at in its gl extract is
      *the one used here, so the two move together. an item with
      *stock but no standard cost yet, and an item driven negative
      *on-hand, are flagged on the line - they are the usual
      *reasons the report and the ledger disagree
      *
       environment division.
       configuration section.
       input-output section.
      *
       file-control.
      *
      *item-master-file declaration - walked in key order; this run
      *only reads, it never posts
      *
           select item-master-file
               assign to "../../../data/A2-ItemMaster.dat"
               organization is indexed
               access mode is sequential
               record key is im-item-number
               file status is ws-im-status.
      *
      *rate-master-file declaration - supplies the product-class
      *descriptions for the class group headings
      *
           select rate-master-file
               assign to "../../../data/A2-RateMaster.dat"
               organization is line sequential
               file status is ws-rm-status.
      *
      *work and sort files - the master is keyed by item number but
      *finance wants the valuation by product class, so the valued
      *items are collected, sorted and re-read the way the stock
      *status run builds its class groups
      *
           select value-work-file
               assign to "../../../data/A2-InvValue.wrk"
               organization is line sequential.
      *
           select sort-value-file
               assign to "../../../data/A2-InvValue.srt".
      *
           select sorted-value-file
               assign to "../../../data/A2-InvValue.srt2"
               organization is line sequential.
      *
      *report-file declaration - the printed valuation report
      *
           select report-file
               assign to "../../../data/A2-InvValue.rpt"
               organization is line sequential.
      *
       data division.
       file section.
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
      *value-work-file / sort-value-file / sorted-value-file all
      *share the same field layout so a raw record written to the
      *work file lines up byte-for-byte with the sort keys and with
      *the record on the way back out
      *
       fd value-work-file
           data record is vw-record
           record contains 64 characters.
      *
       01 vw-record.
           05 vw-product-class         pic x.
           05 vw-item-number           pic 9(4).
           05 vw-desc                  pic x(20).
           05 vw-on-hand               pic s9(7).
           05 vw-unit-cost             pic 9(5)v99.
           05 vw-ext-value             pic s9(11)v99.
           05 vw-condition             pic x(12).
      *
       sd sort-value-file
           data record is sv-record.
      *
       01 sv-record.
           05 sv-product-class         pic x.
           05 sv-item-number           pic 9(4).
           05 sv-desc                  pic x(20).
           05 sv-on-hand               pic s9(7).
           05 sv-unit-cost             pic 9(5)v99.
           05 sv-ext-value             pic s9(11)v99.
           05 sv-condition             pic x(12).
      *
       fd sorted-value-file
           data record is so-record
           record contains 64 characters.
      *
       01 so-record.
           05 so-product-class         pic x.
           05 so-item-number           pic 9(4).
           05 so-desc                  pic x(20).
           05 so-on-hand               pic s9(7).
           05 so-unit-cost             pic 9(5)v99.
           05 so-ext-value             pic s9(11)v99.
           05 so-condition             pic x(12).
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
           05 ws-im-status             pic xx value spaces.
           05 ws-so-eof-flag           pic x value "n".
      *
       01 ws-run-stamp.
           05 ws-run-date              pic 9(8) value zero.
      *
      *product-class rate table - only the class code and
      *description matter here, but the whole record is loaded the
      *way every other program loads it
      *
       01 ws-rate-controls.
           05 ws-rm-status             pic xx value spaces.
           05 ws-rate-eof-flag         pic x value "n".
           05 ws-rate-count            pic 99 value zero.
           05 ws-rate-max              pic 99 value 10.
           05 ws-rate-sub              pic 99 value zero.
           05 ws-rate-found-flag       pic x value "n".
               88 ws-rate-found        value "y".
               88 ws-rate-not-found    value "n".
           05 ws-lookup-class          pic x value spaces.
      *
       01 ws-rate-table.
           05 ws-rate-entry occurs 10 times.
               10 ws-rate-class        pic x.
               10 ws-rate-desc         pic x(20).
               10 ws-rate-discount     pic 9v999.
               10 ws-rate-trans-pct    pic 9v99.
               10 ws-rate-trans-cost   pic 9(3)v99.
               10 ws-rate-eff-date     pic 9(8).
      *
      *control-break tracking and per-class totals for the report
      *walk, plus the grand totals
      *
       01 ws-break-controls.
           05 ws-current-class         pic x value spaces.
           05 ws-cls-item-count        pic 9(6) value zero.
           05 ws-cls-on-hand           pic s9(9) value zero.
           05 ws-cls-value             pic s9(11)v99 value zero.
           05 ws-tot-on-hand           pic s9(9) value zero.
           05 ws-tot-value             pic s9(11)v99 value zero.
      *
       01 ws-counters.
           05 ws-cnt-items-read        pic 9(6) value zero.
           05 ws-cnt-items-listed      pic 9(6) value zero.
           05 ws-cnt-no-cost           pic 9(6) value zero.
           05 ws-cnt-negative          pic 9(6) value zero.
      *
       01 ws-report-heading.
           05 filler                   pic x(42) value
                  "*** INVENTORY VALUATION AT STANDARD ***".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(10) value "Run Date:".
           05 ws-rph-run-date          pic 9(8).
      *
       01 ws-report-col-heads.
           05 filler                   pic x(4) value "Item".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(20) value "Description".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "On Hand".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(9) value "Unit Cost".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(16) value "Extended Value".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(12) value "Condition".
      *
       01 ws-class-heading.
           05 filler                   pic x(10) value "** CLASS ".
           05 ws-clh-class             pic x.
           05 filler                   pic x(3) value " - ".
           05 ws-clh-desc              pic x(20).
           05 filler                   pic x(3) value " **".
      *
       01 ws-detail-line.
           05 ws-dtl-item              pic 9(4).
           05 filler                   pic x(5) value "  |  ".
           05 ws-dtl-desc              pic x(20).
           05 filler                   pic x(5) value "  |  ".
           05 ws-dtl-on-hand           pic -(7)9.
           05 filler                   pic x(5) value "  |  ".
           05 ws-dtl-unit-cost         pic z(5)9.99.
           05 filler                   pic x(5) value "  |  ".
           05 ws-dtl-ext-value         pic -(12)9.99.
           05 filler                   pic x(5) value "  |  ".
           05 ws-dtl-condition         pic x(12).
      *
       01 ws-class-total-line.
           05 filler                   pic x(19) value
                  "  ** CLASS TOTAL ".
           05 ws-clt-class             pic x.
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(7) value "Items:".
           05 ws-clt-item-count        pic z(5)9.
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(9) value "On Hand:".
           05 ws-clt-on-hand           pic -(9)9.
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(7) value "Value:".
           05 ws-clt-value             pic -(12)9.99.
      *
       01 ws-grand-total-line.
           05 filler                   pic x(25) value
                  "*** INVENTORY TOTAL".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(9) value "On Hand:".
           05 ws-grt-on-hand           pic -(9)9.
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(7) value "Value:".
           05 ws-grt-value             pic -(12)9.99.
      *
       01 ws-report-summary.
           05 filler                   pic x(12) value "Items Read:".
           05 ws-rpt-sum-read          pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "Listed:".
           05 ws-rpt-sum-listed        pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(9) value "No Cost:".
           05 ws-rpt-sum-no-cost       pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(17) value
                  "Negative On-Hand:".
           05 ws-rpt-sum-negative      pic 9(6).
      *
       procedure division.
      *
       000-main.
      *
           accept ws-run-date from date yyyymmdd.
      *
           perform 040-load-rate-master.
      *
           open output report-file.
      *
           move ws-run-date to ws-rph-run-date.
           write report-print-line from ws-report-heading
               before advancing 2 lines.
           write report-print-line from ws-report-col-heads
               before advancing 2 lines.
      *
           perform 100-extract-stocked-items.
           perform 300-sort-value-work.
           perform 400-write-value-report.
           perform 900-write-report-summary.
      *
           close report-file.
      *
           goback.
      *
       040-load-rate-master.
      *
           move "n" to ws-rate-eof-flag.
           move zero to ws-rate-count.
      *
           open input rate-master-file.
      *
           if ws-rm-status not = "00"
               display "A2_InvValue - rate master file not "
                   "available, status " ws-rm-status
               move 16 to return-code
               goback
           end-if.
      *
           read rate-master-file
               at end
                   move ws-eof-yes to ws-rate-eof-flag.
      *
           perform 045-load-rate-record
               until ws-rate-eof-flag = ws-eof-yes.
      *
           close rate-master-file.
      *
           if ws-rate-count = zero
               display "A2_InvValue - rate master file is empty"
               move 16 to return-code
               goback
           end-if.
      *
       045-load-rate-record.
      *
      *the master may carry several effective-dated records per
      *class - only the class code and description matter here, so
      *the table holds one slot per class and a later record for a
      *class already loaded is skipped rather than eating a slot
      *
           move rm-class-code to ws-lookup-class.
           perform 160-find-rate-entry.
      *
           if ws-rate-found
               read rate-master-file
                   at end
                       move ws-eof-yes to ws-rate-eof-flag
               end-read
           else
               if ws-rate-count >= ws-rate-max
                   display "A2_InvValue - rate master exceeds "
                       ws-rate-max " classes, extras ignored"
                   move ws-eof-yes to ws-rate-eof-flag
               else
                   add 1 to ws-rate-count
                   move rm-class-code      to
                       ws-rate-class (ws-rate-count)
                   move rm-class-desc      to
                       ws-rate-desc (ws-rate-count)
                   move rm-discount-factor to
                       ws-rate-discount (ws-rate-count)
                   move rm-trans-percent   to
                       ws-rate-trans-pct (ws-rate-count)
                   move rm-trans-cost      to
                       ws-rate-trans-cost (ws-rate-count)
                   move rm-effective-date  to
                       ws-rate-eff-date (ws-rate-count)
                   read rate-master-file
                       at end
                           move ws-eof-yes to ws-rate-eof-flag
                   end-read
               end-if
           end-if.
      *
       100-extract-stocked-items.
      *
      *walk the master and collect every item carrying stock -
      *an item with nothing on hand has no value to report
      *
           open input item-master-file.
      *
           if ws-im-status not = "00"
               display "A2_InvValue - item master not available, "
                   "status " ws-im-status
               move 16 to return-code
               goback
           end-if.
      *
           open output value-work-file.
      *
           read item-master-file
               at end
                   move ws-eof-yes to ws-eof-flag.
      *
           perform 110-value-one-item
               until ws-eof-flag = ws-eof-yes.
      *
           close value-work-file.
           close item-master-file.
      *
       110-value-one-item.
      *
      *a negative on-hand values negative - it is stock already
      *relieved from inventory at standard that the shelf never
      *had, and leaving it out would hide the difference from the
      *ledger instead of explaining it
      *
           add 1 to ws-cnt-items-read.
      *
           if im-on-hand-qty not = zero
               move im-product-class to vw-product-class
               move im-item-number   to vw-item-number
               move im-desc          to vw-desc
               move im-on-hand-qty   to vw-on-hand
               if im-std-unit-cost is numeric
                   move im-std-unit-cost to vw-unit-cost
               else
                   move zero to vw-unit-cost
               end-if
               compute vw-ext-value = vw-on-hand * vw-unit-cost
               evaluate true
                   when vw-on-hand < zero
                       add 1 to ws-cnt-negative
                       move "NEGATIVE" to vw-condition
                   when vw-unit-cost = zero
                       add 1 to ws-cnt-no-cost
                       move "NO STD COST" to vw-condition
                   when other
                       move spaces to vw-condition
               end-evaluate
               write vw-record
           end-if.
      *
           read item-master-file
               at end
                   move ws-eof-yes to ws-eof-flag.
      *
       160-find-rate-entry.
      *
           set ws-rate-not-found to true.
           move 1 to ws-rate-sub.
      *
           perform 165-check-rate-entry
               until ws-rate-found
                  or ws-rate-sub > ws-rate-count.
      *
       165-check-rate-entry.
      *
           if ws-rate-class (ws-rate-sub) = ws-lookup-class
               set ws-rate-found to true
           else
               add 1 to ws-rate-sub
           end-if.
      *
       300-sort-value-work.
      *
           sort sort-value-file
               on ascending key sv-product-class
               on ascending key sv-item-number
               using value-work-file
               giving sorted-value-file.
      *
       400-write-value-report.
      *
      *walk the sorted work file, breaking on a change of product
      *class to open the class group and close the prior class'
      *totals
      *
           move spaces to ws-current-class.
           move "n" to ws-so-eof-flag.
      *
           open input sorted-value-file.
      *
           read sorted-value-file
               at end
                   move ws-eof-yes to ws-so-eof-flag.
      *
           perform 410-process-value-record
               until ws-so-eof-flag = ws-eof-yes.
      *
           if ws-current-class not = spaces
               perform 430-write-class-total
           end-if.
      *
           close sorted-value-file.
      *
           move ws-tot-on-hand to ws-grt-on-hand.
           move ws-tot-value   to ws-grt-value.
      *
           move spaces to report-print-line.
           write report-print-line
               before advancing 1 line.
           write report-print-line from ws-grand-total-line
               before advancing 2 lines.
      *
       410-process-value-record.
      *
           if so-product-class not = ws-current-class
               if ws-current-class not = spaces
                   perform 430-write-class-total
               end-if
               move so-product-class to ws-current-class
               perform 420-write-class-heading
           end-if.
      *
           move so-item-number     to ws-dtl-item.
           move so-desc            to ws-dtl-desc.
           move so-on-hand         to ws-dtl-on-hand.
           move so-unit-cost       to ws-dtl-unit-cost.
           move so-ext-value       to ws-dtl-ext-value.
           move so-condition       to ws-dtl-condition.
      *
           write report-print-line from ws-detail-line
               before advancing 1 line.
      *
           add 1 to ws-cnt-items-listed.
           add 1 to ws-cls-item-count.
           add so-on-hand   to ws-cls-on-hand.
           add so-ext-value to ws-cls-value.
           add so-on-hand   to ws-tot-on-hand.
           add so-ext-value to ws-tot-value.
      *
           read sorted-value-file
               at end
                   move ws-eof-yes to ws-so-eof-flag.
      *
       420-write-class-heading.
      *
           move zero to ws-cls-item-count.
           move zero to ws-cls-on-hand.
           move zero to ws-cls-value.
      *
           move ws-current-class to ws-lookup-class.
           perform 160-find-rate-entry.
      *
           move ws-current-class to ws-clh-class.
           if ws-rate-found
               move ws-rate-desc (ws-rate-sub) to ws-clh-desc
           else
               move "CLASS NOT ON RATES" to ws-clh-desc
           end-if.
      *
           move spaces to report-print-line.
           write report-print-line
               before advancing 1 line.
           write report-print-line from ws-class-heading
               before advancing 2 lines.
      *
       430-write-class-total.
      *
           move ws-current-class  to ws-clt-class.
           move ws-cls-item-count to ws-clt-item-count.
           move ws-cls-on-hand    to ws-clt-on-hand.
           move ws-cls-value      to ws-clt-value.
      *
           write report-print-line from ws-class-total-line
               before advancing 2 lines.
      *
       900-write-report-summary.
      *
           move ws-cnt-items-read   to ws-rpt-sum-read.
           move ws-cnt-items-listed to ws-rpt-sum-listed.
           move ws-cnt-no-cost      to ws-rpt-sum-no-cost.
           move ws-cnt-negative     to ws-rpt-sum-negative.
      *
           move spaces to report-print-line.
           write report-print-line
               before advancing 1 line.
           write report-print-line from ws-report-summary
               before advancing 1 line.
      *
      *an item carrying stock at no cost understates the valuation
      *- finance needs to know before tying it out
      *
           if ws-cnt-no-cost > zero
               move 4 to return-code
           end-if.
      *
       end program A2_InvValue.
