       identification division.
       program-id. A2_SalesTrend.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *sales trend and abc analysis - reads back the period sales
      *dataset A2_PeriodClose appends to at every close and lays
      *each item's last twelve closed periods of quantity sold and
      *net sales side by side, grouped by product class. within
      *each class the items are ranked by their twelve-period net
      *sales and given an abc code by cumulative share of the
      *class total: the items that make up the first "a" percent
      *of the class' sales are A, the next ones up to the "b"
      *percent are B, and the long tail is C. an item whose net
      *sales have fallen period over period for the set number of
      *closes running is flagged as declining. the buyers use the
      *codes to set count frequency and the flags to pick delist
      *candidates, and the abc code is written back to the item
      *master so the other reports can carry it
      *
       environment division.
       configuration section.
       input-output section.
      *
       file-control.
      *
      *period-sales-file declaration - the snapshot dataset, one
      *record per item per close
      *
           select period-sales-file
               assign to "../../../data/A2-PeriodSales.dat"
               organization is line sequential
               file status is ws-ps-status.
      *
      *item-master-file declaration - read at random for the item
      *descriptions, then walked in key order to store each item's
      *abc code
      *
           select item-master-file
               assign to "../../../data/A2-ItemMaster.dat"
               organization is indexed
               access mode is dynamic
               record key is im-item-number
               file status is ws-im-status.
      *
      *item-journal-file declaration - a before and after image of
      *every item master record whose abc code is rewritten,
      *appended to the journal every master-updating program shares
      *
           select optional item-journal-file
               assign to "../../../data/A2-ItemJrnl.dat"
               organization is line sequential
               file status is ws-ij-status.
      *
      *rate-master-file declaration - supplies the product-class
      *descriptions for the class group headings
      *
           select rate-master-file
               assign to "../../../data/A2-RateMaster.dat"
               organization is line sequential
               file status is ws-rm-status.
      *
      *sort files - the snapshots are appended close by close, so
      *they are sorted into item and period order to gather each
      *item's periods together
      *
           select sort-sales-file
               assign to "../../../data/A2-SalesTrend.srt".
      *
           select sorted-sales-file
               assign to "../../../data/A2-SalesTrend.sps"
               organization is line sequential.
      *
      *work and sort files - one record per item with its twelve
      *periods, sorted into class order and descending net sales
      *for the ranking
      *
           select trend-work-file
               assign to "../../../data/A2-SalesTrend.wrk"
               organization is line sequential.
      *
           select sort-trend-file
               assign to "../../../data/A2-SalesTrend.srt2".
      *
           select sorted-trend-file
               assign to "../../../data/A2-SalesTrend.stw"
               organization is line sequential.
      *
      *report-file declaration - the printed trend and abc report
      *
           select report-file
               assign to "../../../data/A2-SalesTrend.rpt"
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd period-sales-file
           data record is period-sales-line
           record contains 30 characters.
      *
       01 period-sales-line.
           05 ps-period                pic 9(6).
           05 ps-close-type            pic x.
           05 ps-item-number           pic 9(4).
           05 ps-product-class         pic x.
           05 ps-mtd-qty-sold          pic s9(7).
           05 ps-mtd-net-sales         pic s9(9)v99.
      *
       sd sort-sales-file
           data record is ss-record.
      *
       01 ss-record.
           05 ss-period                pic 9(6).
           05 ss-close-type            pic x.
           05 ss-item-number           pic 9(4).
           05 ss-product-class         pic x.
           05 ss-mtd-qty-sold          pic s9(7).
           05 ss-mtd-net-sales         pic s9(9)v99.
      *
       fd sorted-sales-file
           data record is sp-record
           record contains 30 characters.
      *
       01 sp-record.
           05 sp-period                pic 9(6).
           05 sp-close-type            pic x.
           05 sp-item-number           pic 9(4).
           05 sp-product-class         pic x.
           05 sp-mtd-qty-sold          pic s9(7).
           05 sp-mtd-net-sales         pic s9(9)v99.
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
      *trend-work-file / sort-trend-file / sorted-trend-file all
      *share the same field layout so a raw record written to the
      *work file lines up byte-for-byte with the sort keys and with
      *the record on the way back out
      *
       fd trend-work-file
           data record is tw-record
           record contains 245 characters.
      *
       01 tw-record.
           05 tw-product-class         pic x.
           05 tw-period-net            pic s9(11)v99.
           05 tw-item-number           pic 9(4).
           05 tw-period-qty            pic s9(9).
           05 tw-decline-count         pic 99.
           05 tw-bucket occurs 12 times.
               10 tw-bkt-qty           pic s9(7).
               10 tw-bkt-net           pic s9(9)v99.
      *
       sd sort-trend-file
           data record is st-record.
      *
       01 st-record.
           05 st-product-class         pic x.
           05 st-period-net            pic s9(11)v99.
           05 st-item-number           pic 9(4).
           05 st-period-qty            pic s9(9).
           05 st-decline-count         pic 99.
           05 st-bucket occurs 12 times.
               10 st-bkt-qty           pic s9(7).
               10 st-bkt-net           pic s9(9)v99.
      *
       fd sorted-trend-file
           data record is so-record
           record contains 245 characters.
      *
       01 so-record.
           05 so-product-class         pic x.
           05 so-period-net            pic s9(11)v99.
           05 so-item-number           pic 9(4).
           05 so-period-qty            pic s9(9).
           05 so-decline-count         pic 99.
           05 so-bucket occurs 12 times.
               10 so-bkt-qty           pic s9(7).
               10 so-bkt-net           pic s9(9)v99.
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
           05 ws-ps-status             pic xx value spaces.
           05 ws-im-status             pic xx value spaces.
           05 ws-sp-eof-flag           pic x value "n".
           05 ws-so-eof-flag           pic x value "n".
           05 ws-im-eof-flag           pic x value "n".
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
      *analysis card - the a and b cumulative-share cutoffs as whole
      *percents and the number of consecutive falling periods that
      *flags an item as declining; a blank or non-numeric field
      *keeps its default
      *
       01 ws-parm-card.
           05 ws-parm-a-cutoff         pic x(2).
           05 ws-parm-a-cutoff-n redefines ws-parm-a-cutoff
                                       pic 99.
           05 ws-parm-b-cutoff         pic x(2).
           05 ws-parm-b-cutoff-n redefines ws-parm-b-cutoff
                                       pic 99.
           05 ws-parm-decline-periods  pic x(2).
           05 ws-parm-decline-periods-n redefines
                  ws-parm-decline-periods pic 99.
      *
       01 ws-analysis-controls.
           05 ws-a-cutoff              pic 999 value 80.
           05 ws-b-cutoff              pic 999 value 95.
           05 ws-decline-periods       pic 99 value 3.
      *
       01 ws-run-stamp.
           05 ws-run-date              pic 9(8) value zero.
           05 ws-run-time-raw.
               10 ws-run-time          pic 9(6).
               10 filler               pic xx.
      *
      *period window - the latest twelve distinct periods on the
      *dataset, oldest first once the load is done
      *
       01 ws-period-controls.
           05 ws-per-count             pic 99 value zero.
           05 ws-per-max               pic 99 value 12.
           05 ws-per-sub               pic 99 value zero.
           05 ws-per-scan              pic 99 value zero.
           05 ws-per-low-sub           pic 99 value zero.
           05 ws-per-found-flag        pic x value "n".
               88 ws-per-found         value "y".
               88 ws-per-not-found     value "n".
           05 ws-per-hold              pic 9(6) value zero.
      *
       01 ws-period-table.
           05 ws-per-period occurs 12 times pic 9(6).
      *
      *one item's twelve buckets, gathered from the sorted
      *snapshots
      *
       01 ws-item-controls.
           05 ws-cur-item              pic 9(4) value zero.
           05 ws-cur-item-class        pic x value space.
           05 ws-cur-item-hits         pic 99 value zero.
           05 ws-decline-count         pic 99 value zero.
           05 ws-decline-done-flag     pic x value "n".
           05 ws-item-net              pic s9(11)v99 value zero.
           05 ws-item-qty              pic s9(9) value zero.
           05 ws-abc-sub               pic 9(5) value zero.
      *
       01 ws-item-buckets.
           05 ws-item-bucket occurs 12 times.
               10 ws-bkt-qty           pic s9(7).
               10 ws-bkt-net           pic s9(9)v99.
      *
      *product-class rate table - one slot per class for the
      *descriptions
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
      *
      *class totals of twelve-period net sales - the share of each
      *item is taken against these, so they are built before the
      *ranking pass; a class gone from the rate master still gets
      *a slot of its own
      *
       01 ws-class-controls.
           05 ws-cls-count             pic 99 value zero.
           05 ws-cls-max               pic 99 value 20.
           05 ws-cls-sub               pic 99 value zero.
           05 ws-cls-found-flag        pic x value "n".
               88 ws-cls-found         value "y".
               88 ws-cls-not-found     value "n".
           05 ws-current-class         pic x value spaces.
           05 ws-current-class-net     pic s9(11)v99 value zero.
           05 ws-cum-net               pic s9(11)v99 value zero.
      *
       01 ws-class-table.
           05 ws-cls-entry occurs 20 times.
               10 ws-cls-code          pic x.
               10 ws-cls-net           pic s9(11)v99.
      *
      *share arithmetic for the ranking
      *
       01 ws-share-fields.
           05 ws-share-before          pic s9(5)v99 value zero.
           05 ws-item-share            pic s9(5)v99 value zero.
           05 ws-cum-share             pic s9(5)v99 value zero.
           05 ws-abc-code              pic x value space.
      *
      *the abc code each item earned, subscripted by item number
      *plus one, held for the master update pass
      *
       01 ws-abc-table.
           05 ws-abc-item occurs 10000 times pic x.
      *
       01 ws-counters.
           05 ws-cnt-snapshots         pic 9(7) value zero.
           05 ws-cnt-items             pic 9(6) value zero.
           05 ws-cnt-a                 pic 9(6) value zero.
           05 ws-cnt-b                 pic 9(6) value zero.
           05 ws-cnt-c                 pic 9(6) value zero.
           05 ws-cnt-declining         pic 9(6) value zero.
           05 ws-cnt-master-updated    pic 9(6) value zero.
           05 ws-cnt-class-overflow    pic 9(6) value zero.
      *
       01 ws-report-heading.
           05 filler                   pic x(40) value
                  "*** SALES TREND AND ABC ANALYSIS ***".
           05 filler                   pic x(9) value "Periods:".
           05 ws-rph-first-period      pic 9(6).
           05 filler                   pic x(3) value " - ".
           05 ws-rph-last-period       pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "A/B Cut:".
           05 ws-rph-a-cutoff          pic zz9.
           05 filler                   pic x(1) value "/".
           05 ws-rph-b-cutoff          pic zz9.
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(10) value "Run Date:".
           05 ws-rph-run-date          pic 9(8).
      *
      *column heads - one ten-byte column per period, over the
      *quantity and net sales lines of each item
      *
       01 ws-period-col-heads.
           05 filler                   pic x(12) value
                  "Item ABC".
           05 ws-pch-column occurs 12 times.
               10 filler               pic x(4).
               10 ws-pch-period        pic x(6).
      *
       01 ws-class-heading.
           05 filler                   pic x(10) value "** CLASS ".
           05 ws-clh-class             pic x.
           05 filler                   pic x(3) value " - ".
           05 ws-clh-desc              pic x(20).
           05 filler                   pic x(3) value " **".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(20) value
                  "12-Period Net Sales:".
           05 ws-clh-net               pic -(12)9.99.
      *
       01 ws-qty-line.
           05 ws-ql-item               pic 9(4).
           05 filler                   pic x(1) value spaces.
           05 ws-ql-abc                pic x.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(4) value "QTY".
           05 ws-ql-column occurs 12 times.
               10 ws-ql-qty            pic -(9)9.
      *
       01 ws-net-line.
           05 filler                   pic x(8) value spaces.
           05 filler                   pic x(4) value "NET".
           05 ws-nl-column occurs 12 times.
               10 ws-nl-net            pic -(9)9.
      *
       01 ws-item-info-line.
           05 filler                   pic x(8) value spaces.
           05 ws-il-desc               pic x(20).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(9) value "12P Net:".
           05 ws-il-net                pic -(10)9.99.
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(7) value "Share:".
           05 ws-il-share              pic -(3)9.99.
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(5) value "Cum:".
           05 ws-il-cum-share          pic -(3)9.99.
           05 filler                   pic x(5) value "  |  ".
           05 ws-il-trend              pic x(12).
           05 ws-il-decline-count      pic z9.
      *
       01 ws-report-summary.
           05 filler                   pic x(16) value
                  "Items Analyzed:".
           05 ws-rpt-sum-items         pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(3) value "A:".
           05 ws-rpt-sum-a             pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(3) value "B:".
           05 ws-rpt-sum-b             pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(3) value "C:".
           05 ws-rpt-sum-c             pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(11) value "Declining:".
           05 ws-rpt-sum-declining     pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(16) value
                  "Master Updated:".
           05 ws-rpt-sum-updated       pic 9(6).
      *
       procedure division.
      *
       000-main.
      *
           accept ws-run-date from date yyyymmdd.
           accept ws-run-time-raw from time.
           move spaces to ws-abc-table.
      *
           perform 030-get-parameters.
           perform 040-load-rate-master.
           perform 060-load-period-window.
      *
           open i-o item-master-file.
      *
           if ws-im-status not = "00"
               display "A2_SalesTrend - item master not available, "
                   "status " ws-im-status
               move 16 to return-code
               goback
           end-if.
      *
           open output report-file.
      *
           move ws-per-period (1)        to ws-rph-first-period.
           move ws-per-period (ws-per-count) to ws-rph-last-period.
           move ws-a-cutoff              to ws-rph-a-cutoff.
           move ws-b-cutoff              to ws-rph-b-cutoff.
           move ws-run-date              to ws-rph-run-date.
           write report-print-line from ws-report-heading
               before advancing 2 lines.
      *
           perform 080-set-period-heads
               varying ws-per-sub from 1 by 1
               until ws-per-sub > ws-per-max.
           write report-print-line from ws-period-col-heads
               before advancing 2 lines.
      *
           perform 200-sort-period-sales.
           perform 210-build-item-trends.
           perform 300-sort-trend-work.
           perform 400-write-trend-report.
           perform 500-update-item-master.
           perform 900-write-report-summary.
      *
           close item-master-file.
           close report-file.
      *
           goback.
      *
       030-get-parameters.
      *
           move spaces to ws-parm-card.
           accept ws-parm-card from sysin.
      *
           if ws-parm-a-cutoff is numeric
               move ws-parm-a-cutoff-n to ws-a-cutoff
           end-if.
      *
           if ws-parm-b-cutoff is numeric
               move ws-parm-b-cutoff-n to ws-b-cutoff
           end-if.
      *
           if ws-parm-decline-periods is numeric
              and ws-parm-decline-periods-n > 1
              and ws-parm-decline-periods-n < ws-per-max
               move ws-parm-decline-periods-n to ws-decline-periods
           end-if.
      *
      *cutoffs that cross or leave no room for a c class are a
      *mis-keyed card - the house cutoffs are used instead
      *
           if ws-a-cutoff = zero
              or ws-a-cutoff >= ws-b-cutoff
               display "A2_SalesTrend - abc cutoffs "
                   ws-a-cutoff "/" ws-b-cutoff
                   " not usable, 80/95 used"
               move 80 to ws-a-cutoff
               move 95 to ws-b-cutoff
           end-if.
      *
       040-load-rate-master.
      *
      *the class descriptions are a nicety here - without the rate
      *master the classes still list, under their codes alone
      *
           move "n" to ws-rate-eof-flag.
           move zero to ws-rate-count.
      *
           open input rate-master-file.
      *
           if ws-rm-status not = "00"
               display "A2_SalesTrend - rate master file not "
                   "available, status " ws-rm-status
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
      *the master may carry several effective-dated records per
      *class, newest first - only the description matters here, so
      *a later record for a class already loaded is skipped
      *
           move rm-class-code to ws-lookup-class.
           perform 160-find-rate-entry.
      *
           if ws-rate-not-found
               if ws-rate-count >= ws-rate-max
                   display "A2_SalesTrend - rate master exceeds "
                       ws-rate-max " classes, extras ignored"
                   move ws-eof-yes to ws-rate-eof-flag
               else
                   add 1 to ws-rate-count
                   move rm-class-code to ws-rate-class (ws-rate-count)
                   move rm-class-desc to ws-rate-desc (ws-rate-count)
               end-if
           end-if.
      *
           if ws-rate-eof-flag not = ws-eof-yes
               read rate-master-file
                   at end
                       move ws-eof-yes to ws-rate-eof-flag
               end-read
           end-if.
      *
       060-load-period-window.
      *
      *first pass over the snapshots - keep the twelve latest
      *distinct periods, then put them oldest first for the columns
      *
           move zero to ws-per-count.
           move "n" to ws-eof-flag.
      *
           open input period-sales-file.
      *
           if ws-ps-status not = "00"
               display "A2_SalesTrend - period sales file not "
                   "available, status " ws-ps-status
               move 16 to return-code
               goback
           end-if.
      *
           read period-sales-file
               at end
                   move ws-eof-yes to ws-eof-flag.
      *
           perform 065-note-period
               until ws-eof-flag = ws-eof-yes.
      *
           close period-sales-file.
      *
           if ws-per-count = zero
               display "A2_SalesTrend - no closed periods on the "
                   "period sales file"
               move 4 to return-code
               goback
           end-if.
      *
           perform 070-order-periods
               varying ws-per-sub from 1 by 1
               until ws-per-sub >= ws-per-count.
      *
       065-note-period.
      *
           add 1 to ws-cnt-snapshots.
      *
           set ws-per-not-found to true.
           move zero to ws-per-low-sub.
      *
           perform 067-check-period
               varying ws-per-scan from 1 by 1
               until ws-per-scan > ws-per-count
                  or ws-per-found.
      *
      *a new period joins the window while there is room, and
      *otherwise pushes out the oldest one if it is later
      *
           if ws-per-not-found
               if ws-per-count < ws-per-max
                   add 1 to ws-per-count
                   move ps-period to ws-per-period (ws-per-count)
               else if ps-period > ws-per-period (ws-per-low-sub)
                   move ps-period to ws-per-period (ws-per-low-sub)
               end-if
           end-if.
      *
           read period-sales-file
               at end
                   move ws-eof-yes to ws-eof-flag.
      *
       067-check-period.
      *
           if ws-per-period (ws-per-scan) = ps-period
               set ws-per-found to true
           else
               if ws-per-low-sub = zero
                  or ws-per-period (ws-per-scan)
                     < ws-per-period (ws-per-low-sub)
                   move ws-per-scan to ws-per-low-sub
               end-if
           end-if.
      *
       070-order-periods.
      *
      *selection sort - bring the lowest remaining period forward
      *
           move ws-per-sub to ws-per-low-sub.
      *
           perform 075-check-lower-period
               varying ws-per-scan from ws-per-sub by 1
               until ws-per-scan > ws-per-count.
      *
           if ws-per-low-sub not = ws-per-sub
               move ws-per-period (ws-per-sub) to ws-per-hold
               move ws-per-period (ws-per-low-sub)
                   to ws-per-period (ws-per-sub)
               move ws-per-hold to ws-per-period (ws-per-low-sub)
           end-if.
      *
       075-check-lower-period.
      *
           if ws-per-period (ws-per-scan)
                  < ws-per-period (ws-per-low-sub)
               move ws-per-scan to ws-per-low-sub
           end-if.
      *
       080-set-period-heads.
      *
           move spaces to ws-pch-column (ws-per-sub).
      *
           if ws-per-sub <= ws-per-count
               move ws-per-period (ws-per-sub)
                   to ws-pch-period (ws-per-sub)
           end-if.
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
       170-find-class-total.
      *
           set ws-cls-not-found to true.
           move 1 to ws-cls-sub.
      *
           perform 175-check-class-total
               until ws-cls-found
                  or ws-cls-sub > ws-cls-count.
      *
       175-check-class-total.
      *
           if ws-cls-code (ws-cls-sub) = ws-lookup-class
               set ws-cls-found to true
           else
               add 1 to ws-cls-sub
           end-if.
      *
       200-sort-period-sales.
      *
           sort sort-sales-file
               on ascending key ss-item-number
               on ascending key ss-period
               using period-sales-file
               giving sorted-sales-file.
      *
       210-build-item-trends.
      *
      *second pass, in item order - gather each item's periods
      *inside the window into its buckets and write one trend
      *record per item at the break. an item with no snapshot
      *inside the window has nothing to rank and writes nothing
      *
           move "n" to ws-sp-eof-flag.
           move zero to ws-cur-item.
           move zero to ws-cur-item-hits.
           perform 230-clear-item-buckets.
      *
           open input sorted-sales-file.
           open output trend-work-file.
      *
           read sorted-sales-file
               at end
                   move ws-eof-yes to ws-sp-eof-flag.
      *
           if ws-sp-eof-flag not = ws-eof-yes
               move sp-item-number to ws-cur-item
           end-if.
      *
           perform 220-gather-snapshot
               until ws-sp-eof-flag = ws-eof-yes.
      *
           perform 240-finish-item.
      *
           close sorted-sales-file.
           close trend-work-file.
      *
       220-gather-snapshot.
      *
           if sp-item-number not = ws-cur-item
               perform 240-finish-item
               move sp-item-number to ws-cur-item
           end-if.
      *
      *the class of the item's latest snapshot is the one it ranks
      *under - the snapshots arrive oldest first
      *
           set ws-per-not-found to true.
           move 1 to ws-per-sub.
           perform 225-find-window-period
               until ws-per-found
                  or ws-per-sub > ws-per-count.
      *
           if ws-per-found
               add sp-mtd-qty-sold  to ws-bkt-qty (ws-per-sub)
               add sp-mtd-net-sales to ws-bkt-net (ws-per-sub)
               move sp-product-class to ws-cur-item-class
               add 1 to ws-cur-item-hits
           end-if.
      *
           read sorted-sales-file
               at end
                   move ws-eof-yes to ws-sp-eof-flag.
      *
       225-find-window-period.
      *
           if ws-per-period (ws-per-sub) = sp-period
               set ws-per-found to true
           else
               add 1 to ws-per-sub
           end-if.
      *
       230-clear-item-buckets.
      *
           move zero to ws-item-net.
           move zero to ws-item-qty.
           move space to ws-cur-item-class.
           move zero to ws-cur-item-hits.
      *
           perform 235-clear-one-bucket
               varying ws-per-sub from 1 by 1
               until ws-per-sub > ws-per-max.
      *
       235-clear-one-bucket.
      *
           move zero to ws-bkt-qty (ws-per-sub).
           move zero to ws-bkt-net (ws-per-sub).
      *
       240-finish-item.
      *
           if ws-cur-item-hits > zero
               perform 245-total-one-bucket
                   varying ws-per-sub from 1 by 1
                   until ws-per-sub > ws-per-count
               perform 250-count-declines
               perform 260-write-trend-record
           end-if.
      *
           perform 230-clear-item-buckets.
      *
       245-total-one-bucket.
      *
           add ws-bkt-qty (ws-per-sub) to ws-item-qty.
           add ws-bkt-net (ws-per-sub) to ws-item-net.
      *
       250-count-declines.
      *
      *count back from the latest period while each period's net
      *sales are below the one before it
      *
           move zero to ws-decline-count.
           move "n" to ws-decline-done-flag.
      *
           perform 255-check-decline
               varying ws-per-sub from ws-per-count by -1
               until ws-per-sub < 2
                  or ws-decline-done-flag = "y".
      *
       255-check-decline.
      *
           if ws-bkt-net (ws-per-sub) < ws-bkt-net (ws-per-sub - 1)
               add 1 to ws-decline-count
           else
               move "y" to ws-decline-done-flag
           end-if.
      *
       260-write-trend-record.
      *
           move ws-cur-item-class  to tw-product-class.
           move ws-item-net        to tw-period-net.
           move ws-cur-item        to tw-item-number.
           move ws-item-qty        to tw-period-qty.
           move ws-decline-count   to tw-decline-count.
      *
           perform 265-move-one-bucket
               varying ws-per-sub from 1 by 1
               until ws-per-sub > ws-per-max.
      *
           write tw-record.
      *
      *roll the item into its class total for the ranking pass
      *
           move ws-cur-item-class to ws-lookup-class.
           perform 170-find-class-total.
      *
           if ws-cls-not-found
               if ws-cls-count < ws-cls-max
                   add 1 to ws-cls-count
                   move ws-cls-count to ws-cls-sub
                   move ws-cur-item-class to ws-cls-code (ws-cls-sub)
                   move zero to ws-cls-net (ws-cls-sub)
                   set ws-cls-found to true
               else
                   add 1 to ws-cnt-class-overflow
               end-if
           end-if.
      *
           if ws-cls-found
               add ws-item-net to ws-cls-net (ws-cls-sub)
           end-if.
      *
       265-move-one-bucket.
      *
           move ws-bkt-qty (ws-per-sub) to tw-bkt-qty (ws-per-sub).
           move ws-bkt-net (ws-per-sub) to tw-bkt-net (ws-per-sub).
      *
       300-sort-trend-work.
      *
           sort sort-trend-file
               on ascending key st-product-class
               on descending key st-period-net
               on ascending key st-item-number
               using trend-work-file
               giving sorted-trend-file.
      *
       400-write-trend-report.
      *
      *walk the ranked work file, breaking on a change of product
      *class to restart the cumulative share
      *
           move spaces to ws-current-class.
           move "n" to ws-so-eof-flag.
      *
           open input sorted-trend-file.
      *
           read sorted-trend-file
               at end
                   move ws-eof-yes to ws-so-eof-flag.
      *
           perform 410-process-trend-record
               until ws-so-eof-flag = ws-eof-yes.
      *
           close sorted-trend-file.
      *
       410-process-trend-record.
      *
           if so-product-class not = ws-current-class
               move so-product-class to ws-current-class
               perform 420-write-class-heading
           end-if.
      *
           perform 430-rank-item.
           perform 440-write-item-lines.
      *
           add 1 to ws-cnt-items.
      *
           read sorted-trend-file
               at end
                   move ws-eof-yes to ws-so-eof-flag.
      *
       420-write-class-heading.
      *
           move zero to ws-cum-net.
      *
           move ws-current-class to ws-lookup-class.
           perform 170-find-class-total.
      *
           if ws-cls-found
               move ws-cls-net (ws-cls-sub) to ws-current-class-net
           else
               move zero to ws-current-class-net
           end-if.
      *
           perform 160-find-rate-entry.
      *
           move ws-current-class to ws-clh-class.
           if ws-rate-found
               move ws-rate-desc (ws-rate-sub) to ws-clh-desc
           else
               move "CLASS NOT ON RATES" to ws-clh-desc
           end-if.
           move ws-current-class-net to ws-clh-net.
      *
           move spaces to report-print-line.
           write report-print-line
               before advancing 1 line.
           write report-print-line from ws-class-heading
               before advancing 2 lines.
      *
       430-rank-item.
      *
      *an item is A while the share of the class ahead of it is
      *still under the a cutoff, so the top seller of a class is
      *always an A; B while it is under the b cutoff; C after. a
      *class that netted nothing or less has no shares to rank by
      *and is all C
      *
           move zero to ws-share-before.
           move zero to ws-item-share.
      *
           if ws-current-class-net > zero
               compute ws-share-before rounded =
                   ws-cum-net * 100 / ws-current-class-net
                   on size error
                       move 999 to ws-share-before
               end-compute
               compute ws-item-share rounded =
                   so-period-net * 100 / ws-current-class-net
                   on size error
                       move zero to ws-item-share
               end-compute
           else
               move 999 to ws-share-before
           end-if.
      *
           if ws-share-before < ws-a-cutoff
               move "A" to ws-abc-code
               add 1 to ws-cnt-a
           else if ws-share-before < ws-b-cutoff
               move "B" to ws-abc-code
               add 1 to ws-cnt-b
           else
               move "C" to ws-abc-code
               add 1 to ws-cnt-c
           end-if.
      *
           add so-period-net to ws-cum-net.
           move zero to ws-cum-share.
      *
           if ws-current-class-net > zero
               compute ws-cum-share rounded =
                   ws-cum-net * 100 / ws-current-class-net
                   on size error
                       move zero to ws-cum-share
               end-compute
           end-if.
      *
           compute ws-abc-sub = so-item-number + 1.
           move ws-abc-code to ws-abc-item (ws-abc-sub).
      *
       440-write-item-lines.
      *
           move so-item-number to ws-ql-item.
           move ws-abc-code    to ws-ql-abc.
      *
           perform 445-edit-one-column
               varying ws-per-sub from 1 by 1
               until ws-per-sub > ws-per-max.
      *
           move so-item-number to im-item-number.
           read item-master-file
               invalid key
                   move "NOT ON ITEM MASTER" to ws-il-desc
               not invalid key
                   move im-desc to ws-il-desc
           end-read.
      *
           move so-period-net to ws-il-net.
           move ws-item-share to ws-il-share.
           move ws-cum-share  to ws-il-cum-share.
      *
           if so-decline-count >= ws-decline-periods
               move "DECLINING - " to ws-il-trend
               move so-decline-count to ws-il-decline-count
               add 1 to ws-cnt-declining
           else
               move spaces to ws-il-trend
               move zero to ws-il-decline-count
           end-if.
      *
           write report-print-line from ws-qty-line
               before advancing 1 line.
           write report-print-line from ws-net-line
               before advancing 1 line.
           write report-print-line from ws-item-info-line
               before advancing 2 lines.
      *
       445-edit-one-column.
      *
      *net sales print to the whole dollar so twelve periods fit
      *across the page
      *
           if ws-per-sub <= ws-per-count
               move so-bkt-qty (ws-per-sub) to ws-ql-qty (ws-per-sub)
               compute ws-nl-net (ws-per-sub) rounded =
                   so-bkt-net (ws-per-sub)
           else
               move zero to ws-ql-qty (ws-per-sub)
               move zero to ws-nl-net (ws-per-sub)
           end-if.
      *
       500-update-item-master.
      *
      *walk the master in key order storing each item's abc code -
      *an item with no sales inside the window earned no share of
      *its class and is a C. only a changed code is rewritten
      *
           move "n" to ws-im-eof-flag.
           move zero to im-item-number.
      *
           open extend item-journal-file.
      *
           if ws-ij-status = "00" or ws-ij-status = "05"
               set ws-ij-available to true
           else
               set ws-ij-unavailable to true
               display "A2_SalesTrend - item journal not available, "
                   "status " ws-ij-status
                   ", run cannot be rolled back"
           end-if.
      *
           start item-master-file
               key is >= im-item-number
               invalid key
                   move ws-eof-yes to ws-im-eof-flag
           end-start.
      *
           if ws-im-eof-flag not = ws-eof-yes
               read item-master-file next record
                   at end
                       move ws-eof-yes to ws-im-eof-flag
               end-read
           end-if.
      *
           perform 510-update-one-item
               until ws-im-eof-flag = ws-eof-yes.
      *
           if ws-ij-available
               close item-journal-file
           end-if.
      *
       510-update-one-item.
      *
           compute ws-abc-sub = im-item-number + 1.
      *
           if ws-abc-item (ws-abc-sub) = space
               move "C" to ws-abc-code
           else
               move ws-abc-item (ws-abc-sub) to ws-abc-code
           end-if.
      *
           if im-abc-code not = ws-abc-code
               move item-master-rec to ws-ij-before-image
               move ws-abc-code to im-abc-code
               rewrite item-master-rec
                   invalid key
                       display "A2_SalesTrend - rewrite failed for "
                           "item " im-item-number
                   not invalid key
                       add 1 to ws-cnt-master-updated
                       perform 520-write-item-journal
               end-rewrite
           end-if.
      *
           read item-master-file next record
               at end
                   move ws-eof-yes to ws-im-eof-flag.
      *
       520-write-item-journal.
      *
           if ws-ij-available
               add 1 to ws-ij-sequence
               move "A2_SalesTrend"    to ij-program
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
       900-write-report-summary.
      *
           move ws-cnt-items           to ws-rpt-sum-items.
           move ws-cnt-a               to ws-rpt-sum-a.
           move ws-cnt-b               to ws-rpt-sum-b.
           move ws-cnt-c               to ws-rpt-sum-c.
           move ws-cnt-declining       to ws-rpt-sum-declining.
           move ws-cnt-master-updated  to ws-rpt-sum-updated.
      *
           move spaces to report-print-line.
           write report-print-line
               before advancing 1 line.
           write report-print-line from ws-report-summary
               before advancing 1 line.
      *
           if ws-cnt-class-overflow > zero
               display "A2_SalesTrend - " ws-cnt-class-overflow
                   " items in classes past " ws-cls-max
                   " left out of the class totals"
               move 4 to return-code
           end-if.
      *
       end program A2_SalesTrend.
