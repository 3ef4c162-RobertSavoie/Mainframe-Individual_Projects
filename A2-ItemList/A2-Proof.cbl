       identification division.
       program-id. A2_Proof.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *end-of-day balancing proof - every piece of the nightly run
      *balances itself (910-reconcile-batch against the trailer,
      *the gl journal against its own count and hash), but nothing
      *proved the pieces agree with each other. this run ties them
      *out after the night's A2_ItemList run and prints one
      *balancing report, a line per tie-out with both sides and the
      *difference:
      *
      *  - detail records read equal billed plus rejected plus
      *    duplicates dropped
      *  - the run's net plus transportation equals the receivable
      *    debit on the gl extract
      *  - the net billed equals the net posted to the master plus
      *    the net of items with no master to post to
      *  - the change in mtd net sales across the whole item master
      *    since the last proof equals the net A2_ItemList posted,
      *    once the changes other programs journaled are set aside
      *  - the batch register entries for the run date match the
      *    batches the billed runs reconciled
      *
      *anything out ends the run with condition code 8 so the
      *scheduler can stop the downstream steps. the master total
      *this run found is kept on the proof control dataset as the
      *starting point for the next proof
      *
       environment division.
       configuration section.
       input-output section.
      *
       file-control.
      *
      *run-audit-file declaration - the run-control dataset; the
      *last A2_ItemList record is the run being proved
      *
           select optional run-audit-file
               assign to "../../../data/A2-ItemList.audit"
               organization is line sequential
               file status is ws-aud-status.
      *
      *gl-file declaration - the journal the run handed finance
      *
           select optional gl-file
               assign to "../../../data/A2-ItemList.gl"
               organization is line sequential
               file status is ws-gl-status.
      *
      *item-master-file declaration - walked in key order for the
      *month-to-date net sales total; this run only reads
      *
           select item-master-file
               assign to "../../../data/A2-ItemMaster.dat"
               organization is indexed
               access mode is sequential
               record key is im-item-number
               file status is ws-im-status.
      *
      *item-journal-file declaration - the before and after image
      *of every master change, for the changes made by programs
      *other than A2_ItemList since the last proof
      *
           select optional item-journal-file
               assign to "../../../data/A2-ItemJrnl.dat"
               organization is line sequential
               file status is ws-ij-status.
      *
      *batch-register-file declaration - walked in key order for
      *the entries registered on the run date
      *
           select optional batch-register-file
               assign to "../../../data/A2-BatchReg.dat"
               organization is indexed
               access mode is sequential
               record key is br-reg-key
               file status is ws-brg-status.
      *
      *proof-control-file declaration - the master total and the
      *time of the last proof, rewritten every run
      *
           select optional proof-control-file
               assign to "../../../data/A2-Proof.ctl"
               organization is line sequential
               file status is ws-pc-status.
      *
      *report-file declaration - the balancing report
      *
           select report-file
               assign to "../../../data/A2-Proof.rpt"
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd run-audit-file
           data record is run-audit-line
           record contains 329 characters.
      *
       01 run-audit-line.
           05 ra-run-date              pic 9(8).
           05 ra-run-time              pic 9(6).
           05 ra-input-dsn             pic x(60).
           05 ra-output-dsn            pic x(60).
           05 ra-restart-position      pic 9(6).
           05 ra-record-count          pic 9(6).
           05 ra-reject-count          pic 9(6).
           05 ra-total-qty             pic 9(9).
           05 ra-total-ext-price       pic 9(11)v99.
           05 ra-total-discount        pic 9(11)v99.
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
       fd gl-file
           data records are gl-header-line
                            gl-detail-line
                            gl-trailer-line
           record contains 15 to 33 characters.
      *
       01 gl-header-line.
           05 gh-record-type           pic x.
               88 gh-header-record     value "H".
           05 gh-run-date              pic 9(8).
           05 gh-run-time              pic 9(6).
      *
       01 gl-detail-line.
           05 gd-record-type           pic x.
               88 gd-detail-record     value "D".
           05 gd-account               pic x(16).
           05 gd-class                 pic x.
           05 gd-dr-cr                 pic xx.
           05 gd-amount                pic 9(11)v99.
      *
       01 gl-trailer-line.
           05 gt-record-type           pic x.
           05 gt-record-count          pic 9(6).
           05 gt-hash-amount           pic 9(13)v99.
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
       fd batch-register-file
           data record is batch-register-rec
           record contains 36 characters.
      *
       01 batch-register-rec.
           05 br-reg-key.
               10 br-batch-number      pic 9(6).
               10 br-origin-system     pic x(8).
           05 br-creation-date         pic 9(8).
           05 br-detail-count          pic 9(6).
           05 br-run-date              pic 9(8).
      *
       fd proof-control-file
           data record is proof-control-line
           record contains 29 characters.
      *
       01 proof-control-line.
           05 pc-proof-date            pic 9(8).
           05 pc-proof-time            pic 9(6).
           05 pc-mtd-net-total         pic s9(13)v99.
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
           05 ws-aud-status            pic xx value spaces.
           05 ws-gl-status             pic xx value spaces.
           05 ws-im-status             pic xx value spaces.
           05 ws-ij-status             pic xx value spaces.
           05 ws-brg-status            pic xx value spaces.
           05 ws-pc-status             pic xx value spaces.
      *
       01 ws-run-stamp.
           05 ws-run-date              pic 9(8) value zero.
           05 ws-run-time-raw.
               10 ws-run-time          pic 9(6).
               10 filler               pic xx.
      *
      *the record being looked at, stamped the same way as the
      *last proof, so "since the last proof" is one comparison
      *
       01 ws-rec-stamp.
           05 ws-rec-date              pic 9(8) value zero.
           05 ws-rec-time              pic 9(6) value zero.
      *
      *the last proof - the master total it found and when
      *
       01 ws-snapshot-controls.
           05 ws-snap-flag             pic x value "n".
               88 ws-snap-found        value "y".
               88 ws-snap-not-found    value "n".
           05 ws-snap-stamp.
               10 ws-snap-date         pic 9(8) value zero.
               10 ws-snap-time         pic 9(6) value zero.
           05 ws-snap-mtd-total        pic s9(13)v99 value zero.
      *
      *the run being proved - the last A2_ItemList record on the
      *run-audit dataset
      *
       01 ws-night-run.
           05 ws-night-flag            pic x value "n".
               88 ws-night-found       value "y".
           05 ws-night-date            pic 9(8) value zero.
           05 ws-night-time            pic 9(6) value zero.
           05 ws-night-end-status      pic x(14) value spaces.
           05 ws-night-billed          pic 9(6) value zero.
           05 ws-night-rejected        pic 9(6) value zero.
           05 ws-night-read            pic 9(6) value zero.
           05 ws-night-recycled        pic 9(6) value zero.
           05 ws-night-dropped         pic 9(6) value zero.
           05 ws-night-blocked         pic 9(6) value zero.
           05 ws-night-held            pic 9(6) value zero.
           05 ws-night-released        pic 9(6) value zero.
           05 ws-night-net             pic 9(11)v99 value zero.
           05 ws-night-trans           pic s9(11)v99 value zero.
           05 ws-night-posted          pic s9(11)v99 value zero.
           05 ws-night-unposted        pic s9(11)v99 value zero.
      *
      *net posted by every A2_ItemList run since the last proof,
      *and the batches the billed runs of the run date reconciled
      *
       01 ws-audit-totals.
           05 ws-since-posted-net      pic s9(13)v99 value zero.
           05 ws-since-run-count       pic 9(4) value zero.
           05 ws-day-date              pic 9(8) value zero.
           05 ws-day-batch-count       pic 9(5) value zero.
           05 ws-day-batch-detail      pic 9(9) value zero.
      *
       01 ws-gl-totals.
           05 ws-gl-flag               pic x value "n".
               88 ws-gl-this-run       value "y".
               88 ws-gl-other-run      value "o".
               88 ws-gl-empty          value "n".
           05 ws-gl-ar-amount          pic s9(13)v99 value zero.
      *
       01 ws-master-totals.
           05 ws-master-flag           pic x value "n".
               88 ws-master-read       value "y".
               88 ws-master-unavailable value "n".
           05 ws-mtd-net-total         pic s9(13)v99 value zero.
           05 ws-mtd-change            pic s9(13)v99 value zero.
           05 ws-other-change          pic s9(13)v99 value zero.
           05 ws-other-change-count    pic 9(7) value zero.
      *
      *the two journal images, broken out only as far as the
      *month-to-date net sales - an add has no before image and a
      *delete no after image, which read as non-numeric and count
      *as zero
      *
       01 ws-image-before.
           05 filler                   pic x(48).
           05 ws-ib-mtd-net-sales      pic s9(9)v99.
           05 filler                   pic x(35).
      *
       01 ws-image-after.
           05 filler                   pic x(48).
           05 ws-ia-mtd-net-sales      pic s9(9)v99.
           05 filler                   pic x(35).
      *
       01 ws-register-totals.
           05 ws-reg-batch-count       pic 9(5) value zero.
           05 ws-reg-detail-total      pic 9(9) value zero.
      *
      *tie-out work - each tie loads its two sides and
      *800/810 print the line, take the difference and keep score
      *
       01 ws-tie-controls.
           05 ws-tie-left              pic s9(13)v99 value zero.
           05 ws-tie-right             pic s9(13)v99 value zero.
           05 ws-tie-diff              pic s9(13)v99 value zero.
           05 ws-tie-count             pic 99 value zero.
           05 ws-tie-ok-count          pic 99 value zero.
           05 ws-tie-out-count         pic 99 value zero.
           05 ws-tie-base-flag         pic x value "y".
               88 ws-tie-has-base      value "y".
               88 ws-tie-no-base       value "n".
               88 ws-tie-unprovable    value "x".
      *
       01 ws-report-heading.
           05 filler                   pic x(40) value
                  "*** END-OF-DAY BALANCING PROOF ***".
           05 filler                   pic x(10) value "Run Date:".
           05 ws-rph-run-date          pic 9(8).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(12) value "Run Proved:".
           05 ws-rph-night-date        pic 9(8).
           05 filler                   pic x value space.
           05 ws-rph-night-time        pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(7) value "Ended:".
           05 ws-rph-end-status        pic x(14).
      *
       01 ws-section-heading           pic x(60) value spaces.
      *
       01 ws-count-item-line.
           05 filler                   pic x(4) value spaces.
           05 ws-ci-label              pic x(44).
           05 ws-ci-value              pic z(8)9.
      *
       01 ws-money-item-line.
           05 filler                   pic x(4) value spaces.
           05 ws-mi-label              pic x(44).
           05 ws-mi-value              pic -(12)9.99.
      *
       01 ws-note-line.
           05 filler                   pic x(4) value spaces.
           05 ws-note                  pic x(80).
      *
       01 ws-tie-line.
           05 ws-tl-label              pic x(32).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(6) value "Left:".
           05 ws-tl-left               pic -(12)9.99.
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(7) value "Right:".
           05 ws-tl-right              pic -(12)9.99.
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(6) value "Diff:".
           05 ws-tl-diff               pic -(12)9.99.
           05 filler                   pic x(5) value "  |  ".
           05 ws-tl-status             pic x(8).
      *
      *count tie-outs print as plain integers, the way the main
      *run's reconciliation prints its counts
      *
       01 ws-tie-count-line.
           05 ws-tcl-label             pic x(32).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(6) value "Left:".
           05 ws-tcl-left              pic -(8)9.
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(7) value "Right:".
           05 ws-tcl-right             pic -(8)9.
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(6) value "Diff:".
           05 ws-tcl-diff              pic -(8)9.
           05 filler                   pic x(5) value "  |  ".
           05 ws-tcl-status            pic x(8).
      *
       01 ws-report-summary.
           05 filler                   pic x(10) value "Tie-Outs:".
           05 ws-rpt-sum-ties          pic z9.
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(12) value "In Balance:".
           05 ws-rpt-sum-ok            pic z9.
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(16) value
                  "Out Of Balance:".
           05 ws-rpt-sum-out           pic z9.
           05 filler                   pic x(5) value "  |  ".
           05 ws-rpt-sum-verdict       pic x(30).
      *
       procedure division.
      *
       000-main.
      *
           accept ws-run-date from date yyyymmdd.
           accept ws-run-time-raw from time.
      *
           open output report-file.
      *
           perform 050-load-snapshot.
           perform 100-scan-run-audit.
      *
           move ws-run-date to ws-rph-run-date.
           move ws-night-date to ws-rph-night-date.
           move ws-night-time to ws-rph-night-time.
           move ws-night-end-status to ws-rph-end-status.
           write report-print-line from ws-report-heading
               before advancing 2 lines.
      *
      *nothing to prove - the main run has never recorded a run
      *carrying the proof figures
      *
           if not ws-night-found
               move "NO A2_ItemList RUN ON THE RUN-AUDIT DATASET"
                   to ws-note
               write report-print-line from ws-note-line
                   before advancing 2 lines
               close report-file
               display "A2_Proof - no A2_ItemList run to prove"
               move 12 to return-code
               goback
           end-if.
      *
           perform 200-prove-input-records.
           perform 300-prove-receivable.
           perform 400-prove-item-master.
           perform 500-prove-batch-register.
           perform 600-write-snapshot.
           perform 900-write-report-summary.
      *
           close report-file.
      *
           goback.
      *
       050-load-snapshot.
      *
      *the first proof ever has no starting master total - the
      *master tie-out starts with the next one
      *
           set ws-snap-not-found to true.
      *
           open input proof-control-file.
      *
           if ws-pc-status = "00"
               read proof-control-file
                   at end
                       set ws-snap-not-found to true
                   not at end
                       if pc-proof-date is numeric
                          and pc-proof-time is numeric
                          and pc-mtd-net-total is numeric
                           set ws-snap-found to true
                           move pc-proof-date    to ws-snap-date
                           move pc-proof-time    to ws-snap-time
                           move pc-mtd-net-total to ws-snap-mtd-total
                       end-if
               end-read
               close proof-control-file
           end-if.
      *
       100-scan-run-audit.
      *
      *one pass over the run-audit dataset. records written before
      *the proof figures were carried, and the period close's own
      *records, are passed over
      *
           move "n" to ws-eof-flag.
      *
           open input run-audit-file.
      *
           if ws-aud-status not = "00" and ws-aud-status not = "05"
               display "A2_Proof - run-audit dataset not available, "
                   "status " ws-aud-status
               close report-file
               move 16 to return-code
               goback
           end-if.
      *
           read run-audit-file
               at end
                   move ws-eof-yes to ws-eof-flag.
      *
           perform 110-scan-one-audit-record
               until ws-eof-flag = ws-eof-yes.
      *
           close run-audit-file.
      *
       110-scan-one-audit-record.
      *
           if ra-program = "A2_ItemList"
              and ra-detail-read is numeric
              and ra-batch-count is numeric
              and ra-posted-net is numeric
              and ra-unposted-net is numeric
              and ra-total-trans is numeric
               perform 120-take-audit-record
           end-if.
      *
           read run-audit-file
               at end
                   move ws-eof-yes to ws-eof-flag.
      *
       120-take-audit-record.
      *
      *the last one read is the run being proved
      *
           set ws-night-found to true.
           move ra-run-date        to ws-night-date.
           move ra-run-time        to ws-night-time.
           move ra-end-status      to ws-night-end-status.
           move ra-record-count    to ws-night-billed.
           move ra-reject-count    to ws-night-rejected.
           move ra-detail-read     to ws-night-read.
           move ra-recycle-count   to ws-night-recycled.
           move ra-dup-dropped     to ws-night-dropped.
           move ra-blocked-count   to ws-night-blocked.
           move ra-total-net-price to ws-night-net.
           move ra-total-trans     to ws-night-trans.
           move ra-posted-net      to ws-night-posted.
           move ra-unposted-net    to ws-night-unposted.
      *
      *a run recorded before customer accounts existed held and
      *released nothing
      *
           move zero to ws-night-held.
           move zero to ws-night-released.
           if ra-held-count is numeric
              and ra-release-count is numeric
               move ra-held-count      to ws-night-held
               move ra-release-count   to ws-night-released
           end-if.
      *
      *the run-audit dataset is in run order, so the batches of
      *the last run date are the ones still accumulated at the end.
      *only a run that billed registers its batches
      *
           if ra-run-date not = ws-day-date
               move ra-run-date to ws-day-date
               move zero to ws-day-batch-count
               move zero to ws-day-batch-detail
           end-if.
      *
           if ra-batch-count > zero
               add ra-batch-count to ws-day-batch-count
               compute ws-day-batch-detail =
                   ws-day-batch-detail + ra-detail-read
           end-if.
      *
           if ws-snap-found
               move ra-run-date to ws-rec-date
               move ra-run-time to ws-rec-time
               if ws-rec-stamp > ws-snap-stamp
                   add ra-posted-net to ws-since-posted-net
                   add 1 to ws-since-run-count
               end-if
           end-if.
      *
       200-prove-input-records.
      *
      *every detail record the run read went one of four ways -
      *billed, rejected, held for credit or dropped as a duplicate.
      *the records of a file the batch register blocked are read
      *through but go none of them, so they are shown apart
      *
           move "** INPUT RECORDS **" to ws-section-heading.
           write report-print-line from ws-section-heading
               before advancing 2 lines.
      *
           move "Detail Records Read From Input Files"
               to ws-ci-label.
           move ws-night-read to ws-ci-value.
           perform 700-write-count-item.
           move "Recycled Records Read" to ws-ci-label.
           move ws-night-recycled to ws-ci-value.
           perform 700-write-count-item.
           move "Credit Released Records Read" to ws-ci-label.
           move ws-night-released to ws-ci-value.
           perform 700-write-count-item.
           move "Billed" to ws-ci-label.
           move ws-night-billed to ws-ci-value.
           perform 700-write-count-item.
           move "Rejected" to ws-ci-label.
           move ws-night-rejected to ws-ci-value.
           perform 700-write-count-item.
           move "Held For Credit" to ws-ci-label.
           move ws-night-held to ws-ci-value.
           perform 700-write-count-item.
           move "Duplicates Dropped" to ws-ci-label.
           move ws-night-dropped to ws-ci-value.
           perform 700-write-count-item.
           move "In Blocked Batches (Not Billed)" to ws-ci-label.
           move ws-night-blocked to ws-ci-value.
           perform 700-write-count-item.
      *
           compute ws-tie-left =
               ws-night-read + ws-night-recycled + ws-night-released.
           compute ws-tie-right =
               ws-night-billed + ws-night-rejected + ws-night-held
                   + ws-night-dropped.
           move "READ = BILLED+REJ+HELD+DROPPED" to ws-tcl-label.
           set ws-tie-has-base to true.
           perform 810-write-tie-count-line.
      *
       300-prove-receivable.
      *
      *the receivable debit on the extract is everything billed -
      *net price plus transportation. a run that handed finance no
      *journal leaves the extract empty, and an extract left by
      *some other run is not this run's receivable
      *
           move "** RECEIVABLE **" to ws-section-heading.
           write report-print-line from ws-section-heading
               before advancing 2 lines.
      *
           perform 310-read-gl-extract.
      *
           move "Net Price (Run Audit)" to ws-mi-label.
           move ws-night-net to ws-mi-value.
           perform 710-write-money-item.
           move "Transportation (Run Audit)" to ws-mi-label.
           move ws-night-trans to ws-mi-value.
           perform 710-write-money-item.
           move "Receivable Debit (GL Extract)" to ws-mi-label.
           move ws-gl-ar-amount to ws-mi-value.
           perform 710-write-money-item.
      *
           if ws-gl-empty
               move "GL EXTRACT IS EMPTY - NO JOURNAL FOR THIS RUN"
                   to ws-note
               perform 720-write-note
           else if ws-gl-other-run
               move "GL EXTRACT IS NOT FROM THE RUN PROVED"
                   to ws-note
               perform 720-write-note
           end-if.
      *
           compute ws-tie-left = ws-night-net + ws-night-trans.
           move ws-gl-ar-amount to ws-tie-right.
           move "NET + TRANSPORT = GL RECEIVABLE" to ws-tl-label.
           set ws-tie-has-base to true.
           perform 800-write-tie-line.
      *
       310-read-gl-extract.
      *
      *a receivable entry on the credit side (returns past sales)
      *counts against the debit
      *
           set ws-gl-empty to true.
           move zero to ws-gl-ar-amount.
           move "n" to ws-eof-flag.
      *
           open input gl-file.
      *
           if ws-gl-status not = "00"
               move ws-eof-yes to ws-eof-flag
           else
               read gl-file
                   at end
                       move ws-eof-yes to ws-eof-flag
               end-read
           end-if.
      *
           perform 320-read-one-gl-record
               until ws-eof-flag = ws-eof-yes.
      *
           if ws-gl-status = "00"
               close gl-file
           end-if.
      *
       320-read-one-gl-record.
      *
           if gh-header-record
               if gh-run-date = ws-night-date
                  and gh-run-time = ws-night-time
                   set ws-gl-this-run to true
               else
                   set ws-gl-other-run to true
                   move ws-eof-yes to ws-eof-flag
               end-if
           else if gd-detail-record
                   and gd-account = "ACCOUNTS RECVBLE"
                   and ws-gl-this-run
               if gd-dr-cr = "CR"
                   subtract gd-amount from ws-gl-ar-amount
               else
                   add gd-amount to ws-gl-ar-amount
               end-if
           end-if.
      *
           if ws-eof-flag not = ws-eof-yes
               read gl-file
                   at end
                       move ws-eof-yes to ws-eof-flag
               end-read
           end-if.
      *
       400-prove-item-master.
      *
      *what the run billed either posted to the master or had no
      *master to post to. across the whole master, the month-to-
      *date net sales moved since the last proof by what the main
      *run posted plus whatever other programs journaled - the
      *period close zeroing the buckets, an item deleted or backed
      *out
      *
           move "** ITEM MASTER MTD NET SALES **"
               to ws-section-heading.
           write report-print-line from ws-section-heading
               before advancing 2 lines.
      *
           move "Net Billed (Run Audit)" to ws-mi-label.
           move ws-night-net to ws-mi-value.
           perform 710-write-money-item.
           move "Posted To The Master" to ws-mi-label.
           move ws-night-posted to ws-mi-value.
           perform 710-write-money-item.
           move "Billed With No Master Record" to ws-mi-label.
           move ws-night-unposted to ws-mi-value.
           perform 710-write-money-item.
      *
           move ws-night-net to ws-tie-left.
           compute ws-tie-right = ws-night-posted + ws-night-unposted.
           move "BILLED NET = POSTED + UNPOSTED" to ws-tl-label.
           set ws-tie-has-base to true.
           perform 800-write-tie-line.
      *
           perform 410-total-item-master.
      *
           evaluate true
               when ws-master-unavailable
                   perform 430-prove-without-master
               when ws-snap-not-found
                   perform 440-prove-first-snapshot
               when other
                   perform 450-prove-master-change
           end-evaluate.
      *
       410-total-item-master.
      *
           move zero to ws-mtd-net-total.
           move "n" to ws-eof-flag.
      *
           open input item-master-file.
      *
           if ws-im-status not = "00"
               display "A2_Proof - item master not available, "
                   "status " ws-im-status
               set ws-master-unavailable to true
           else
               set ws-master-read to true
               read item-master-file next record
                   at end
                       move ws-eof-yes to ws-eof-flag
               end-read
               perform 415-add-one-master-record
                   until ws-eof-flag = ws-eof-yes
               close item-master-file
           end-if.
      *
       415-add-one-master-record.
      *
           if im-mtd-net-sales is numeric
               add im-mtd-net-sales to ws-mtd-net-total
           end-if.
      *
           read item-master-file next record
               at end
                   move ws-eof-yes to ws-eof-flag.
      *
       420-total-other-changes.
      *
      *every journaled change since the last proof by a program
      *other than the main run - its posted net is already on the
      *run-audit dataset
      *
           move zero to ws-other-change.
           move "n" to ws-eof-flag.
      *
           open input item-journal-file.
      *
           if ws-ij-status not = "00"
               move ws-eof-yes to ws-eof-flag
           else
               read item-journal-file
                   at end
                       move ws-eof-yes to ws-eof-flag
               end-read
           end-if.
      *
           perform 425-add-one-journal-change
               until ws-eof-flag = ws-eof-yes.
      *
           if ws-ij-status = "00"
               close item-journal-file
           end-if.
      *
       425-add-one-journal-change.
      *
           move ij-run-date to ws-rec-date.
           move ij-run-time to ws-rec-time.
      *
           if ws-rec-stamp > ws-snap-stamp
              and ij-program not = "A2_ItemList"
               add 1 to ws-other-change-count
               move ij-before-image to ws-image-before
               move ij-after-image  to ws-image-after
               if ws-ia-mtd-net-sales is numeric
                   add ws-ia-mtd-net-sales to ws-other-change
               end-if
               if ws-ib-mtd-net-sales is numeric
                   subtract ws-ib-mtd-net-sales from ws-other-change
               end-if
           end-if.
      *
           read item-journal-file
               at end
                   move ws-eof-yes to ws-eof-flag.
      *
       430-prove-without-master.
      *
      *a master that cannot be read cannot be proved - that is a
      *tie-out out, not one passed over
      *
           move "ITEM MASTER NOT AVAILABLE - CANNOT BE PROVED"
               to ws-note.
           perform 720-write-note.
      *
           move zero to ws-tie-left.
           move ws-since-posted-net to ws-tie-right.
           move "MASTER MTD CHANGE = POSTED NET" to ws-tl-label.
           set ws-tie-unprovable to true.
           perform 800-write-tie-line.
      *
       440-prove-first-snapshot.
      *
           move "Master MTD Net Sales Now" to ws-mi-label.
           move ws-mtd-net-total to ws-mi-value.
           perform 710-write-money-item.
      *
           move "NO EARLIER PROOF - MASTER TIE-OUT STARTS NEXT PROOF"
               to ws-note.
           perform 720-write-note.
      *
           move zero to ws-tie-left.
           move zero to ws-tie-right.
           move "MASTER MTD CHANGE = POSTED NET" to ws-tl-label.
           set ws-tie-no-base to true.
           perform 800-write-tie-line.
      *
       450-prove-master-change.
      *
           perform 420-total-other-changes.
      *
           compute ws-mtd-change = ws-mtd-net-total - ws-snap-mtd-total.
      *
           move "Master MTD Net Sales Now" to ws-mi-label.
           move ws-mtd-net-total to ws-mi-value.
           perform 710-write-money-item.
           move "Master MTD Net Sales At Last Proof" to ws-mi-label.
           move ws-snap-mtd-total to ws-mi-value.
           perform 710-write-money-item.
           move "Change Since Last Proof" to ws-mi-label.
           move ws-mtd-change to ws-mi-value.
           perform 710-write-money-item.
           move "Changed By Other Programs (Item Journal)"
               to ws-mi-label.
           move ws-other-change to ws-mi-value.
           perform 710-write-money-item.
           move "Posted By A2_ItemList Since Last Proof"
               to ws-mi-label.
           move ws-since-posted-net to ws-mi-value.
           perform 710-write-money-item.
           move "A2_ItemList Runs Since Last Proof" to ws-ci-label.
           move ws-since-run-count to ws-ci-value.
           perform 700-write-count-item.
      *
           compute ws-tie-left = ws-mtd-change - ws-other-change.
           move ws-since-posted-net to ws-tie-right.
           move "MASTER MTD CHANGE = POSTED NET" to ws-tl-label.
           set ws-tie-has-base to true.
           perform 800-write-tie-line.
      *
       500-prove-batch-register.
      *
      *the register entries stamped with the run date against the
      *batches the billed runs of that date reconciled, in number
      *and in detail records
      *
           move "** BATCH REGISTER **" to ws-section-heading.
           write report-print-line from ws-section-heading
               before advancing 2 lines.
      *
           perform 510-total-batch-register.
      *
           move "Batches Registered On The Run Date" to ws-ci-label.
           move ws-reg-batch-count to ws-ci-value.
           perform 700-write-count-item.
           move "Batches Reconciled By The Billed Runs"
               to ws-ci-label.
           move ws-day-batch-count to ws-ci-value.
           perform 700-write-count-item.
           move "Detail Records On The Register" to ws-ci-label.
           move ws-reg-detail-total to ws-ci-value.
           perform 700-write-count-item.
           move "Detail Records In Those Batches" to ws-ci-label.
           move ws-day-batch-detail to ws-ci-value.
           perform 700-write-count-item.
      *
           move ws-reg-batch-count to ws-tie-left.
           move ws-day-batch-count to ws-tie-right.
           move "REGISTER BATCHES = RECONCILED" to ws-tcl-label.
           set ws-tie-has-base to true.
           perform 810-write-tie-count-line.
      *
           move ws-reg-detail-total to ws-tie-left.
           move ws-day-batch-detail to ws-tie-right.
           move "REGISTER DETAIL = BATCH DETAIL" to ws-tcl-label.
           set ws-tie-has-base to true.
           perform 810-write-tie-count-line.
      *
       510-total-batch-register.
      *
           move zero to ws-reg-batch-count.
           move zero to ws-reg-detail-total.
           move "n" to ws-eof-flag.
      *
           open input batch-register-file.
      *
           if ws-brg-status not = "00"
               move ws-eof-yes to ws-eof-flag
           else
               read batch-register-file next record
                   at end
                       move ws-eof-yes to ws-eof-flag
               end-read
           end-if.
      *
           perform 515-count-one-registration
               until ws-eof-flag = ws-eof-yes.
      *
           if ws-brg-status = "00"
               close batch-register-file
           end-if.
      *
       515-count-one-registration.
      *
           if br-run-date = ws-night-date
               add 1 to ws-reg-batch-count
               if br-detail-count is numeric
                   add br-detail-count to ws-reg-detail-total
               end-if
           end-if.
      *
           read batch-register-file next record
               at end
                   move ws-eof-yes to ws-eof-flag.
      *
       600-write-snapshot.
      *
      *the master total this proof found is where the next one
      *starts - whether or not today balanced, so one bad night
      *is not carried into every proof after it
      *
           if ws-master-read
               open output proof-control-file
               move ws-run-date      to pc-proof-date
               move ws-run-time      to pc-proof-time
               move ws-mtd-net-total to pc-mtd-net-total
               write proof-control-line
               close proof-control-file
           end-if.
      *
       700-write-count-item.
      *
           write report-print-line from ws-count-item-line
               before advancing 1 line.
      *
       710-write-money-item.
      *
           write report-print-line from ws-money-item-line
               before advancing 1 line.
      *
       720-write-note.
      *
           write report-print-line from ws-note-line
               before advancing 1 line.
      *
       800-write-tie-line.
      *
           compute ws-tie-diff = ws-tie-left - ws-tie-right.
      *
           move ws-tie-left  to ws-tl-left.
           move ws-tie-right to ws-tl-right.
           move ws-tie-diff  to ws-tl-diff.
           perform 820-score-tie.
           move ws-tl-status to ws-tcl-status.
      *
           move spaces to report-print-line.
           write report-print-line
               before advancing 1 line.
           write report-print-line from ws-tie-line
               before advancing 1 line.
      *
       810-write-tie-count-line.
      *
           compute ws-tie-diff = ws-tie-left - ws-tie-right.
      *
           move ws-tie-left  to ws-tcl-left.
           move ws-tie-right to ws-tcl-right.
           move ws-tie-diff  to ws-tcl-diff.
           perform 820-score-tie.
           move ws-tl-status to ws-tcl-status.
      *
           move spaces to report-print-line.
           write report-print-line
               before advancing 1 line.
           write report-print-line from ws-tie-count-line
               before advancing 1 line.
      *
       820-score-tie.
      *
      *a tie-out with nothing to compare against yet is shown but
      *not scored; one whose dataset could not be read is out
      *
           if ws-tie-no-base
               move "NO BASE" to ws-tl-status
           else if ws-tie-unprovable
               add 1 to ws-tie-count
               add 1 to ws-tie-out-count
               move "OUT" to ws-tl-status
           else if ws-tie-diff = zero
               add 1 to ws-tie-count
               add 1 to ws-tie-ok-count
               move "OK" to ws-tl-status
           else
               add 1 to ws-tie-count
               add 1 to ws-tie-out-count
               move "OUT" to ws-tl-status
           end-if.
      *
       900-write-report-summary.
      *
           move ws-tie-count     to ws-rpt-sum-ties.
           move ws-tie-ok-count  to ws-rpt-sum-ok.
           move ws-tie-out-count to ws-rpt-sum-out.
      *
           if ws-tie-out-count > zero
               move "*** PROOF OUT OF BALANCE ***" to ws-rpt-sum-verdict
               move 8 to return-code
           else
               move "PROOF IN BALANCE" to ws-rpt-sum-verdict
           end-if.
      *
           move spaces to report-print-line.
           write report-print-line
               before advancing 1 line.
           write report-print-line from ws-report-summary
               before advancing 2 lines.
      *
       end program A2_Proof.
