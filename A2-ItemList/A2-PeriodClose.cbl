               assign to "../../../data/A2-PeriodSales.dat"
               organization is line sequential.
      *
      *item-journal-file declaration - a before and after image of
      *every item master record the close resets, appended to the
      *journal every master-updating program shares, so the journal
      *shows exactly what each close reset. A2_Rollback refuses a
      *close run - the close register and the period sales snapshot
      *are not journaled, and backing out the master alone would
      *leave them saying the period was closed
      *
           select optional item-journal-file
               assign to "../../../data/A2-ItemJrnl.dat"
               organization is line sequential
               file status is ws-ij-status.
      *
      *close-register-file declaration - one record carrying the
      *last month and last year closed; the guard that stops a
      *period from being closed twice
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
           05 ps-product-class         pic x.
           05 ps-mtd-qty-sold          pic s9(7).
           05 ps-mtd-net-sales         pic s9(9)v99.
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
       fd close-register-file
           data record is close-register-line
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
       working-storage section.
      *
           05 ws-im-status             pic xx value spaces.
           05 ws-reg-status            pic xx value spaces.
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
      *close request card - the close type and the period being
      *closed, keyed by the operators
      *
           end-if.
      *
           open extend period-sales-file.
      *
           open extend item-journal-file.
      *
           if ws-ij-status = "00" or ws-ij-status = "05"
               set ws-ij-available to true
           else
               set ws-ij-unavailable to true
               display "A2_PeriodClose - item journal not "
                   "available, status " ws-ij-status
                   ", close cannot be rolled back"
           end-if.
      *
           read item-master-file
               at end
      *
           close item-master-file.
           close period-sales-file.
           if ws-ij-available
               close item-journal-file
           end-if.
      *
           perform 200-write-class-report.
           perform 300-update-close-register.
           move zero to return-code.
      *
       110-close-one-item.
      *
           move item-master-rec to ws-ij-before-image.
      *
           perform 120-write-period-snapshot.
           perform 130-roll-class-totals.
           end-if.
      *
           rewrite item-master-rec.
           perform 140-write-item-journal.
      *
           read item-master-file
               at end
               add im-mtd-qty-sold  to ws-unk-qty
               add im-mtd-net-sales to ws-unk-net
           end-if.
      *
       140-write-item-journal.
      *
           if ws-ij-available
               add 1 to ws-ij-sequence
               move "A2_PeriodClose"   to ij-program
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
       160-find-rate-entry.
      *
           move ws-tot-mtd-net         to ra-total-net-price.
           move ws-end-status          to ra-end-status.
           move return-code            to ra-return-code.
           move zero                   to ra-gl-record-count.
           move zero                   to ra-gl-hash-amount.
           move "A2_PeriodClose"       to ra-program.
           move zero                   to ra-detail-read.
           move zero                   to ra-recycle-count.
           move zero                   to ra-dup-dropped.
           move zero                   to ra-blocked-count.
           move zero                   to ra-total-trans.
           move zero                   to ra-posted-net.
           move zero                   to ra-unposted-net.
           move zero                   to ra-batch-count.
           move zero                   to ra-held-count.
           move zero                   to ra-release-count.
      *
           open extend run-audit-file.
           write run-audit-line.
