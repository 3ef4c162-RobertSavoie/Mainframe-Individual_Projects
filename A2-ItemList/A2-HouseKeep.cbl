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
       fd audit-work-file
           data record is audit-work-line
           record contains 329 characters.
      *
       01 audit-work-line              pic x(329).
      *
       fd archive-file
           data record is archive-line
           record contains 329 characters.
      *
       01 archive-line                 pic x(329).
      *
       fd history-file
           data record is history-rec
