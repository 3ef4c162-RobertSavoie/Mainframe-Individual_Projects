       identification division.
       program-id. A2_GLAck.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *general ledger acknowledgment run - matches the
      *acknowledgments the gl system returns for each journal
      *A2_ItemList hands finance against the runs on the run-audit
      *dataset, which carry each journal's own record count and
      *hash from its trailer. an acknowledgment whose count or hash
      *disagrees with ours is flagged, a rejected journal is
      *flagged, and every journal older than the days on the
      *parameter card with no acknowledgment at all is listed, so a
      *lost journal is found the same week instead of at month-end
      *close.
      *
      *the main run keeps a copy of every journal on its gl
      *archive. a journal the gl side rejected, or accepted with a
      *different count or hash, is written back out to the resend
      *dataset exactly as it was first sent, so finance can send it
      *again without A2_ItemList being re-run; a journal is dropped
      *from the archive once the gl side has accepted it cleanly.
      *what has been acknowledged is carried from run to run on the
      *acknowledgment control dataset
      *
       environment division.
       configuration section.
       input-output section.
      *
       file-control.
      *
      *run-audit-file declaration - the run-control dataset the
      *main run appends to; every run that handed finance a journal
      *carries its gl record count and hash
      *
           select optional run-audit-file
               assign to "../../../data/A2-ItemList.audit"
               organization is line sequential
               file status is ws-aud-status.
      *
      *ack-file declaration - the acknowledgments the gl system has
      *returned since the last run, one per journal it processed;
      *emptied once they are matched
      *
           select optional ack-file
               assign to "../../../data/A2-GLAck.dat"
               organization is line sequential
               file status is ws-ack-status.
      *
      *ack-control-file declaration - one record per journal the gl
      *side has acknowledged, carried forward from run to run and
      *rewritten every run
      *
           select optional ack-control-file
               assign to "../../../data/A2-GLAck.ctl"
               organization is line sequential
               file status is ws-ctl-status.
      *
      *gl-archive-file declaration - the main run's copy of every
      *journal not yet accepted, each record stamped with its run
      *
           select optional gl-archive-file
               assign to "../../../data/A2-ItemList.gla"
               organization is line sequential
               file status is ws-gla-status.
      *
      *gla-work-file declaration - the archive records being kept,
      *copied back over the archive at the end of the run
      *
           select gla-work-file
               assign to "../../../data/A2-GLAck.wrk"
               organization is line sequential.
      *
      *resend-file declaration - the journals to send the gl side
      *again, in the extract layout, rebuilt every run
      *
           select resend-file
               assign to "../../../data/A2-GLAck.rsd"
               organization is line sequential.
      *
      *report-file declaration - the acknowledgment report
      *
           select report-file
               assign to "../../../data/A2-GLAck.rpt"
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
       fd ack-file
           data record is ack-line
           record contains 74 characters.
      *
       01 ack-line.
           05 ak-run-date              pic 9(8).
           05 ak-run-time              pic 9(6).
           05 ak-status                pic x.
               88 ak-accepted          value "A".
               88 ak-rejected          value "R".
           05 ak-record-count          pic 9(6).
           05 ak-hash-amount           pic 9(13)v99.
           05 ak-ack-date              pic 9(8).
           05 ak-reject-reason         pic x(30).
      *
       fd ack-control-file
           data record is ack-control-line
           record contains 74 characters.
      *
       01 ack-control-line.
           05 ac-run-date              pic 9(8).
           05 ac-run-time              pic 9(6).
           05 ac-status                pic x.
           05 ac-gl-record-count       pic 9(6).
           05 ac-gl-hash-amount        pic 9(13)v99.
           05 ac-ack-date              pic 9(8).
           05 ac-reason                pic x(30).
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
       fd gla-work-file
           data record is gla-work-line
           record contains 47 characters.
      *
       01 gla-work-line                pic x(47).
      *
       fd resend-file
           data record is resend-line
           record contains 33 characters.
      *
       01 resend-line                  pic x(33).
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
           05 ws-ack-status            pic xx value spaces.
           05 ws-ack-open-flag         pic x value "n".
           05 ws-ctl-status            pic xx value spaces.
           05 ws-ctl-eof-flag          pic x value "n".
           05 ws-gla-status            pic xx value spaces.
           05 ws-gla-eof-flag          pic x value "n".
           05 ws-gw-eof-flag           pic x value "n".
      *
      *acknowledgment card - columns 1-3 are the days a journal may
      *go unacknowledged before it is listed; blank or non-numeric
      *keeps the default
      *
       01 ws-parm-card.
           05 ws-parm-days             pic x(3).
           05 ws-parm-days-n redefines ws-parm-days
                                       pic 999.
           05 filler                   pic x(77).
      *
       01 ws-ack-days                  pic 999 value 3.
      *
       01 ws-run-stamp.
           05 ws-run-date              pic 9(8) value zero.
           05 ws-run-date-int          pic 9(7) value zero.
           05 ws-jnl-date-int          pic 9(7) value zero.
           05 ws-days-old              pic s9(7) value zero.
      *
      *journal table - one entry per run on the run-audit dataset
      *that handed finance a journal, with our count and hash and
      *whatever the gl side has said about it. status blank means
      *no acknowledgment yet
      *
       01 ws-journal-controls.
           05 ws-jnl-count             pic 9(4) value zero.
           05 ws-jnl-max               pic 9(4) value 1000.
           05 ws-jnl-sub               pic 9(4) value zero.
           05 ws-jnl-found-flag        pic x value "n".
               88 ws-jnl-found         value "y".
               88 ws-jnl-not-found     value "n".
           05 ws-lookup-run-date       pic 9(8) value zero.
           05 ws-lookup-run-time       pic 9(6) value zero.
      *
       01 ws-journal-table.
           05 ws-jnl-entry occurs 1000 times.
               10 ws-jnl-run-date      pic 9(8).
               10 ws-jnl-run-time      pic 9(6).
               10 ws-jnl-record-count  pic 9(6).
               10 ws-jnl-hash-amount   pic 9(13)v99.
               10 ws-jnl-status        pic x.
                   88 ws-jnl-unacked   value space.
                   88 ws-jnl-accepted  value "A".
                   88 ws-jnl-rejected  value "R".
                   88 ws-jnl-mismatch  value "M".
                   88 ws-jnl-to-resend value "R" "M".
               10 ws-jnl-gl-count     pic 9(6).
               10 ws-jnl-gl-hash      pic 9(13)v99.
               10 ws-jnl-ack-date      pic 9(8).
               10 ws-jnl-reason        pic x(30).
      *
       01 ws-counters.
           05 ws-cnt-journals          pic 9(6) value zero.
           05 ws-cnt-acks-read         pic 9(6) value zero.
           05 ws-cnt-accepted          pic 9(6) value zero.
           05 ws-cnt-rejected          pic 9(6) value zero.
           05 ws-cnt-mismatched        pic 9(6) value zero.
           05 ws-cnt-unmatched         pic 9(6) value zero.
           05 ws-cnt-overdue           pic 9(6) value zero.
           05 ws-cnt-held              pic 9(6) value zero.
           05 ws-cnt-resend-records    pic 9(6) value zero.
      *
       01 ws-report-heading.
           05 filler                   pic x(44) value
                  "*** GL JOURNAL ACKNOWLEDGMENT REPORT ***".
           05 filler                   pic x(10) value "Run Date:".
           05 ws-rph-run-date          pic 9(8).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(17) value
                  "Overdue After:".
           05 ws-rph-days              pic zz9.
           05 filler                   pic x(5) value " Days".
      *
       01 ws-ack-section-heading.
           05 filler                   pic x(40) value
                  "** ACKNOWLEDGMENTS RECEIVED **".
      *
       01 ws-ack-col-heads.
           05 filler                   pic x(8) value "Run Date".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(6) value "Time".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(6) value "Our Ct".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(6) value "GL Ct".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(16) value "Our Hash".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(16) value "GL Hash".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "GL Said".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(30) value "Disposition".
      *
       01 ws-ack-line.
           05 ws-akl-run-date          pic x(8).
           05 filler                   pic x(5) value "  |  ".
           05 ws-akl-run-time          pic x(6).
           05 filler                   pic x(5) value "  |  ".
           05 ws-akl-our-count         pic z(5)9.
           05 filler                   pic x(5) value "  |  ".
           05 ws-akl-gl-count          pic z(5)9.
           05 filler                   pic x(5) value "  |  ".
           05 ws-akl-our-hash          pic z(12)9.99.
           05 filler                   pic x(5) value "  |  ".
           05 ws-akl-gl-hash           pic z(12)9.99.
           05 filler                   pic x(5) value "  |  ".
           05 ws-akl-gl-said           pic x(8).
           05 filler                   pic x(5) value "  |  ".
           05 ws-akl-result            pic x(30).
      *
       01 ws-overdue-section-heading.
           05 filler                   pic x(44) value
                  "** JOURNALS WITH NO ACKNOWLEDGMENT **".
      *
       01 ws-held-section-heading.
           05 filler                   pic x(44) value
                  "** JOURNALS HELD FOR RESEND **".
      *
       01 ws-journal-col-heads.
           05 filler                   pic x(8) value "Run Date".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(6) value "Time".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(6) value "Count".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(16) value "Hash".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "Days Old".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(30) value "Condition".
      *
       01 ws-journal-line.
           05 ws-jl-run-date           pic 9(8).
           05 filler                   pic x(5) value "  |  ".
           05 ws-jl-run-time           pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 ws-jl-count              pic z(5)9.
           05 filler                   pic x(5) value "  |  ".
           05 ws-jl-hash               pic z(12)9.99.
           05 filler                   pic x(5) value "  |  ".
           05 ws-jl-days-old           pic z(7)9.
           05 filler                   pic x(5) value "  |  ".
           05 ws-jl-condition          pic x(30).
      *
       01 ws-none-line.
           05 filler                   pic x(10) value "  NONE".
      *
       01 ws-report-summary.
           05 filler                   pic x(10) value "Journals:".
           05 ws-rpt-sum-journals      pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(6) value "Acks:".
           05 ws-rpt-sum-acks          pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(10) value "Accepted:".
           05 ws-rpt-sum-accepted      pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(10) value "Rejected:".
           05 ws-rpt-sum-rejected      pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(12) value "Mismatched:".
           05 ws-rpt-sum-mismatched    pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(11) value "Unmatched:".
           05 ws-rpt-sum-unmatched     pic 9(6).
      *
       01 ws-report-summary-2.
           05 filler                   pic x(18) value
                  "No Ack Over Days:".
           05 ws-rpt-sum-overdue       pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(19) value
                  "Held For Resend:".
           05 ws-rpt-sum-held          pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(16) value
                  "Resend Records:".
           05 ws-rpt-sum-resend        pic 9(6).
      *
       procedure division.
      *
       000-main.
      *
           accept ws-run-date from date yyyymmdd.
      *
           compute ws-run-date-int =
               function integer-of-date (ws-run-date).
      *
           perform 030-get-parameters.
      *
           open output report-file.
      *
           move ws-run-date to ws-rph-run-date.
           move ws-ack-days to ws-rph-days.
           write report-print-line from ws-report-heading
               before advancing 2 lines.
      *
           perform 100-load-journals.
           perform 150-load-ack-control.
           perform 200-match-acks.
           perform 300-list-overdue-journals.
           perform 350-list-held-journals.
           perform 400-rebuild-gl-archive.
           perform 500-write-ack-control.
           perform 900-write-report-summary.
      *
           close report-file.
      *
           goback.
      *
       030-get-parameters.
      *
           move spaces to ws-parm-card.
           accept ws-parm-card from sysin.
      *
           if ws-parm-days is numeric
               move ws-parm-days-n to ws-ack-days
           end-if.
      *
       100-load-journals.
      *
      *every run that handed finance a journal - a run that billed
      *nothing, an out-of-balance run, a period close, and the
      *records written before the gl figures were carried have no
      *journal to acknowledge
      *
           move "n" to ws-eof-flag.
      *
           open input run-audit-file.
      *
           if ws-aud-status not = "00" and ws-aud-status not = "05"
               display "A2_GLAck - run-audit dataset not available, "
                   "status " ws-aud-status
               move 16 to return-code
               goback
           end-if.
      *
           read run-audit-file
               at end
                   move ws-eof-yes to ws-eof-flag.
      *
           perform 110-load-one-journal
               until ws-eof-flag = ws-eof-yes.
      *
           close run-audit-file.
      *
       110-load-one-journal.
      *
           if ra-gl-record-count is numeric
              and ra-gl-hash-amount is numeric
              and ra-gl-record-count > zero
               if ws-jnl-count < ws-jnl-max
                   add 1 to ws-jnl-count
                   move ra-run-date        to
                       ws-jnl-run-date (ws-jnl-count)
                   move ra-run-time        to
                       ws-jnl-run-time (ws-jnl-count)
                   move ra-gl-record-count to
                       ws-jnl-record-count (ws-jnl-count)
                   move ra-gl-hash-amount  to
                       ws-jnl-hash-amount (ws-jnl-count)
                   move space              to
                       ws-jnl-status (ws-jnl-count)
                   move zero               to
                       ws-jnl-gl-count (ws-jnl-count)
                   move zero               to
                       ws-jnl-gl-hash (ws-jnl-count)
                   move zero               to
                       ws-jnl-ack-date (ws-jnl-count)
                   move spaces             to
                       ws-jnl-reason (ws-jnl-count)
                   add 1 to ws-cnt-journals
               else
                   display "A2_GLAck - more than " ws-jnl-max
                       " journals on the run-audit dataset, "
                       "oldest kept - run A2_HouseKeep"
                   move ws-eof-yes to ws-eof-flag
               end-if
           end-if.
      *
           if ws-eof-flag not = ws-eof-yes
               read run-audit-file
                   at end
                       move ws-eof-yes to ws-eof-flag
               end-read
           end-if.
      *
       150-load-ack-control.
      *
      *carry forward what the gl side said on earlier runs - a
      *journal whose run has since been purged from the run-audit
      *dataset simply drops off
      *
           move "n" to ws-ctl-eof-flag.
      *
           open input ack-control-file.
      *
           if ws-ctl-status = "00"
               read ack-control-file
                   at end
                       move ws-eof-yes to ws-ctl-eof-flag
               end-read
               perform 160-apply-one-control
                   until ws-ctl-eof-flag = ws-eof-yes
               close ack-control-file
           end-if.
      *
       160-apply-one-control.
      *
           move ac-run-date to ws-lookup-run-date.
           move ac-run-time to ws-lookup-run-time.
           perform 170-find-journal.
      *
           if ws-jnl-found
               move ac-status          to ws-jnl-status (ws-jnl-sub)
               move ac-gl-record-count to ws-jnl-gl-count (ws-jnl-sub)
               move ac-gl-hash-amount  to ws-jnl-gl-hash (ws-jnl-sub)
               move ac-ack-date        to ws-jnl-ack-date (ws-jnl-sub)
               move ac-reason          to ws-jnl-reason (ws-jnl-sub)
           end-if.
      *
           read ack-control-file
               at end
                   move ws-eof-yes to ws-ctl-eof-flag.
      *
       170-find-journal.
      *
           set ws-jnl-not-found to true.
      *
           perform 175-check-journal
               varying ws-jnl-sub from 1 by 1
               until ws-jnl-sub > ws-jnl-count
                  or ws-jnl-found.
      *
      *the varying has stepped one past the entry that matched
      *
           if ws-jnl-found
               subtract 1 from ws-jnl-sub
           end-if.
      *
       175-check-journal.
      *
           if ws-jnl-run-date (ws-jnl-sub) = ws-lookup-run-date
              and ws-jnl-run-time (ws-jnl-sub) = ws-lookup-run-time
               set ws-jnl-found to true
           end-if.
      *
       200-match-acks.
      *
      *match each acknowledgment to its run by the run date and
      *time the journal header carried; a later acknowledgment for
      *the same journal (a resend) replaces the earlier one. the
      *file is emptied afterwards so an acknowledgment is matched
      *once
      *
           move "n" to ws-eof-flag.
      *
           write report-print-line from ws-ack-section-heading
               before advancing 2 lines.
           write report-print-line from ws-ack-col-heads
               before advancing 2 lines.
      *
           open input ack-file.
      *
           if ws-ack-status = "00"
               move "y" to ws-ack-open-flag
               read ack-file
                   at end
                       move ws-eof-yes to ws-eof-flag
               end-read
           else
               move ws-eof-yes to ws-eof-flag
           end-if.
      *
           perform 210-match-one-ack
               until ws-eof-flag = ws-eof-yes.
      *
           if ws-cnt-acks-read = zero
               write report-print-line from ws-none-line
                   before advancing 1 line
           end-if.
      *
           if ws-ack-open-flag = "y"
               close ack-file
               open output ack-file
               close ack-file
           end-if.
      *
       210-match-one-ack.
      *
           add 1 to ws-cnt-acks-read.
      *
           move ak-run-date to ws-akl-run-date.
           move ak-run-time to ws-akl-run-time.
           move zero        to ws-akl-our-count.
           move zero        to ws-akl-our-hash.
           move zero        to ws-akl-gl-count.
           move zero        to ws-akl-gl-hash.
           move spaces      to ws-akl-gl-said.
           move spaces      to ws-akl-result.
      *
           if ak-record-count is numeric
               move ak-record-count to ws-akl-gl-count
           end-if.
           if ak-hash-amount is numeric
               move ak-hash-amount to ws-akl-gl-hash
           end-if.
           if ak-accepted
               move "ACCEPTED" to ws-akl-gl-said
           else if ak-rejected
               move "REJECTED" to ws-akl-gl-said
           end-if.
      *
           set ws-jnl-not-found to true.
           if ak-run-date is numeric and ak-run-time is numeric
               move ak-run-date to ws-lookup-run-date
               move ak-run-time to ws-lookup-run-time
               perform 170-find-journal
           end-if.
      *
           if ws-jnl-not-found
               add 1 to ws-cnt-unmatched
               move "NO SUCH JOURNAL ON RUN AUDIT" to ws-akl-result
           else
               perform 220-judge-ack
           end-if.
      *
           write report-print-line from ws-ack-line
               before advancing 1 line.
      *
           read ack-file
               at end
                   move ws-eof-yes to ws-eof-flag.
      *
       220-judge-ack.
      *
      *an acceptance only counts when the gl side loaded what we
      *sent - the same record count and hash as our trailer
      *
           move ws-jnl-record-count (ws-jnl-sub) to ws-akl-our-count.
           move ws-jnl-hash-amount (ws-jnl-sub)  to ws-akl-our-hash.
      *
           if ak-record-count is numeric
               move ak-record-count to ws-jnl-gl-count (ws-jnl-sub)
           else
               move zero to ws-jnl-gl-count (ws-jnl-sub)
           end-if.
           if ak-hash-amount is numeric
               move ak-hash-amount to ws-jnl-gl-hash (ws-jnl-sub)
           else
               move zero to ws-jnl-gl-hash (ws-jnl-sub)
           end-if.
           if ak-ack-date is numeric
               move ak-ack-date to ws-jnl-ack-date (ws-jnl-sub)
           else
               move ws-run-date to ws-jnl-ack-date (ws-jnl-sub)
           end-if.
      *
           evaluate true
               when ak-rejected
                   set ws-jnl-rejected (ws-jnl-sub) to true
                   move ak-reject-reason to ws-jnl-reason (ws-jnl-sub)
                   add 1 to ws-cnt-rejected
                   move "REJECTED - HELD FOR RESEND" to ws-akl-result
               when not ak-accepted
                   set ws-jnl-mismatch (ws-jnl-sub) to true
                   move "UNKNOWN ACK STATUS"
                       to ws-jnl-reason (ws-jnl-sub)
                   add 1 to ws-cnt-mismatched
                   move "UNKNOWN ACK STATUS" to ws-akl-result
               when ws-jnl-gl-count (ws-jnl-sub)
                      not = ws-jnl-record-count (ws-jnl-sub)
                   set ws-jnl-mismatch (ws-jnl-sub) to true
                   move "RECORD COUNT MISMATCH"
                       to ws-jnl-reason (ws-jnl-sub)
                   add 1 to ws-cnt-mismatched
                   move "RECORD COUNT MISMATCH" to ws-akl-result
               when ws-jnl-gl-hash (ws-jnl-sub)
                      not = ws-jnl-hash-amount (ws-jnl-sub)
                   set ws-jnl-mismatch (ws-jnl-sub) to true
                   move "HASH AMOUNT MISMATCH"
                       to ws-jnl-reason (ws-jnl-sub)
                   add 1 to ws-cnt-mismatched
                   move "HASH AMOUNT MISMATCH" to ws-akl-result
               when other
                   set ws-jnl-accepted (ws-jnl-sub) to true
                   move spaces to ws-jnl-reason (ws-jnl-sub)
                   add 1 to ws-cnt-accepted
                   move "ACCEPTED - MATCHED" to ws-akl-result
           end-evaluate.
      *
       300-list-overdue-journals.
      *
      *every journal the gl side has said nothing about for longer
      *than the card allows
      *
           move spaces to report-print-line.
           write report-print-line
               before advancing 1 line.
           write report-print-line from ws-overdue-section-heading
               before advancing 2 lines.
           write report-print-line from ws-journal-col-heads
               before advancing 2 lines.
      *
           perform 310-check-overdue-journal
               varying ws-jnl-sub from 1 by 1
               until ws-jnl-sub > ws-jnl-count.
      *
           if ws-cnt-overdue = zero
               write report-print-line from ws-none-line
                   before advancing 1 line
           end-if.
      *
       310-check-overdue-journal.
      *
      *integer-of-date hands back zero for an unusable run date -
      *such a journal is listed as soon as it is unacknowledged
      *
           if ws-jnl-unacked (ws-jnl-sub)
               compute ws-jnl-date-int =
                   function integer-of-date
                       (ws-jnl-run-date (ws-jnl-sub))
               if ws-jnl-date-int = zero
                   move 999 to ws-days-old
               else
                   compute ws-days-old =
                       ws-run-date-int - ws-jnl-date-int
               end-if
               if ws-days-old > ws-ack-days
                   add 1 to ws-cnt-overdue
                   perform 320-load-journal-line
                   move ws-days-old to ws-jl-days-old
                   move "NO ACKNOWLEDGMENT" to ws-jl-condition
                   write report-print-line from ws-journal-line
                       before advancing 1 line
               end-if
           end-if.
      *
       320-load-journal-line.
      *
           move ws-jnl-run-date (ws-jnl-sub)     to ws-jl-run-date.
           move ws-jnl-run-time (ws-jnl-sub)     to ws-jl-run-time.
           move ws-jnl-record-count (ws-jnl-sub) to ws-jl-count.
           move ws-jnl-hash-amount (ws-jnl-sub)  to ws-jl-hash.
           move zero                             to ws-jl-days-old.
      *
       350-list-held-journals.
      *
      *every journal rejected, or accepted with a different count
      *or hash, whenever it was acknowledged - they stay here until
      *a resend is accepted cleanly
      *
           move spaces to report-print-line.
           write report-print-line
               before advancing 1 line.
           write report-print-line from ws-held-section-heading
               before advancing 2 lines.
           write report-print-line from ws-journal-col-heads
               before advancing 2 lines.
      *
           perform 360-check-held-journal
               varying ws-jnl-sub from 1 by 1
               until ws-jnl-sub > ws-jnl-count.
      *
           if ws-cnt-held = zero
               write report-print-line from ws-none-line
                   before advancing 1 line
           end-if.
      *
       360-check-held-journal.
      *
           if ws-jnl-to-resend (ws-jnl-sub)
               add 1 to ws-cnt-held
               perform 320-load-journal-line
               compute ws-jnl-date-int =
                   function integer-of-date
                       (ws-jnl-run-date (ws-jnl-sub))
               if ws-jnl-date-int not = zero
                   compute ws-days-old =
                       ws-run-date-int - ws-jnl-date-int
                   move ws-days-old to ws-jl-days-old
               end-if
               move ws-jnl-reason (ws-jnl-sub) to ws-jl-condition
               write report-print-line from ws-journal-line
                   before advancing 1 line
           end-if.
      *
       400-rebuild-gl-archive.
      *
      *walk the archive: a journal accepted cleanly is dropped, a
      *journal held for resend is copied to the resend dataset as
      *well as kept, and anything not yet acknowledged is kept.
      *the kept records are then copied back over the archive
      *
           move "n" to ws-gla-eof-flag.
      *
           open output resend-file.
      *
           open input gl-archive-file.
      *
           if ws-gla-status not = "00"
               close resend-file
           else
               open output gla-work-file
               read gl-archive-file
                   at end
                       move ws-eof-yes to ws-gla-eof-flag
               end-read
               perform 410-sort-one-archive-record
                   until ws-gla-eof-flag = ws-eof-yes
               close gl-archive-file
               close gla-work-file
               close resend-file
               perform 420-restore-gl-archive
           end-if.
      *
       410-sort-one-archive-record.
      *
           move ga-run-date to ws-lookup-run-date.
           move ga-run-time to ws-lookup-run-time.
           perform 170-find-journal.
      *
           if ws-jnl-found
               if ws-jnl-to-resend (ws-jnl-sub)
                   move ga-gl-record to resend-line
                   write resend-line
                   add 1 to ws-cnt-resend-records
               end-if
           end-if.
      *
           if ws-jnl-not-found
               move gl-archive-line to gla-work-line
               write gla-work-line
           else if not ws-jnl-accepted (ws-jnl-sub)
               move gl-archive-line to gla-work-line
               write gla-work-line
           end-if.
      *
           read gl-archive-file
               at end
                   move ws-eof-yes to ws-gla-eof-flag.
      *
       420-restore-gl-archive.
      *
           move "n" to ws-gw-eof-flag.
      *
           open input gla-work-file.
           open output gl-archive-file.
      *
           read gla-work-file
               at end
                   move ws-eof-yes to ws-gw-eof-flag.
      *
           perform 425-restore-one-record
               until ws-gw-eof-flag = ws-eof-yes.
      *
           close gla-work-file.
           close gl-archive-file.
      *
       425-restore-one-record.
      *
           move gla-work-line to gl-archive-line.
           write gl-archive-line.
      *
           read gla-work-file
               at end
                   move ws-eof-yes to ws-gw-eof-flag.
      *
       500-write-ack-control.
      *
      *carry every acknowledged journal forward to the next run
      *
           open output ack-control-file.
      *
           perform 510-write-one-control
               varying ws-jnl-sub from 1 by 1
               until ws-jnl-sub > ws-jnl-count.
      *
           close ack-control-file.
      *
       510-write-one-control.
      *
           if not ws-jnl-unacked (ws-jnl-sub)
               move ws-jnl-run-date (ws-jnl-sub)  to ac-run-date
               move ws-jnl-run-time (ws-jnl-sub)  to ac-run-time
               move ws-jnl-status (ws-jnl-sub)    to ac-status
               move ws-jnl-gl-count (ws-jnl-sub)  to ac-gl-record-count
               move ws-jnl-gl-hash (ws-jnl-sub)   to ac-gl-hash-amount
               move ws-jnl-ack-date (ws-jnl-sub)  to ac-ack-date
               move ws-jnl-reason (ws-jnl-sub)    to ac-reason
               write ack-control-line
           end-if.
      *
       900-write-report-summary.
      *
           move ws-cnt-journals      to ws-rpt-sum-journals.
           move ws-cnt-acks-read     to ws-rpt-sum-acks.
           move ws-cnt-accepted      to ws-rpt-sum-accepted.
           move ws-cnt-rejected      to ws-rpt-sum-rejected.
           move ws-cnt-mismatched    to ws-rpt-sum-mismatched.
           move ws-cnt-unmatched     to ws-rpt-sum-unmatched.
           move ws-cnt-overdue       to ws-rpt-sum-overdue.
           move ws-cnt-held          to ws-rpt-sum-held.
           move ws-cnt-resend-records to ws-rpt-sum-resend.
      *
           move spaces to report-print-line.
           write report-print-line
               before advancing 1 line.
           write report-print-line from ws-report-summary
               before advancing 1 line.
           write report-print-line from ws-report-summary-2
               before advancing 1 line.
      *
      *anything finance has to chase ends the run with a warning
      *
           if ws-cnt-rejected > zero
              or ws-cnt-mismatched > zero
              or ws-cnt-unmatched > zero
              or ws-cnt-overdue > zero
              or ws-cnt-held > zero
               move 4 to return-code
           end-if.
      *
       end program A2_GLAck.
