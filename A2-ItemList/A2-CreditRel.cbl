       identification division.
       program-id. A2_CreditRel.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *credit hold release run - reads the customer sales the main
      *run held back (over the customer's credit limit, customer on
      *hold, customer unknown to the master) from its credit-hold
      *file, applies the release transactions keyed by the credit
      *clerks, and hands the released sales back to the next main
      *run through the release dataset. a released sale bills
      *without the limit or the customer's hold being tested
      *again, though the customer must still be on file; a sale
      *moved to the right customer number goes back through the
      *whole customer check. sales nobody has acted on yet are
      *carried forward, so nothing held is ever silently dropped,
      *and everything is accounted for on the release audit listing
      *
       environment division.
       configuration section.
       input-output section.
      *
       file-control.
      *
      *hold-file declaration - last night's held sales as written
      *by the main run
      *
           select hold-file
               assign to "../../../data/A2-ItemList.hld"
               organization is line sequential
               file status is ws-hld-status.
      *
      *release-transaction-file declaration - one transaction per
      *line keyed by customer number, optionally narrowed to one
      *item: release, cancel, or move to another customer number
      *
           select release-transaction-file
               assign to "../../../data/A2-CreditRel.trn"
               organization is line sequential
               file status is ws-trn-status.
      *
      *release-file declaration - released sales in credit-hold
      *format, picked up by the next main run after its recycled
      *records
      *
           select release-file
               assign to "../../../data/A2-ItemList.rel"
               organization is line sequential.
      *
      *pending-file declaration - held sales still awaiting a
      *decision, carried forward here. the prior run's pending
      *sales are read back in at startup and put through today's
      *transactions alongside the hold file
      *
           select pending-file
               assign to "../../../data/A2-CreditRel.pnd"
               organization is line sequential
               file status is ws-pnd-status.
      *
      *audit-file declaration - the release audit listing: what
      *each transaction did, and what is still held
      *
           select audit-file
               assign to "../../../data/A2-CreditRel.aud"
               organization is line sequential.
      *
       data division.
       file section.
      *
      *the held sale carries the detail record as the main run read
      *it, the price confirmation it came in with, the release
      *mark, why and when it was held, its batch, what it would
      *have charged the customer and the warehouse it sold from.
      *the warehouse is carried through untouched so the sale bills
      *against the same stock when it is released
      *
       fd hold-file
           data record is hold-line
           record contains 92 characters.
      *
       01 hold-line                    pic x(92).
      *
       fd release-transaction-file
           data record is release-transaction-line
           record contains 25 characters.
      *
       01 release-transaction-line.
           05 rt-customer-number       pic 9(6).
           05 rt-customer-x redefines rt-customer-number
                                       pic x(6).
           05 rt-action                pic x.
           05 rt-item-number           pic x(4).
           05 rt-new-customer          pic 9(6).
           05 rt-new-customer-x redefines rt-new-customer
                                       pic x(6).
           05 rt-clerk-id              pic x(8).
      *
       fd release-file
           data record is release-line
           record contains 92 characters.
      *
       01 release-line                 pic x(92).
      *
       fd pending-file
           data record is pending-line
           record contains 92 characters.
      *
       01 pending-line                 pic x(92).
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
           05 ws-hld-status            pic xx value spaces.
           05 ws-hld-open-flag         pic x value "n".
           05 ws-trn-status            pic xx value spaces.
           05 ws-trn-eof-flag          pic x value "n".
           05 ws-trn-open-flag         pic x value "n".
           05 ws-pnd-status            pic xx value spaces.
           05 ws-pnd-eof-flag          pic x value "n".
           05 ws-pnd-open-flag         pic x value "n".
      *
      *carry-forward table - the prior run's pending sales, loaded
      *before the pending file is reopened for output so they can
      *be put through today's transactions
      *
       01 ws-carry-controls.
           05 ws-carry-count           pic 9(4) value zero.
           05 ws-carry-max             pic 9(4) value 1000.
           05 ws-carry-sub             pic 9(4) value zero.
      *
       01 ws-carry-table.
           05 ws-carry-entry occurs 1000 times
                                       pic x(92).
      *
      *release transaction table - the credit clerks key a handful
      *of decisions a day, so the file is loaded up front and
      *scanned per held sale; every matching transaction is
      *applied in the order it was keyed
      *
       01 ws-trn-controls.
           05 ws-trn-count             pic 9(3) value zero.
           05 ws-trn-max               pic 9(3) value 200.
           05 ws-trn-sub               pic 9(3) value zero.
      *
       01 ws-trn-table.
           05 ws-trn-entry occurs 200 times.
               10 ws-trn-customer      pic 9(6).
               10 ws-trn-customer-x redefines ws-trn-customer
                                       pic x(6).
               10 ws-trn-action        pic x.
                   88 ws-trn-release       value "R".
                   88 ws-trn-cancel        value "C".
                   88 ws-trn-move          value "N".
               10 ws-trn-item          pic x(4).
               10 ws-trn-new-customer  pic 9(6).
               10 ws-trn-new-customer-x redefines
                  ws-trn-new-customer  pic x(6).
               10 ws-trn-clerk-id      pic x(8).
               10 ws-trn-used-flag     pic x.
                   88 ws-trn-used          value "y".
      *
      *work copy of the held sale being decided - the transactions
      *are applied here, then it is routed by its disposition
      *
       01 ws-hold-record.
           05 ws-hold-detail.
               10 ws-hold-item-number  pic 9(4).
               10 ws-hold-item-x redefines ws-hold-item-number
                                       pic x(4).
               10 ws-hold-class        pic x.
               10 ws-hold-desc         pic x(13).
               10 ws-hold-qty          pic 999.
               10 ws-hold-price        pic 9(4)v99.
               10 ws-hold-trans-type   pic x.
               10 ws-hold-customer     pic 9(6).
               10 ws-hold-customer-x redefines ws-hold-customer
                                       pic x(6).
           05 ws-hold-price-confirm    pic x.
           05 ws-hold-credit-release   pic x.
               88 ws-hold-limit-released value "Y".
           05 ws-hold-reason           pic x(30).
           05 ws-hold-date             pic 9(8).
           05 ws-hold-batch            pic 9(6).
           05 ws-hold-amount           pic 9(7)v99.
           05 ws-hold-warehouse        pic x(3).
      *
       01 ws-disposition-controls.
           05 ws-disposition           pic x value "K".
               88 ws-disp-kept         value "K".
               88 ws-disp-released     value "R".
               88 ws-disp-cancelled    value "C".
      *
      *run counters for the audit summary
      *
       01 ws-counters.
           05 ws-cnt-held              pic 9(6) value zero.
           05 ws-cnt-carried           pic 9(6) value zero.
           05 ws-cnt-transactions      pic 9(6) value zero.
           05 ws-cnt-released          pic 9(6) value zero.
           05 ws-cnt-cancelled         pic 9(6) value zero.
           05 ws-cnt-pending           pic 9(6) value zero.
           05 ws-cnt-unmatched         pic 9(6) value zero.
      *
       01 ws-audit-heading.
           05 filler                   pic x(33) value
                  "*** CREDIT HOLD RELEASE AUDIT ***".
      *
       01 ws-audit-col-heads.
           05 filler                   pic x(8) value "Customer".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(4) value "Item".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(14) value "Action".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(12) value "Amount".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(10) value "Held Since".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(8) value "Clerk".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(30) value "Disposition".
      *
       01 ws-audit-line.
           05 ws-aud-customer          pic x(6).
           05 filler                   pic xx value spaces.
           05 filler                   pic x(5) value "  |  ".
           05 ws-aud-item              pic x(4).
           05 filler                   pic x(5) value "  |  ".
           05 ws-aud-action            pic x(14).
           05 filler                   pic x(5) value "  |  ".
           05 ws-aud-amount            pic z,zzz,zz9.99.
           05 filler                   pic x(5) value "  |  ".
           05 ws-aud-held-since        pic 9(8).
           05 filler                   pic xx value spaces.
           05 filler                   pic x(5) value "  |  ".
           05 ws-aud-clerk             pic x(8).
           05 filler                   pic x(5) value "  |  ".
           05 ws-aud-result            pic x(30).
      *
       01 ws-audit-summary.
           05 filler                   pic x(12) value "Held Today:".
           05 ws-aud-sum-held          pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(13) value "Carried Fwd:".
           05 ws-aud-sum-carried       pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(10) value "Released:".
           05 ws-aud-sum-released      pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(11) value "Cancelled:".
           05 ws-aud-sum-cancelled     pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(12) value "Still Held:".
           05 ws-aud-sum-pending       pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(11) value "Unmatched:".
           05 ws-aud-sum-unmatched     pic 9(6).
      *
       procedure division.
      *
       000-main.
      *
           perform 050-load-transactions.
           perform 060-load-prior-pending.
      *
           open input hold-file.
           open output release-file.
           open output pending-file.
           open output audit-file.
      *
           write audit-print-line from ws-audit-heading
               before advancing 2 lines.
           write audit-print-line from ws-audit-col-heads
               before advancing 2 lines.
      *
           if ws-hld-status = "00"
               move "y" to ws-hld-open-flag
               read hold-file
                   at end
                       move ws-eof-yes to ws-eof-flag
               end-read
           else
               move ws-eof-yes to ws-eof-flag
           end-if.
      *
           perform 100-process-held-sale
               until ws-eof-flag = ws-eof-yes.
      *
           perform 600-process-carried-sales.
           perform 700-list-unused-transactions.
           perform 900-write-audit-summary.
      *
           if ws-hld-open-flag = "y"
               close hold-file
           end-if.
           close release-file.
           close pending-file.
           close audit-file.
      *
           goback.
      *
       050-load-transactions.
      *
      *pull the whole release transaction file into the table - a
      *missing file just means no decisions were keyed today
      *
           move "n" to ws-trn-eof-flag.
           move zero to ws-trn-count.
      *
           open input release-transaction-file.
      *
           if ws-trn-status not = "00"
               move ws-eof-yes to ws-trn-eof-flag
           else
               move "y" to ws-trn-open-flag
               read release-transaction-file
                   at end
                       move ws-eof-yes to ws-trn-eof-flag
               end-read
           end-if.
      *
           perform 055-load-transaction-record
               until ws-trn-eof-flag = ws-eof-yes.
      *
           if ws-trn-open-flag = "y"
               close release-transaction-file
           end-if.
      *
           move ws-trn-count to ws-cnt-transactions.
      *
       055-load-transaction-record.
      *
           if ws-trn-count >= ws-trn-max
               display "A2_CreditRel - transaction file exceeds "
                   ws-trn-max " transactions, extras ignored"
               move ws-eof-yes to ws-trn-eof-flag
           else
               add 1 to ws-trn-count
               move rt-customer-x to
                   ws-trn-customer-x (ws-trn-count)
               move rt-action       to ws-trn-action (ws-trn-count)
               move rt-item-number  to ws-trn-item (ws-trn-count)
               move rt-new-customer-x to
                   ws-trn-new-customer-x (ws-trn-count)
               move rt-clerk-id     to ws-trn-clerk-id (ws-trn-count)
               move "n"             to ws-trn-used-flag (ws-trn-count)
               read release-transaction-file
                   at end
                       move ws-eof-yes to ws-trn-eof-flag
               end-read
           end-if.
      *
       060-load-prior-pending.
      *
      *pull the prior run's pending sales into the carry table
      *before the pending file is reopened for output - a missing
      *file just means yesterday cleared every hold
      *
           move "n" to ws-pnd-eof-flag.
           move zero to ws-carry-count.
      *
           open input pending-file.
      *
           if ws-pnd-status not = "00"
               move "n" to ws-pnd-open-flag
               move ws-eof-yes to ws-pnd-eof-flag
           else
               move "y" to ws-pnd-open-flag
               read pending-file
                   at end
                       move ws-eof-yes to ws-pnd-eof-flag
               end-read
           end-if.
      *
           perform 065-load-pending-record
               until ws-pnd-eof-flag = ws-eof-yes.
      *
           if ws-pnd-open-flag = "y"
               close pending-file
           end-if.
      *
       065-load-pending-record.
      *
           if ws-carry-count >= ws-carry-max
               display "A2_CreditRel - pending carry-forward "
                   "exceeds " ws-carry-max " sales, extras dropped"
               move ws-eof-yes to ws-pnd-eof-flag
           else
               add 1 to ws-carry-count
               move pending-line to ws-carry-entry (ws-carry-count)
               read pending-file
                   at end
                       move ws-eof-yes to ws-pnd-eof-flag
               end-read
           end-if.
      *
       100-process-held-sale.
      *
      *a sale fresh off the hold file comes in with no release mark
      *
           add 1 to ws-cnt-held.
           move hold-line to ws-hold-record.
           move space to ws-hold-credit-release.
      *
           perform 105-decide-held-sale.
      *
           read hold-file
               at end
                   move ws-eof-yes to ws-eof-flag.
      *
       105-decide-held-sale.
      *
      *apply every transaction keyed against the sale's customer
      *(and, where one is named, its item), then route the sale by
      *where the transactions left it - shared by the hold file and
      *the carried-forward pending sales
      *
           set ws-disp-kept to true.
      *
           perform 110-apply-transaction
               varying ws-trn-sub from 1 by 1
               until ws-trn-sub > ws-trn-count
                  or ws-disp-cancelled.
      *
           evaluate true
               when ws-disp-released
                   perform 300-write-release
               when ws-disp-kept
                   perform 400-write-pending
               when other
                   continue
           end-evaluate.
      *
       110-apply-transaction.
      *
           if ws-trn-customer-x (ws-trn-sub) = ws-hold-customer-x
              and (ws-trn-item (ws-trn-sub) = spaces
                   or ws-trn-item (ws-trn-sub) = ws-hold-item-x)
               perform 120-apply-one-transaction
           end-if.
      *
       120-apply-one-transaction.
      *
      *a release approves the sale past the customer's credit limit.
      *a move puts it on the customer number it should have carried
      *and sends it back through the whole customer check - the new
      *customer's limit has not been looked at, so any earlier
      *release no longer stands. a cancel drops the sale for good
      *
           set ws-trn-used (ws-trn-sub) to true.
           move ws-hold-customer-x  to ws-aud-customer.
           move ws-hold-item-x      to ws-aud-item.
           move ws-hold-amount      to ws-aud-amount.
           move ws-hold-date        to ws-aud-held-since.
           move ws-trn-clerk-id (ws-trn-sub) to ws-aud-clerk.
           move spaces              to ws-aud-result.
      *
           evaluate true
               when ws-trn-release (ws-trn-sub)
                   move "RELEASE" to ws-aud-action
                   set ws-hold-limit-released to true
                   set ws-disp-released to true
                   move "APPLIED" to ws-aud-result
               when ws-trn-move (ws-trn-sub)
                   move "MOVE CUSTOMER" to ws-aud-action
                   if ws-trn-new-customer (ws-trn-sub) is numeric
                      and ws-trn-new-customer (ws-trn-sub) > zero
                       move ws-trn-new-customer (ws-trn-sub)
                           to ws-hold-customer
                       move space to ws-hold-credit-release
                       set ws-disp-released to true
                       string "MOVED TO "    delimited by size
                              ws-hold-customer-x delimited by size
                         into ws-aud-result
                       end-string
                   else
                       move "NEW CUSTOMER NOT NUMERIC"
                           to ws-aud-result
                   end-if
               when ws-trn-cancel (ws-trn-sub)
                   move "CANCEL" to ws-aud-action
                   set ws-disp-cancelled to true
                   add 1 to ws-cnt-cancelled
                   move "SALE CANCELLED" to ws-aud-result
               when other
                   move "BAD ACTION" to ws-aud-action
                   move "TRANSACTION IGNORED" to ws-aud-result
           end-evaluate.
      *
           write audit-print-line from ws-audit-line
               before advancing 1 line.
      *
       300-write-release.
      *
      *the decided sale goes back to the next main run
      *
           move ws-hold-record to release-line.
           write release-line.
      *
           add 1 to ws-cnt-released.
      *
           move ws-hold-customer-x  to ws-aud-customer.
           move ws-hold-item-x      to ws-aud-item.
           move "DISPOSITION"       to ws-aud-action.
           move ws-hold-amount      to ws-aud-amount.
           move ws-hold-date        to ws-aud-held-since.
           move spaces              to ws-aud-clerk.
           if ws-hold-limit-released
               move "RELEASED OVER LIMIT" to ws-aud-result
           else
               move "RELEASED FOR CUSTOMER CHECK" to ws-aud-result
           end-if.
           write audit-print-line from ws-audit-line
               before advancing 1 line.
      *
       400-write-pending.
      *
      *nobody has decided this sale yet - carry it forward with the
      *reason and date it was first held
      *
           move ws-hold-record to pending-line.
           write pending-line.
      *
           add 1 to ws-cnt-pending.
      *
           move ws-hold-customer-x  to ws-aud-customer.
           move ws-hold-item-x      to ws-aud-item.
           move "DISPOSITION"       to ws-aud-action.
           move ws-hold-amount      to ws-aud-amount.
           move ws-hold-date        to ws-aud-held-since.
           move spaces              to ws-aud-clerk.
           move ws-hold-reason      to ws-aud-result.
           write audit-print-line from ws-audit-line
               before advancing 1 line.
      *
       600-process-carried-sales.
      *
      *run the prior run's pending sales through the same decide /
      *route machinery as last night's holds
      *
           perform 610-process-one-carried-sale
               varying ws-carry-sub from 1 by 1
               until ws-carry-sub > ws-carry-count.
      *
       610-process-one-carried-sale.
      *
           add 1 to ws-cnt-carried.
           move ws-carry-entry (ws-carry-sub) to ws-hold-record.
           move space to ws-hold-credit-release.
      *
           perform 105-decide-held-sale.
      *
       700-list-unused-transactions.
      *
      *transactions that matched no held sale are listed so a
      *mis-keyed customer or item number does not vanish without a
      *trace
      *
           perform 710-check-unused-transaction
               varying ws-trn-sub from 1 by 1
               until ws-trn-sub > ws-trn-count.
      *
       710-check-unused-transaction.
      *
           if not ws-trn-used (ws-trn-sub)
               add 1 to ws-cnt-unmatched
               move ws-trn-customer (ws-trn-sub) to ws-hold-customer
               move ws-hold-customer-x to ws-aud-customer
               move ws-trn-item (ws-trn-sub) to ws-aud-item
               move "NO MATCH"   to ws-aud-action
               move zero         to ws-aud-amount
               move zero         to ws-aud-held-since
               move ws-trn-clerk-id (ws-trn-sub) to ws-aud-clerk
               move "TRANSACTION MATCHED NO SALE" to ws-aud-result
               write audit-print-line from ws-audit-line
                   before advancing 1 line
           end-if.
      *
       900-write-audit-summary.
      *
           move ws-cnt-held       to ws-aud-sum-held.
           move ws-cnt-carried    to ws-aud-sum-carried.
           move ws-cnt-released   to ws-aud-sum-released.
           move ws-cnt-cancelled  to ws-aud-sum-cancelled.
           move ws-cnt-pending    to ws-aud-sum-pending.
           move ws-cnt-unmatched  to ws-aud-sum-unmatched.
      *
           move spaces to audit-print-line.
           write audit-print-line
               before advancing 1 line.
           write audit-print-line from ws-audit-summary
               before advancing 1 line.
      *
      *a mis-keyed transaction raises the condition code so the
      *credit clerks look at the listing before the main run
      *
           if ws-cnt-unmatched > zero
               move 4 to return-code
               display "A2_CreditRel - " ws-cnt-unmatched
                   " transactions matched no held sale"
           end-if.
      *
       end program A2_CreditRel.
