       identification division.
       program-id. A2_CustMaint.
       author. Rob Savoie.
       date-written. Oct 15/2026.
      *
      *customer master maintenance run - applies the transactions
      *keyed by the credit clerks against the indexed customer
      *master the main run checks every customer sale against: add
      *an account (with its opening balance on conversion), replace
      *its name, set its credit limit, place it on or take it off
      *credit hold, post a payment received against the balance, or
      *delete it. the balance itself is the main run's to post -
      *a payment is the only thing that brings it down here. every
      *transaction - applied or rejected - is accounted for on the
      *maintenance audit listing with its old and new values
      *
       environment division.
       configuration section.
       input-output section.
      *
       file-control.
      *
      *maintenance-file declaration - one transaction per line keyed
      *by customer number: add, replace name, set credit limit,
      *place on hold, release hold, payment or delete
      *
           select maintenance-file
               assign to "../../../data/A2-CustMaint.trn"
               organization is line sequential
               file status is ws-mnt-status.
      *
      *customer-master-file declaration - the same indexed master
      *the main run checks and posts, keyed on customer number
      *
           select customer-master-file
               assign to "../../../data/A2-CustMaster.dat"
               organization is indexed
               access mode is random
               record key is cm-customer-number
               file status is ws-cm-status.
      *
      *audit-file declaration - the maintenance audit listing: what
      *was applied, the old and new values, and what was rejected
      *
           select audit-file
               assign to "../../../data/A2-CustMaint.aud"
               organization is line sequential.
      *
       data division.
       file section.
      *
      *the amount is the payment received on a payment, and the
      *opening balance carried over on an add
      *
       fd maintenance-file
           data record is maintenance-line
           record contains 59 characters.
      *
       01 maintenance-line.
           05 mt-customer-number       pic 9(6).
           05 mt-action                pic x.
               88 mt-add-record        value "A".
               88 mt-repl-name         value "N".
               88 mt-set-limit         value "L".
               88 mt-place-hold        value "H".
               88 mt-release-hold      value "R".
               88 mt-payment           value "P".
               88 mt-delete-record     value "X".
           05 mt-name                  pic x(30).
           05 mt-credit-limit          pic 9(9)v99.
           05 mt-credit-limit-x redefines mt-credit-limit
                                       pic x(11).
           05 mt-amount                pic 9(9)v99.
           05 mt-amount-x redefines mt-amount
                                       pic x(11).
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
           05 ws-mnt-status            pic xx value spaces.
           05 ws-mnt-open-flag         pic x value "n".
           05 ws-cm-status             pic xx value spaces.
           05 ws-master-found-flag     pic x value "n".
               88 ws-master-found      value "y".
               88 ws-master-not-found  value "n".
      *
      *display copies of the money fields for the audit columns -
      *the raw signed balance carries its sign in the last byte
      *and would list unreadably
      *
       01 ws-edit-fields.
           05 ws-money-edited          pic -,---,---,--9.99.
      *
       01 ws-applied-balance.
           05 filler                   pic x(14) value
                  "APPLIED, BAL".
           05 ws-ab-balance            pic -,---,---,--9.99.
      *
      *run counters for the audit summary
      *
       01 ws-counters.
           05 ws-cnt-transactions      pic 9(6) value zero.
           05 ws-cnt-added             pic 9(6) value zero.
           05 ws-cnt-changed           pic 9(6) value zero.
           05 ws-cnt-deleted           pic 9(6) value zero.
           05 ws-cnt-rejected          pic 9(6) value zero.
      *
       01 ws-audit-heading.
           05 filler                   pic x(41) value
                  "*** CUSTOMER MASTER MAINTENANCE AUDIT ***".
      *
       01 ws-audit-col-heads.
           05 filler                   pic x(8) value "Customer".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(14) value "Action".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(30) value "Old Value".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(30) value "New Value".
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(30) value "Disposition".
      *
       01 ws-audit-line.
           05 ws-aud-customer          pic 9(6).
           05 filler                   pic xx value spaces.
           05 filler                   pic x(5) value "  |  ".
           05 ws-aud-action            pic x(14).
           05 filler                   pic x(5) value "  |  ".
           05 ws-aud-old               pic x(30).
           05 filler                   pic x(5) value "  |  ".
           05 ws-aud-new               pic x(30).
           05 filler                   pic x(5) value "  |  ".
           05 ws-aud-result            pic x(30).
      *
       01 ws-audit-summary.
           05 filler                   pic x(14) value "Transactions:".
           05 ws-aud-sum-transactions  pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(7) value "Added:".
           05 ws-aud-sum-added         pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(9) value "Changed:".
           05 ws-aud-sum-changed       pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(9) value "Deleted:".
           05 ws-aud-sum-deleted       pic 9(6).
           05 filler                   pic x(5) value "  |  ".
           05 filler                   pic x(10) value "Rejected:".
           05 ws-aud-sum-rejected      pic 9(6).
      *
       procedure division.
      *
       000-main.
      *
           perform 060-open-customer-master.
      *
           open input maintenance-file.
           open output audit-file.
      *
           write audit-print-line from ws-audit-heading
               before advancing 2 lines.
           write audit-print-line from ws-audit-col-heads
               before advancing 2 lines.
      *
           if ws-mnt-status = "00"
               move "y" to ws-mnt-open-flag
               read maintenance-file
                   at end
                       move ws-eof-yes to ws-eof-flag
               end-read
           else
               display "A2_CustMaint - maintenance file not "
                   "available, status " ws-mnt-status
               move ws-eof-yes to ws-eof-flag
           end-if.
      *
           perform 100-process-transaction
               until ws-eof-flag = ws-eof-yes.
      *
           perform 900-write-audit-summary.
      *
           if ws-mnt-open-flag = "y"
               close maintenance-file
           end-if.
           close customer-master-file.
           close audit-file.
      *
           goback.
      *
       060-open-customer-master.
      *
      *maintenance without the master is pointless, so an
      *unavailable file is fatal here. a master that simply does
      *not exist yet (first load) is created empty so the add
      *transactions can build it
      *
           open i-o customer-master-file.
      *
           if ws-cm-status = "35"
               open output customer-master-file
               close customer-master-file
               open i-o customer-master-file
           end-if.
      *
           if ws-cm-status not = "00"
               display "A2_CustMaint - customer master not "
                   "available, status " ws-cm-status
               move 16 to return-code
               goback
           end-if.
      *
       100-process-transaction.
      *
      *fetch the master record the transaction is keyed against and
      *route by action code - only the add path expects no record
      *
           add 1 to ws-cnt-transactions.
      *
           move spaces to ws-aud-old.
           move spaces to ws-aud-new.
           move spaces to ws-aud-result.
           move mt-customer-number to ws-aud-customer.
      *
           move mt-customer-number to cm-customer-number.
           read customer-master-file
               invalid key
                   set ws-master-not-found to true
               not invalid key
                   set ws-master-found to true
           end-read.
      *
           evaluate true
               when mt-add-record
                   perform 200-add-record
               when mt-repl-name
                   perform 300-replace-name
               when mt-set-limit
                   perform 400-set-credit-limit
               when mt-place-hold
                   perform 500-place-hold
               when mt-release-hold
                   perform 550-release-hold
               when mt-payment
                   perform 700-post-payment
               when mt-delete-record
                   perform 600-delete-record
               when other
                   move "BAD ACTION" to ws-aud-action
                   move mt-action to ws-aud-old
                   perform 800-reject-transaction
           end-evaluate.
      *
           write audit-print-line from ws-audit-line
               before advancing 1 line.
      *
           read maintenance-file
               at end
                   move ws-eof-yes to ws-eof-flag.
      *
       200-add-record.
      *
      *open a fresh account from the transaction, in good standing.
      *the amount field carries the balance an account brings with
      *it when it is converted onto the master - blank for a new
      *customer
      *
           move "ADD" to ws-aud-action.
      *
           if ws-master-found
               move cm-name to ws-aud-old
               move "CUSTOMER ALREADY ON MASTER" to ws-aud-result
               perform 800-reject-transaction
           else if mt-customer-number is not numeric
                   or mt-customer-number = zero
               move "INVALID CUSTOMER NUMBER" to ws-aud-result
               perform 800-reject-transaction
           else if mt-name = spaces
               move "NAME MISSING" to ws-aud-result
               perform 800-reject-transaction
           else if mt-credit-limit is not numeric
               move mt-credit-limit-x to ws-aud-new
               move "CREDIT LIMIT NOT NUMERIC" to ws-aud-result
               perform 800-reject-transaction
           else
               move mt-customer-number to cm-customer-number
               move mt-name            to cm-name
               move mt-credit-limit    to cm-credit-limit
               if mt-amount is numeric
                   move mt-amount to cm-balance
               else
                   move zero to cm-balance
               end-if
               set cm-in-good-standing to true
               write customer-master-rec
                   invalid key
                       move "MASTER WRITE FAILED" to ws-aud-result
                       perform 800-reject-transaction
                   not invalid key
                       move mt-name to ws-aud-new
                       move cm-balance to ws-ab-balance
                       move ws-applied-balance to ws-aud-result
                       add 1 to ws-cnt-added
               end-write
           end-if.
      *
       300-replace-name.
      *
           move "REPLACE NAME" to ws-aud-action.
      *
           if ws-master-not-found
               move "NO MASTER RECORD" to ws-aud-result
               perform 800-reject-transaction
           else if mt-name = spaces
               move "NAME MISSING" to ws-aud-result
               perform 800-reject-transaction
           else
               move cm-name  to ws-aud-old
               move mt-name  to cm-name
               move cm-name  to ws-aud-new
               rewrite customer-master-rec
               move "APPLIED" to ws-aud-result
               add 1 to ws-cnt-changed
           end-if.
      *
       400-set-credit-limit.
      *
      *a blank or non-numeric limit is refused rather than zeroing
      *the limit of an account already trading - a zero limit is
      *keyed as zeros on purpose
      *
           move "SET LIMIT" to ws-aud-action.
      *
           if ws-master-not-found
               move "NO MASTER RECORD" to ws-aud-result
               perform 800-reject-transaction
           else if mt-credit-limit is not numeric
               move mt-credit-limit-x to ws-aud-new
               move "CREDIT LIMIT NOT NUMERIC" to ws-aud-result
               perform 800-reject-transaction
           else
               move cm-credit-limit to ws-money-edited
               move ws-money-edited to ws-aud-old
               move mt-credit-limit to cm-credit-limit
               move cm-credit-limit to ws-money-edited
               move ws-money-edited to ws-aud-new
               rewrite customer-master-rec
               move "APPLIED" to ws-aud-result
               add 1 to ws-cnt-changed
           end-if.
      *
       500-place-hold.
      *
      *an account on hold has every sale routed to the main run's
      *customer exceptions until the hold is released here
      *
           move "PLACE HOLD" to ws-aud-action.
      *
           if ws-master-not-found
               move "NO MASTER RECORD" to ws-aud-result
               perform 800-reject-transaction
           else if cm-on-hold
               move "ALREADY ON HOLD" to ws-aud-result
               perform 800-reject-transaction
           else
               move "GOOD STANDING" to ws-aud-old
               set cm-on-hold to true
               move "ON HOLD" to ws-aud-new
               rewrite customer-master-rec
               move "APPLIED" to ws-aud-result
               add 1 to ws-cnt-changed
           end-if.
      *
       550-release-hold.
      *
           move "RELEASE HOLD" to ws-aud-action.
      *
           if ws-master-not-found
               move "NO MASTER RECORD" to ws-aud-result
               perform 800-reject-transaction
           else if not cm-on-hold
               move "NOT ON HOLD" to ws-aud-result
               perform 800-reject-transaction
           else
               move "ON HOLD" to ws-aud-old
               set cm-in-good-standing to true
               move "GOOD STANDING" to ws-aud-new
               rewrite customer-master-rec
               move "APPLIED" to ws-aud-result
               add 1 to ws-cnt-changed
           end-if.
      *
       600-delete-record.
      *
      *an account still owing (or owed) money is refused - closing
      *it would lose the balance from the receivable
      *
           move "DELETE" to ws-aud-action.
      *
           if ws-master-not-found
               move "NO MASTER RECORD" to ws-aud-result
               perform 800-reject-transaction
           else if cm-balance not = zero
               move cm-balance to ws-money-edited
               move ws-money-edited to ws-aud-old
               move "BALANCE NOT ZERO" to ws-aud-result
               perform 800-reject-transaction
           else
               move cm-name to ws-aud-old
               delete customer-master-file
               move "DELETED" to ws-aud-result
               add 1 to ws-cnt-deleted
           end-if.
      *
       700-post-payment.
      *
      *a payment received comes off the balance, which is what
      *frees the account's credit for the next main run
      *
           move "PAYMENT" to ws-aud-action.
      *
           if ws-master-not-found
               move "NO MASTER RECORD" to ws-aud-result
               perform 800-reject-transaction
           else if mt-amount is not numeric
               move mt-amount-x to ws-aud-new
               move "PAYMENT NOT NUMERIC" to ws-aud-result
               perform 800-reject-transaction
           else if mt-amount = zero
               move mt-amount-x to ws-aud-new
               move "ZERO PAYMENT" to ws-aud-result
               perform 800-reject-transaction
           else
               move cm-balance to ws-money-edited
               move ws-money-edited to ws-aud-old
               subtract mt-amount from cm-balance
               move mt-amount to ws-money-edited
               move ws-money-edited to ws-aud-new
               rewrite customer-master-rec
               move cm-balance to ws-ab-balance
               move ws-applied-balance to ws-aud-result
               add 1 to ws-cnt-changed
           end-if.
      *
       800-reject-transaction.
      *
           add 1 to ws-cnt-rejected.
      *
           if ws-aud-result = spaces
               move "TRANSACTION IGNORED" to ws-aud-result
           end-if.
      *
       900-write-audit-summary.
      *
           move ws-cnt-transactions to ws-aud-sum-transactions.
           move ws-cnt-added        to ws-aud-sum-added.
           move ws-cnt-changed      to ws-aud-sum-changed.
           move ws-cnt-deleted      to ws-aud-sum-deleted.
           move ws-cnt-rejected     to ws-aud-sum-rejected.
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
       end program A2_CustMaint.
