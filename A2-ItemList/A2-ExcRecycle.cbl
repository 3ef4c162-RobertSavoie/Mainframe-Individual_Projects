      *
      *correction-file declaration - one transaction per line keyed
      *by item number: replace class, replace qty, replace price,
      *replace transaction type, confirm price or delete
      *
           select correction-file
               assign to "../../../data/A2-ItemList.cor"
      *
       fd exception-file
           data record is exception-line
           record contains 76 characters.
      *
       01 exception-line.
           05 el-item-number           pic 9(4).
           05 el-qty                   pic 999.
           05 el-price-per-unit        pic 9(4)v99.
           05 el-trans-type            pic x.
           05 el-price-confirm         pic x.
           05 filler                   pic x(2).
           05 el-reason                pic x(30).
           05 el-batch-number          pic 9(6).
           05 el-customer-number       pic x(6).
           05 el-warehouse-code        pic x(3).
      *
       fd correction-file
           data record is correction-line
           05 rm-trans-percent         pic 9v99.
           05 rm-trans-cost            pic 9(3)v99.
           05 rm-effective-date        pic 9(8).
      *
      *a price the clerks confirmed is marked on the recycled
      *record so the main run's price check lets it through. the
      *customer the sale is billed to and the warehouse it was
      *sold from ride behind it unchanged
      *
       fd recycle-file
           data record is recycle-line
           record contains 38 characters.
      *
       01 recycle-line.
           05 rl-item-number           pic 9(4).
           05 rl-qty                   pic 999.
           05 rl-price-per-unit        pic 9(4)v99.
           05 rl-trans-type            pic x.
           05 rl-price-confirm         pic x.
           05 rl-customer-number       pic x(6).
           05 rl-warehouse-code        pic x(3).
      *
      *the date first rejected and the originating batch travel
      *with the unresolved record, so a reject that has bounced
      *through the cycle for a week no longer looks like one from
      *last night. the price flag keeps a price held for (or
      *given) confirmation while another field is being fixed
      *
       fd unresolved-file
           data record is unresolved-line
           record contains 84 characters.
      *
       01 unresolved-line.
           05 ul-item-number           pic 9(4).
           05 ul-qty                   pic 999.
           05 ul-price-per-unit        pic 9(4)v99.
           05 ul-trans-type            pic x.
           05 ul-price-flag            pic x.
           05 filler                   pic x(2) value spaces.
           05 ul-reason                pic x(30).
           05 ul-first-reject-date     pic 9(8).
           05 ul-batch-number          pic 9(6).
           05 ul-customer-number       pic x(6).
           05 ul-warehouse-code        pic x(3).
      *
       fd audit-file
           data record is audit-print-line
               10 ws-carry-qty         pic 999.
               10 ws-carry-price       pic 9(4)v99.
               10 ws-carry-trans-type  pic x.
               10 ws-carry-price-flag  pic x.
               10 filler               pic x(2).
               10 ws-carry-reason      pic x(30).
               10 ws-carry-first-date  pic 9(8).
               10 ws-carry-batch       pic 9(6).
               10 ws-carry-customer    pic x(6).
               10 ws-carry-warehouse   pic x(3).
      *
      *product-class rate table - loaded the same way the main run
      *loads it, so a class merchandising adds or drops shows up in
                   88 ws-cor-repl-qty      value "Q".
                   88 ws-cor-repl-price    value "P".
                   88 ws-cor-repl-type     value "T".
                   88 ws-cor-confirm-price value "K".
                   88 ws-cor-delete        value "D".
               10 ws-cor-new-class     pic x.
               10 ws-cor-new-qty       pic 999.
                                       pic x(6).
           05 ws-work-trans-type       pic x value space.
               88 ws-work-valid-type   value "S", "R", " ".
      *
      *a price the main run found outside the item's selling
      *history is held in the cycle until the clerks confirm it
      *or replace it - space means no price question is open
      *
           05 ws-work-price-flag       pic x value space.
               88 ws-work-price-held   value "H".
               88 ws-work-price-confirmed value "Y".
               88 ws-work-price-clear  value space.
           05 ws-work-delete-flag      pic x value "n".
               88 ws-work-deleted      value "y".
           05 ws-work-first-date       pic 9(8) value zero.
           05 ws-work-batch            pic 9(6) value zero.
           05 ws-work-customer         pic x(6) value spaces.
           05 ws-work-warehouse        pic x(3) value spaces.
      *
       01 ws-edit-flags.
           05 ws-record-status         pic x value "Y".
           move el-price-per-unit   to ws-work-price-per-unit.
           move el-trans-type       to ws-work-trans-type.
      *
      *a price reject opens the price question; a record that came
      *back with its price already confirmed keeps the confirmation
      *while whatever else bounced it is fixed
      *
           evaluate true
               when el-price-confirm = "Y"
                   set ws-work-price-confirmed to true
               when el-reason = "PRICE OUTSIDE HISTORY RANGE"
                   set ws-work-price-held to true
               when other
                   set ws-work-price-clear to true
           end-evaluate.
      *
      *a record fresh off the exception file was first rejected by
      *last night's run - it starts its aging clock today
      *
           else
               move zero to ws-work-batch
           end-if.
      *
      *the customer and warehouse are not corrected here - a sale
      *rejected before customers were carried reads back as a cash
      *sale, and one rejected before warehouses were carried reads
      *back blank, which the main run takes as the home warehouse
      *
           move el-customer-number to ws-work-customer.
           move el-warehouse-code  to ws-work-warehouse.
      *
           perform 105-process-work-record.
      *
      *
      *only a transaction that actually changes or deletes the
      *record counts as applied - a bad action code is listed and
      *ignored. a replaced price is judged afresh by the main run,
      *so it drops any confirmation given to the old one
      *
           evaluate true
               when ws-cor-repl-class (ws-cor-sub)
                   move ws-cor-new-price (ws-cor-sub)
                       to ws-work-price-per-unit
                   move ws-work-price-x to ws-aud-new
                   set ws-work-price-clear to true
                   add 1 to ws-cnt-applied
               when ws-cor-repl-type (ws-cor-sub)
                   move "REPLACE TYPE" to ws-aud-action
                       to ws-work-trans-type
                   move ws-work-trans-type to ws-aud-new
                   add 1 to ws-cnt-applied
               when ws-cor-confirm-price (ws-cor-sub)
                   move "CONFIRM PRICE" to ws-aud-action
                   move ws-work-price-x to ws-aud-old
                   move "CONFIRMED" to ws-aud-new
                   set ws-work-price-confirmed to true
                   add 1 to ws-cnt-applied
               when ws-cor-delete (ws-cor-sub)
                   move "DELETE" to ws-aud-action
                   set ws-work-deleted to true
       150-edit-record.
      *
      *the same three edits the main run applies, in the same order,
      *against the corrected work record. the price history check
      *needs the item master and stays with the main run - here an
      *out-of-range price neither confirmed nor replaced is simply
      *kept in the cycle rather than recycled to bounce again
      *
           set ws-record-valid to true.
           move spaces to ws-reject-reason.
           else if not ws-work-valid-type
               set ws-record-invalid to true
               move "INVALID TRANS TYPE" to ws-reject-reason
           else if ws-work-price-held
               set ws-record-invalid to true
               move "PRICE OUTSIDE HISTORY RANGE" to ws-reject-reason
           end-if.
      *
       160-find-rate-entry.
           move ws-work-qty             to rl-qty.
           move ws-work-price-per-unit  to rl-price-per-unit.
           move ws-work-trans-type      to rl-trans-type.
           move ws-work-customer        to rl-customer-number.
           move ws-work-warehouse       to rl-warehouse-code.
           if ws-work-price-confirmed
               move "Y" to rl-price-confirm
           else
               move space to rl-price-confirm
           end-if.
      *
           write recycle-line.
      *
           move "DISPOSITION"       to ws-aud-action.
           move spaces              to ws-aud-old.
           move spaces              to ws-aud-new.
           if ws-work-price-confirmed
               move "RECYCLED - PRICE CONFIRMED" to ws-aud-result
           else
               move "RECYCLED"          to ws-aud-result
           end-if.
           write audit-print-line from ws-audit-line
               before advancing 1 line.
      *
           move ws-work-qty             to ul-qty.
           move ws-work-price-per-unit  to ul-price-per-unit.
           move ws-work-trans-type      to ul-trans-type.
           move ws-work-price-flag      to ul-price-flag.
           move ws-reject-reason        to ul-reason.
           move ws-work-first-date      to ul-first-reject-date.
           move ws-work-batch           to ul-batch-number.
           move ws-work-customer        to ul-customer-number.
           move ws-work-warehouse       to ul-warehouse-code.
      *
           write unresolved-line.
      *
           move ws-carry-trans-type (ws-carry-sub)
               to ws-work-trans-type.
      *
      *a carried record written before the price flag existed
      *reads back space-filled, which is no open price question
      *
           evaluate ws-carry-price-flag (ws-carry-sub)
               when "H"
                   set ws-work-price-held to true
               when "Y"
                   set ws-work-price-confirmed to true
               when other
                   set ws-work-price-clear to true
           end-evaluate.
      *
      *a carried record keeps its original first-reject date; one
      *written before the date existed reads back space-filled and
      *starts its clock today rather than aging off a blank
           else
               move zero to ws-work-batch
           end-if.
           move ws-carry-customer (ws-carry-sub) to ws-work-customer.
           move ws-carry-warehouse (ws-carry-sub)
               to ws-work-warehouse.
      *
           perform 105-process-work-record.
      *
