       identification division.
       program-id. po-raise.

       environment division.
       input-output section.
       file-control.
           select suggestion-file assign to "REORDSUG.DAT"
               organization is line sequential
               file status is ws-suggestion-file-status.
           select vendor-master-file assign to "VENDMAST.DAT"
               organization is indexed
               access mode is random
               record key is vm-vendor-id
               file status is ws-vendmast-file-status.
           select inventory-master-file assign to "INVMAST.DAT"
               organization is indexed
               access mode is random
               record key is im-item-number
               file status is ws-invmast-file-status.
           select purchase-order-file assign to "POMAST.DAT"
               organization is indexed
               access mode is random
               record key is po-key
               file status is ws-pomast-file-status.
           select sequence-file assign to "POSEQ.DAT"
               organization is line sequential
               file status is ws-sequence-file-status.
           select raise-report-file assign to "PORAISE.DAT"
               organization is line sequential.
           select operator-master-file assign to "OPERMAST.DAT"
               organization is line sequential
               file status is ws-opermast-file-status.
           select audit-log-file assign to "AUDIT.DAT"
               organization is line sequential
               file status is ws-audit-file-status.
           select suggestion-work-file assign to "REORDWRK.DAT"
               organization is line sequential
               file status is ws-sugwork-file-status.
           select sort-file assign to "POSRT".

       data division.
       file section.
       fd  suggestion-file.
       01  suggestion-record pic x(50).

       fd  suggestion-work-file.
       01  suggestion-work-record pic x(50).

       fd  vendor-master-file.
           copy vendmast.

       fd  inventory-master-file.
           copy invmast.

       fd  purchase-order-file.
           copy pomast.

       fd  sequence-file.
       01  sequence-record pic x(20).

       fd  raise-report-file.
       01  raise-report-record pic x(100).

       fd  operator-master-file.
       01  operator-master-record pic x(44).

       fd  audit-log-file.
       01  audit-log-record pic x(344).

       sd  sort-file.
       01  sort-record.
           05 srt-vendor-id pic x(6).
           05 srt-item-number pic 9(3).
           05 srt-order-qty pic 9(5).
           05 srt-unit-cost pic 9(5)v99.
           05 srt-suggestion-seq pic 9(5).

       working-storage section.
       01 ws-eof-flag pic x value "N".
           88 end-of-input value "Y".
       01 ws-sort-eof-flag pic x value "N".
           88 end-of-sort value "Y".

       01 ws-suggestion-file-status pic x(2) value spaces.
       01 ws-vendmast-file-status pic x(2) value spaces.
       01 ws-invmast-file-status pic x(2) value spaces.
       01 ws-pomast-file-status pic x(2) value spaces.
       01 ws-sequence-file-status pic x(2) value spaces.
       01 ws-sugwork-file-status pic x(2) value spaces.
       01 ws-suggestions-available-flag pic x value "N".
           88 suggestions-are-available value "Y".
       01 ws-sugwork-eof-flag pic x value "N".
           88 end-of-sugwork value "Y".

       01 suggestion-detail-line.
           05 sg-item-number pic x(3).
           05 filler pic x(1).
           05 sg-vendor-id pic x(6).
           05 filler pic x(1).
           05 sg-suggested-qty pic x(5).
           05 filler pic x(1).
           05 sg-unit-cost pic x(7).
           05 sg-unit-cost-num redefines sg-unit-cost pic 9(5)v99.
           05 filler pic x(1).
           05 sg-approved pic x(1).
               88 suggestion-is-approved value "A".
           05 filler pic x(1).
           05 sg-approved-qty pic x(5).

       01 sequence-detail-line.
           05 sq-last-po-number pic 9(6).
           05 filler pic x(14).

       01 ws-po-number pic 9(6) value zero.
       01 ws-po-line pic 9(2) value zero.
       01 ws-cur-vendor-id pic x(6) value spaces.
       01 ws-vendor-open-flag pic x value "N".
           88 vendor-is-open value "Y".
       01 ws-vendor-ok-flag pic x value "N".
           88 vendor-is-usable value "Y".
       01 ws-lead-days pic 9(3) value zero.
       01 ws-order-qty pic 9(5) value zero.
       01 ws-reject-reason pic x(40) value spaces.
       01 ws-line-value pic 9(9)v99 value zero.
       01 ws-po-value pic 9(9)v99 value zero.
       01 ws-total-value pic 9(9)v99 value zero.
       01 ws-default-location pic x(3) value "ST1".

       01 ws-run-date-num pic 9(8) value zero.
       01 ws-due-integer pic 9(7) value zero.
       01 ws-due-date-num pic 9(8) value zero.

       01 ws-suggestions-read pic 9(5) value zero.
       01 ws-not-approved pic 9(5) value zero.
       01 ws-rejected-count pic 9(5) value zero.
       01 ws-lines-raised pic 9(5) value zero.
       01 ws-suggestions-kept pic 9(5) value zero.
       01 ws-rewrite-seq pic 9(5) value zero.
       01 ws-raised-max pic 9(5) value 2000.
       01 raised-suggestion-table.
           05 rs-raised-flag occurs 2000 times pic x.
               88 suggestion-was-raised value "Y".
       01 ws-orders-raised pic 9(5) value zero.

       01 ws-current-date-time pic x(21).
       01 ws-run-date-time redefines ws-current-date-time.
           05 ws-run-yyyy pic 9(4).
           05 ws-run-mm pic 9(2).
           05 ws-run-dd pic 9(2).
           05 ws-run-hh pic 9(2).
           05 ws-run-mn pic 9(2).
           05 ws-run-ss pic 9(2).
           05 filler pic x(7).

       01 ws-operator-id pic x(8) value spaces.
       01 ws-opermast-file-status pic x(2) value spaces.
       01 ws-audit-file-status pic x(2) value spaces.
       01 ws-opermast-eof-flag pic x value "N".
           88 end-of-opermast value "Y".
       01 ws-operator-ok-flag pic x value "N".
           88 operator-is-authorized value "Y".
       01 ws-operator-found-flag pic x value "N".
           88 operator-is-known value "Y".
       01 ws-required-level pic 9 value 1.
           copy opermast.
           copy auditrec.

       01 raise-title-line.
           05 filler pic x(36)
               value "PURCHASE ORDERS RAISED".
           05 filler pic x(10) value "RUN DATE: ".
           05 rtl-date pic x(10).

       01 raise-order-line.
           05 filler pic x(9) value "PO ".
           05 rol-po-number pic 9(6).
           05 filler pic x(9) value "  VENDOR ".
           05 rol-vendor-id pic x(6).
           05 filler pic x(2) value spaces.
           05 rol-vendor-name pic x(30).
           05 filler pic x(6) value "  DUE ".
           05 rol-due-date pic x(10).

       01 raise-line-line.
           05 filler pic x(4) value spaces.
           05 rll-po-line pic 99.
           05 filler pic x(2) value spaces.
           05 rll-item-number pic zz9.
           05 filler pic x(2) value spaces.
           05 rll-description pic x(30).
           05 filler pic x(2) value spaces.
           05 rll-order-qty pic zzzz9.
           05 filler pic x(2) value spaces.
           05 rll-unit-cost pic zzzz9.99.
           05 filler pic x(2) value spaces.
           05 rll-line-value pic zzzzzzzz9.99.

       01 raise-po-total-line.
           05 filler pic x(36) value spaces.
           05 filler pic x(16) value "ORDER VALUE".
           05 rpt-po-value pic zzzzzzzz9.99.

       01 raise-reject-line.
           05 filler pic x(9) value "REJECTED ".
           05 rrj-item-number pic x(3).
           05 filler pic x(2) value spaces.
           05 rrj-vendor-id pic x(6).
           05 filler pic x(2) value spaces.
           05 rrj-reason pic x(40).

       01 raise-total-line.
           05 rtt-label pic x(30).
           05 rtt-count pic zzzzzz9.

       01 raise-value-line.
           05 rvl-label pic x(30).
           05 rvl-value pic zzzzzzzz9.99.

       procedure division.

       000-main.
           display "Purchase Order Raise - batch run".
           perform 100-initialize.
           sort sort-file
               ascending key srt-vendor-id srt-item-number
               input procedure is 200-load-approved-suggestions
               output procedure is 300-raise-orders.
           perform 700-write-totals.
           perform 900-terminate.
           stop run.

       100-initialize.
           move function current-date to ws-current-date-time.
           perform 105-validate-operator.
           perform 107-write-run-audit-line.
           perform 110-load-sequence.
           move ws-run-yyyy to ws-run-date-num(1:4).
           move ws-run-mm to ws-run-date-num(5:2).
           move ws-run-dd to ws-run-date-num(7:2).
           open input vendor-master-file.
           if ws-vendmast-file-status not = "00"
               display "Vendor master unavailable, status "
                   ws-vendmast-file-status " - run refused"
               move 8 to return-code
               stop run
           end-if.
           open input inventory-master-file.
           if ws-invmast-file-status not = "00"
               display "Inventory master unavailable, status "
                   ws-invmast-file-status " - run refused"
               close vendor-master-file
               move 8 to return-code
               stop run
           end-if.
           open i-o purchase-order-file.
           if ws-pomast-file-status = "35"
               open output purchase-order-file
               close purchase-order-file
               open i-o purchase-order-file
           end-if.
           open output raise-report-file.
           move ws-run-mm to rtl-date(1:2).
           move "/" to rtl-date(3:1).
           move ws-run-dd to rtl-date(4:2).
           move "/" to rtl-date(6:1).
           move ws-run-yyyy to rtl-date(7:4).
           write raise-report-record from raise-title-line.
           move spaces to raise-report-record.
           write raise-report-record.

       105-validate-operator.
           accept ws-operator-id from environment "METAR_OPERATOR_ID".
           if ws-operator-id = spaces
               move "UNKNOWN" to ws-operator-id
           end-if.
           move "N" to ws-operator-ok-flag ws-operator-found-flag.
           move "N" to ws-opermast-eof-flag.
           open input operator-master-file.
           if ws-opermast-file-status = "00"
               perform until end-of-opermast
                   read operator-master-file
                       into operator-master-line
                       at end set end-of-opermast to true
                       not at end
                           if om-operator-id = ws-operator-id
                               set operator-is-known to true
                               if om-operator-active
                                  and om-permission-level
                                      >= ws-required-level
                                   set operator-is-authorized
                                       to true
                               end-if
                           end-if
                   end-read
               end-perform
               close operator-master-file
           else
               display "Operator master unavailable, status "
                   ws-opermast-file-status
           end-if.
           if not operator-is-authorized
               if not operator-is-known
                   display "Operator " ws-operator-id
                       " not on operator master - run refused"
               else
                   display "Operator " ws-operator-id
                       " inactive or lacks permission - run refused"
               end-if
               move 8 to return-code
               stop run
           end-if.

       107-write-run-audit-line.
           open extend audit-log-file.
           if ws-audit-file-status = "35"
               open output audit-log-file
           end-if.
           move spaces to audit-detail-line.
           move spaces to aud-timestamp.
           move ws-run-yyyy to aud-timestamp(1:4).
           move "-" to aud-timestamp(5:1).
           move ws-run-mm to aud-timestamp(6:2).
           move "-" to aud-timestamp(8:1).
           move ws-run-dd to aud-timestamp(9:2).
           move " " to aud-timestamp(11:1).
           move ws-run-hh to aud-timestamp(12:2).
           move ":" to aud-timestamp(14:1).
           move ws-run-mn to aud-timestamp(15:2).
           move ":" to aud-timestamp(17:1).
           move ws-run-ss to aud-timestamp(18:2).
           move ws-operator-id to aud-operator-id.
           move "PO-RAISE" to aud-station-id.
           move "RUN" to aud-outcome.
           move "Purchase order raise started" to aud-detail.
           write audit-log-record from audit-detail-line.
           close audit-log-file.

       110-load-sequence.
           move zero to ws-po-number.
           open input sequence-file.
           if ws-sequence-file-status = "00"
               read sequence-file into sequence-detail-line
                   at end continue
               end-read
               if sq-last-po-number is numeric
                   move sq-last-po-number to ws-po-number
               end-if
               close sequence-file
           end-if.

       200-load-approved-suggestions.
           move all "N" to raised-suggestion-table.
           open input suggestion-file.
           if ws-suggestion-file-status not = "00"
               display "Suggestion file unavailable, status "
                   ws-suggestion-file-status
               set end-of-input to true
           else
               set suggestions-are-available to true
           end-if.
           perform 210-read-one-suggestion until end-of-input.
           if ws-suggestion-file-status = "00"
              or ws-suggestion-file-status = "10"
               close suggestion-file
           end-if.

       210-read-one-suggestion.
           read suggestion-file into suggestion-detail-line
               at end
                   set end-of-input to true
               not at end
                   add 1 to ws-suggestions-read
                   perform 220-edit-one-suggestion
           end-read.

       220-edit-one-suggestion.
           move spaces to ws-reject-reason.
           if not suggestion-is-approved
               add 1 to ws-not-approved
           else
               if sg-item-number is not numeric
                   move "Item number not numeric" to ws-reject-reason
               end-if
               if ws-reject-reason = spaces
                  and sg-approved-qty not = spaces
                  and sg-approved-qty is not numeric
                   move "Approved quantity not numeric"
                       to ws-reject-reason
               end-if
               if ws-reject-reason = spaces
                  and sg-approved-qty = spaces
                  and sg-suggested-qty is not numeric
                   move "Suggested quantity not numeric"
                       to ws-reject-reason
               end-if
               if ws-reject-reason = spaces
                  and sg-vendor-id = spaces
                   move "No vendor on suggestion" to ws-reject-reason
               end-if
               if ws-reject-reason = spaces
                   if sg-approved-qty not = spaces
                       move sg-approved-qty to ws-order-qty
                   else
                       move sg-suggested-qty to ws-order-qty
                   end-if
                   if ws-order-qty = zero
                       move "Order quantity is zero"
                           to ws-reject-reason
                   end-if
               end-if
               if ws-reject-reason = spaces
                  and ws-suggestions-read > ws-raised-max
                   move "Too many suggestions - rerun for rest"
                       to ws-reject-reason
               end-if
               if ws-reject-reason = spaces
                   move ws-suggestions-read to srt-suggestion-seq
                   move sg-vendor-id to srt-vendor-id
                   move sg-item-number to srt-item-number
                   move ws-order-qty to srt-order-qty
                   if sg-unit-cost is numeric
                       move sg-unit-cost-num to srt-unit-cost
                   else
                       move zero to srt-unit-cost
                   end-if
                   release sort-record
               else
                   perform 400-write-reject-line
               end-if
           end-if.

       300-raise-orders.
           move "N" to ws-sort-eof-flag ws-vendor-open-flag.
           perform 310-return-one-line until end-of-sort.
           if vendor-is-open
               perform 390-close-order
           end-if.

       310-return-one-line.
           return sort-file
               at end
                   set end-of-sort to true
               not at end
                   perform 320-raise-one-line
           end-return.

       320-raise-one-line.
           if vendor-is-open and srt-vendor-id not = ws-cur-vendor-id
               perform 390-close-order
           end-if.
           if not vendor-is-open
               perform 330-open-order
           end-if.
           if vendor-is-usable and ws-po-line = 99
               perform 390-close-order
               perform 330-open-order
           end-if.
           if not vendor-is-usable
               move srt-item-number to sg-item-number
               move srt-vendor-id to sg-vendor-id
               perform 400-write-reject-line
           else
               move srt-item-number to im-item-number
               read inventory-master-file
                   invalid key
                       move srt-item-number to sg-item-number
                       move srt-vendor-id to sg-vendor-id
                       move "Item not on inventory master"
                           to ws-reject-reason
                       perform 400-write-reject-line
                   not invalid key
                       perform 340-write-po-line
               end-read
           end-if.

       330-open-order.
           set vendor-is-open to true.
           move srt-vendor-id to ws-cur-vendor-id.
           move zero to ws-po-line ws-po-value.
           move "N" to ws-vendor-ok-flag.
           move srt-vendor-id to vm-vendor-id.
           read vendor-master-file
               invalid key
                   move "Vendor not on vendor master"
                       to ws-reject-reason
               not invalid key
                   if vm-vendor-active
                       set vendor-is-usable to true
                   else
                       move "Vendor not active" to ws-reject-reason
                   end-if
           end-read.
           if vendor-is-usable
               add 1 to ws-po-number
                   on size error
                       move "N" to ws-vendor-ok-flag
                       move "PO number range exhausted"
                           to ws-reject-reason
                       display "PO number range exhausted - no order"
                           " raised for vendor " srt-vendor-id
                       move 8 to return-code
               end-add
           end-if.
           if vendor-is-usable
               add 1 to ws-orders-raised
               compute ws-due-integer =
                   function integer-of-date(ws-run-date-num)
                   + vm-lead-days
               compute ws-due-date-num =
                   function date-of-integer(ws-due-integer)
               move ws-po-number to rol-po-number
               move vm-vendor-id to rol-vendor-id
               move vm-vendor-name to rol-vendor-name
               move ws-due-date-num(5:2) to rol-due-date(1:2)
               move "/" to rol-due-date(3:1)
               move ws-due-date-num(7:2) to rol-due-date(4:2)
               move "/" to rol-due-date(6:1)
               move ws-due-date-num(1:4) to rol-due-date(7:4)
               write raise-report-record from raise-order-line
           end-if.

       340-write-po-line.
           add 1 to ws-po-line.
           move ws-po-number to po-number.
           move ws-po-line to po-line.
           move ws-cur-vendor-id to po-vendor-id.
           move srt-item-number to po-item-number.
           move ws-default-location to po-location.
           move ws-run-date-num to po-order-date.
           move ws-due-date-num to po-due-date.
           move srt-order-qty to po-order-qty.
           move zero to po-received-qty.
           if srt-unit-cost > zero
               move srt-unit-cost to po-unit-cost
           else
               move im-unit-cost to po-unit-cost
           end-if.
           move "O" to po-status.
           move zero to po-last-receipt-date.
           write purchase-order-record
               invalid key
                   move srt-item-number to sg-item-number
                   move srt-vendor-id to sg-vendor-id
                   move "PO line already on file" to ws-reject-reason
                   perform 400-write-reject-line
               not invalid key
                   add 1 to ws-lines-raised
                   move "Y" to rs-raised-flag(srt-suggestion-seq)
                   compute ws-line-value = po-order-qty * po-unit-cost
                   add ws-line-value to ws-po-value ws-total-value
                   move po-line to rll-po-line
                   move po-item-number to rll-item-number
                   move im-item-description to rll-description
                   move po-order-qty to rll-order-qty
                   move po-unit-cost to rll-unit-cost
                   move ws-line-value to rll-line-value
                   write raise-report-record from raise-line-line
           end-write.

       390-close-order.
           if vendor-is-usable
               move ws-po-value to rpt-po-value
               write raise-report-record from raise-po-total-line
               move spaces to raise-report-record
               write raise-report-record
           end-if.
           move "N" to ws-vendor-open-flag.

       400-write-reject-line.
           add 1 to ws-rejected-count.
           move sg-item-number to rrj-item-number.
           move sg-vendor-id to rrj-vendor-id.
           move ws-reject-reason to rrj-reason.
           write raise-report-record from raise-reject-line.

       700-write-totals.
           move spaces to raise-report-record.
           write raise-report-record.
           move "SUGGESTIONS READ:" to rtt-label.
           move ws-suggestions-read to rtt-count.
           write raise-report-record from raise-total-line.
           move "NOT APPROVED:" to rtt-label.
           move ws-not-approved to rtt-count.
           write raise-report-record from raise-total-line.
           move "REJECTED:" to rtt-label.
           move ws-rejected-count to rtt-count.
           write raise-report-record from raise-total-line.
           move "PURCHASE ORDERS RAISED:" to rtt-label.
           move ws-orders-raised to rtt-count.
           write raise-report-record from raise-total-line.
           move "PO LINES RAISED:" to rtt-label.
           move ws-lines-raised to rtt-count.
           write raise-report-record from raise-total-line.
           move "TOTAL VALUE ORDERED:" to rvl-label.
           move ws-total-value to rvl-value.
           write raise-report-record from raise-value-line.

       800-save-sequence.
           open output sequence-file.
           move spaces to sequence-detail-line.
           move ws-po-number to sq-last-po-number.
           write sequence-record from sequence-detail-line.
           close sequence-file.

       850-clear-suggestions.
           if suggestions-are-available
               perform 860-copy-unraised-suggestions
               perform 870-restore-suggestions
               display "Suggestions kept:  " ws-suggestions-kept
           end-if.

       860-copy-unraised-suggestions.
           open input suggestion-file.
           open output suggestion-work-file.
           move zero to ws-rewrite-seq ws-suggestions-kept.
           move "N" to ws-sugwork-eof-flag.
           perform until end-of-sugwork
               read suggestion-file
                   at end set end-of-sugwork to true
                   not at end
                       add 1 to ws-rewrite-seq
                       perform 865-keep-one-suggestion
               end-read
           end-perform.
           close suggestion-work-file.
           close suggestion-file.

       865-keep-one-suggestion.
           if ws-rewrite-seq > ws-raised-max
               write suggestion-work-record
                   from suggestion-record
               add 1 to ws-suggestions-kept
           else
               if not suggestion-was-raised(ws-rewrite-seq)
                   write suggestion-work-record
                       from suggestion-record
                   add 1 to ws-suggestions-kept
               end-if
           end-if.

       870-restore-suggestions.
           open output suggestion-file.
           open input suggestion-work-file.
           move "N" to ws-sugwork-eof-flag.
           perform until end-of-sugwork
               read suggestion-work-file
                   at end set end-of-sugwork to true
                   not at end
                       write suggestion-record
                           from suggestion-work-record
               end-read
           end-perform.
           close suggestion-work-file.
           close suggestion-file.

       900-terminate.
           perform 800-save-sequence.
           perform 850-clear-suggestions.
           close vendor-master-file.
           close inventory-master-file.
           close purchase-order-file.
           close raise-report-file.
           display "Suggestions read:  " ws-suggestions-read.
           display "PO lines raised:   " ws-lines-raised.

       end program po-raise.
