           select item-history-file assign to "ITEMHIST.DAT"
               organization is line sequential
               file status is ws-history-file-status.
           select purchase-order-file assign to "POMAST.DAT"
               organization is indexed
               access mode is random
               record key is po-key
               file status is ws-pomast-file-status.
           select station-master-file assign to "STNMAST.DAT"
               organization is indexed
               access mode is random
               record key is sm-station-id
               file status is ws-stnmast-file-status.
           select work-order-file assign to "WORKORD.DAT"
               organization is indexed
               access mode is random
               record key is wo-key
               file status is ws-workord-file-status.
           select period-control-file assign to "INVPERD.DAT"
               organization is line sequential
               file status is ws-period-file-status.
           select system-control-file assign to "SYSCTL.DAT"
               organization is line sequential
               file status is ws-sysctl-file-status.

       data division.
       file section.
               88 unit-cost-is-present value "Y".
           05 trans-location pic x(3).
           05 trans-to-location pic x(3).
           05 trans-reference pic x(10).
           05 trans-po-reference redefines trans-reference.
               10 trans-po-number pic 9(6).
               10 trans-po-line pic 9(2).
               10 filler pic x(2).
           05 trans-wo-reference redefines trans-reference.
               10 trans-wo-station-id pic x(4).
               10 trans-wo-number pic 9(6).
           05 trans-item-reference redefines trans-reference.
               10 trans-vendor-id pic x(6).
               10 filler pic x(4).
           05 trans-reason-code pic x(1).
               88 trans-is-count-adjustment value "C".
           05 filler pic x(3).

       fd  inventory-report-file.
       01  inventory-report-record pic x(80).

       fd  item-history-file.
       01  item-history-record pic x(80).

       fd  purchase-order-file.
           copy pomast.

       fd  station-master-file.
           copy stnmast.

       fd  work-order-file.
           copy workord.

       fd  period-control-file.
       01  period-control-record pic x(30).

       fd  system-control-file.
           copy sysctl.

       working-storage section.
       01 ws-sysctl-file-status pic x(2) value spaces.
       01 ws-sysctl-available-flag pic x value "N".
           88 sysctl-is-available value "Y".
       01 ws-business-date pic 9(8) value zero.
       01 ws-window-start pic x(12) value spaces.
       01 ws-window-end pic x(12) value spaces.

       01 ws-eof-flag pic x value "N".
           88 end-of-input value "Y".
       01 ws-master-eof-flag pic x value "N".

       01 ws-invmast-file-status pic x(2) value spaces.
       01 ws-history-file-status pic x(2) value spaces.
       01 ws-pomast-file-status pic x(2) value spaces.
       01 ws-period-file-status pic x(2) value spaces.
       01 ws-stnmast-file-status pic x(2) value spaces.
       01 ws-stnmast-available-flag pic x value "Y".
           88 stnmast-is-available value "Y".
       01 ws-workord-file-status pic x(2) value spaces.
       01 ws-issue-ok-flag pic x value "N".
           88 issue-is-authorized value "Y".
       01 ws-wo-matched-flag pic x value "N".
           88 issue-has-wo value "Y".
       01 ws-issue-value pic 9(9)v99 value zero.
           copy invperd.
       01 ws-posting-period pic 9(6) value zero.

       01 ws-receipt-cost pic 9(5)v99 value zero.
       01 ws-stock-value pic 9(11)v99 value zero.

       01 ws-receipt-ok-flag pic x value "N".
           88 receipt-is-matched value "Y".
       01 ws-po-matched-flag pic x value "N".
           88 receipt-has-po value "Y".
       01 ws-posted-flag pic x value "N".
           88 transaction-was-posted value "Y".
       01 ws-po-outstanding pic 9(5) value zero.

       01 ws-current-date-time pic x(21).
       01 ws-run-date-time redefines ws-current-date-time.
           05 ih-location pic x(3).
           05 filler pic x(1) value space.
           05 ih-to-location pic x(3).
           05 filler pic x(1) value space.
           05 ih-reference pic x(10).
           05 filler pic x(1) value space.
           05 ih-reason-code pic x(1).
           05 filler pic x(1) value space.
           05 ih-unit-cost pic 9(5)v99.

       01 ws-loc-request pic x(3) value spaces.
       01 ws-loc-idx pic 9 value zero.

       100-initialize.
           move function current-date to ws-current-date-time.
           perform 102-read-system-control.
           perform 103-apply-business-date.
           perform 110-check-posting-period.
           open i-o inventory-master-file.
           if ws-invmast-file-status = "35"
               open output inventory-master-file
           if ws-history-file-status = "35"
               open output item-history-file
           end-if.
           open i-o purchase-order-file.
           if ws-pomast-file-status = "35"
               open output purchase-order-file
               close purchase-order-file
               open i-o purchase-order-file
           end-if.
           open input station-master-file.
           move "Y" to ws-stnmast-available-flag.
           if ws-stnmast-file-status not = "00"
               move "N" to ws-stnmast-available-flag
               display "Station master unavailable, status "
                   ws-stnmast-file-status
                   " - issues against work orders will be rejected"
           end-if.
           open i-o work-order-file.
           if ws-workord-file-status = "35"
               open output work-order-file
               close work-order-file
               open i-o work-order-file
           end-if.
           perform 150-read-next-transaction.

       102-read-system-control.
           move "N" to ws-sysctl-available-flag.
           open input system-control-file.
           if ws-sysctl-file-status = "00"
               read system-control-file
                   at end continue
                   not at end
                       if sc-business-date is numeric
                          and sc-business-date > zero
                           move "Y" to ws-sysctl-available-flag
                           move sc-business-date to ws-business-date
                           move sc-window-start to ws-window-start
                           move sc-window-end to ws-window-end
                       end-if
               end-read
               close system-control-file
           end-if.
           if not sysctl-is-available
               display "System control record unavailable"
                   " - processing date taken from the clock"
           end-if.

       103-apply-business-date.
           if sysctl-is-available
               move ws-business-date to ws-current-date-time(1:8)
           end-if.

       110-check-posting-period.
           move ws-run-yyyy to ws-posting-period(1:4).
           move ws-run-mm to ws-posting-period(5:2).
           move zero to pc-last-closed-period.
           open input period-control-file.
           if ws-period-file-status = "00"
               read period-control-file into period-control-line
                   at end move zero to pc-last-closed-period
               end-read
               close period-control-file
           end-if.
           if pc-last-closed-period is not numeric
               move zero to pc-last-closed-period
           end-if.
           if ws-posting-period <= pc-last-closed-period
               display "Posting period " ws-posting-period
                   " is closed (last closed " pc-last-closed-period
                   ") - run refused"
               move 8 to return-code
               stop run
           end-if.

       150-read-next-transaction.
           read transaction-file into transaction-record
               at end set end-of-input to true
           else
               move zero to im-unit-cost
           end-if.
           move trans-vendor-id to im-vendor-id.
           write item-master-record
               invalid key
                   display "Add failed, item already exists: "
                   if unit-cost-is-present
                       move trans-unit-cost to im-unit-cost
                   end-if
                   if trans-vendor-id not = spaces
                       move trans-vendor-id to im-vendor-id
                   end-if
                   rewrite item-master-record
                   display "Item updated: " trans-item-number
                   perform 300-write-history-line
                   display "Receipt failed, item not found: "
                       trans-item-number
               not invalid key
                   perform 241-match-purchase-order
                   if receipt-is-matched
                       perform 242-apply-receipt
                       if transaction-was-posted and receipt-has-po
                           perform 243-update-purchase-order
                       end-if
                   end-if
           end-read.

       241-match-purchase-order.
           move "Y" to ws-receipt-ok-flag.
           move "N" to ws-po-matched-flag.
           if not trans-is-count-adjustment
               if trans-po-number is not numeric
                  or trans-po-line is not numeric
                   move "N" to ws-receipt-ok-flag
                   display "Receipt rejected, no PO quoted: "
                       trans-item-number
               else
                   move trans-po-number to po-number
                   move trans-po-line to po-line
                   read purchase-order-file
                       invalid key
                           move "N" to ws-receipt-ok-flag
                           display "Receipt rejected, PO line "
                               "not found: " trans-po-number
                               "/" trans-po-line
                       not invalid key
                           perform 244-check-po-line
                   end-read
               end-if
           end-if.

       244-check-po-line.
           compute ws-po-outstanding =
               po-order-qty - po-received-qty.
           if po-item-number not = trans-item-number
               move "N" to ws-receipt-ok-flag
               display "Receipt rejected, PO line is for item "
                   po-item-number ": " trans-po-number
                   "/" trans-po-line
           else
               if not po-is-outstanding
                   move "N" to ws-receipt-ok-flag
                   display "Receipt rejected, PO line not open: "
                       trans-po-number "/" trans-po-line
               else
                   if trans-quantity > ws-po-outstanding
                       move "N" to ws-receipt-ok-flag
                       display "Receipt rejected, exceeds PO "
                           "outstanding " ws-po-outstanding ": "
                           trans-po-number "/" trans-po-line
                   else
                       set receipt-has-po to true
                       if trans-location = spaces
                           move po-location to trans-location
                       end-if
                   end-if
               end-if
           end-if.

       242-apply-receipt.
           move "N" to ws-posted-flag.
           perform 245-resolve-location.
           if ws-loc-idx = zero
               display "Receipt rejected, no location slot free: "
                   trans-item-number " location " ws-loc-request
           else
               perform 247-reaverage-unit-cost
               add trans-quantity to il-quantity(ws-loc-idx)
               add trans-quantity to im-quantity-on-hand
               rewrite item-master-record
                   " loc " ws-loc-code-used
                   " qty " trans-quantity
                   " new balance " im-quantity-on-hand
               set transaction-was-posted to true
               perform 300-write-history-line
           end-if.

       243-update-purchase-order.
           add trans-quantity to po-received-qty.
           if po-received-qty >= po-order-qty
               move "R" to po-status
           else
               move "P" to po-status
           end-if.
           move ws-run-yyyy to po-last-receipt-date(1:4).
           move ws-run-mm to po-last-receipt-date(5:2).
           move ws-run-dd to po-last-receipt-date(7:2).
           rewrite purchase-order-record.
           display "PO line " po-number "/" po-line
               " received " po-received-qty " of " po-order-qty.

       250-issue-stock.
           move trans-item-number to im-item-number.
           read inventory-master-file
                   display "Issue failed, item not found: "
                       trans-item-number
               not invalid key
                   perform 251-check-work-order
                   if issue-is-authorized
                       perform 252-apply-issue
                       if transaction-was-posted and issue-has-wo
                           perform 253-charge-work-order
                       end-if
                   end-if
           end-read.

       251-check-work-order.
           move "Y" to ws-issue-ok-flag.
           move "N" to ws-wo-matched-flag.
           if not trans-is-count-adjustment
               if trans-wo-station-id = spaces
                  or trans-wo-number is not numeric
                   move "N" to ws-issue-ok-flag
                   display "Issue rejected, no work order quoted: "
                       trans-item-number
               else
                   perform 254-check-station
               end-if
               if issue-is-authorized
                   move trans-wo-station-id to wo-station-id
                   move trans-wo-number to wo-number
                   read work-order-file
                       invalid key
                           move "N" to ws-issue-ok-flag
                           display "Issue rejected, work order "
                               "not found: " trans-wo-station-id
                               "/" trans-wo-number
                       not invalid key
                           if wo-accepts-issues
                               set issue-has-wo to true
                           else
                               move "N" to ws-issue-ok-flag
                               display "Issue rejected, work order "
                                   "closed: " trans-wo-station-id
                                   "/" trans-wo-number
                           end-if
                   end-read
               end-if
           end-if.

       254-check-station.
           if not stnmast-is-available
               move "N" to ws-issue-ok-flag
               display "Issue rejected, station master unavailable: "
                   trans-item-number
           else
               move trans-wo-station-id to sm-station-id
               read station-master-file
                   invalid key
                       move "N" to ws-issue-ok-flag
                       display "Issue rejected, station not on "
                           "master: " trans-wo-station-id
                   not invalid key
                       if not sm-station-active
                           move "N" to ws-issue-ok-flag
                           display "Issue rejected, station not "
                               "active: " trans-wo-station-id
                       end-if
               end-read
           end-if.

       253-charge-work-order.
           compute ws-issue-value = trans-quantity * im-unit-cost.
           add ws-issue-value to wo-parts-cost.
           add 1 to wo-issue-count.
           if wo-is-open
               move "P" to wo-status
               move ws-run-yyyy to wo-started-date(1:4)
               move ws-run-mm to wo-started-date(5:2)
               move ws-run-dd to wo-started-date(7:2)
           end-if.
           rewrite work-order-record.

       252-apply-issue.
           move "N" to ws-posted-flag.
           perform 245-resolve-location.
           if ws-loc-idx = zero
              or trans-quantity > il-quantity(ws-loc-idx)
                   " loc " ws-loc-code-used
                   " qty " trans-quantity
                   " new balance " im-quantity-on-hand
               set transaction-was-posted to true
               perform 300-write-history-line
           end-if.

               end-perform
           end-if.

       247-reaverage-unit-cost.
           if trans-is-count-adjustment
               move im-unit-cost to ws-receipt-cost
           else
               if unit-cost-is-present
                   move trans-unit-cost to ws-receipt-cost
               else
                   if receipt-has-po
                       move po-unit-cost to ws-receipt-cost
                   else
                       move im-unit-cost to ws-receipt-cost
                   end-if
               end-if
           end-if.
           if im-quantity-on-hand + trans-quantity > zero
               compute ws-stock-value =
                   (im-quantity-on-hand * im-unit-cost)
                   + (trans-quantity * ws-receipt-cost)
               compute im-unit-cost rounded =
                   ws-stock-value
                   / (im-quantity-on-hand + trans-quantity)
           end-if.

       248-recompute-total.
           move zero to ws-total-work.
           perform varying ws-loc-scan from 1 by 1
           else
               move spaces to ih-to-location
           end-if.
           if (trans-code = "R" and receipt-has-po)
              or (trans-code = "I" and issue-has-wo)
               move trans-reference to ih-reference
           else
               move spaces to ih-reference
           end-if.
           move trans-reason-code to ih-reason-code.
           if trans-code = "R"
               move ws-receipt-cost to ih-unit-cost
           else
               move im-unit-cost to ih-unit-cost
           end-if.
           write item-history-record from history-detail-line.

       700-write-inventory-listing.
           close transaction-file.
           close inventory-report-file.
           close item-history-file.
           close purchase-order-file.
           if stnmast-is-available
               close station-master-file
           end-if.
           close work-order-file.

       end program Group-Item.
